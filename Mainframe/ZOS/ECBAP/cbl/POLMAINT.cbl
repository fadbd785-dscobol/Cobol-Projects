      *          TERMS, "D" DELETE IT.  REJECTS GO TO THE REJECT
      *          FILE WITH A REASON.
      *
      *          THE MASTER ALSO CARRIES THE CLAIM PAYEE'S NAME, TAX
      *          ID AND 1099-REPORTABLE FLAG FOR THE YEAR-END 1099
      *          RUN (TAX1099).  ON A CHANGE A BLANK PAYEE FIELD
      *          LEAVES THE MASTER'S VALUE ALONE; ON AN ADD A BLANK
      *          FLAG IS TAKEN AS NOT REPORTABLE.
      *
      *          EACH POLICY ALSO CARRIES ITS BENEFIT-YEAR START
      *          DATE AND OUT-OF-POCKET MAXIMUM (ZERO = NO LIMIT).
      *          AN ADD WITH NO START DATE STARTS THE BENEFIT YEAR
      *          TODAY; A CHANGE WITH EITHER LEFT BLANK LEAVES THE
      *          MASTER'S VALUE ALONE.  THE YEAR-TO-DATE ACCUMULATOR
      *          IS CMPCLREG'S, RESET BY THE BENEFIT-YEAR ROLLOVER.
      *
      *          THE UNDERWRITING CARRIER CODE (CARRIER MASTER KEY)
      *          ROLLS PREMIUM AND CLAIMS UP BY CARRIER ON THE LOSS-
      *          RATIO REPORT.  A CHANGE WITH IT BLANK LEAVES THE
      *          MASTER'S VALUE ALONE.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  POLTRAN
           RECORD CONTAINS 100 CHARACTERS.
       01  POLICY-TRAN-REC.
           05  PT-FUNCTION-CD               PIC X(01).
               88 PT-ADD                    VALUE 'A'.
           05  PT-BILLING-FREQUENCY         PIC X(01).
           05  PT-PREMIUM-AMOUNT            PIC 9(5)V99.
           05  FILLER                       PIC X(04).
           05  PT-PAYEE-TAX-ID              PIC X(09).
           05  PT-REPORT-1099               PIC X(01).
               88 PT-VALID-1099-FLAG
                  VALUES ARE 'Y', 'N', ' '.
           05  PT-PAYEE-NAME                PIC X(26).
           05  PT-BENEFIT-YEAR-START        PIC X(08).
           05  PT-OOP-MAXIMUM               PIC 9(5)V99.
           05  PT-OOP-MAXIMUM-X REDEFINES PT-OOP-MAXIMUM
                                            PIC X(07).
           05  PT-CARRIER-CODE              PIC X(03).
           05  FILLER                       PIC X(06).

       FD  POLREJ
           RECORD CONTAINS 140 CHARACTERS.
       01  POLICY-TRAN-ERR.
           05  ERR-MSG                      PIC X(40).
           05  REST-OF-REC                  PIC X(100).

       FD  POLMAST
           RECORD CONTAINS 120 CHARACTERS.
       01  POLICY-MASTER-REC.
           05  PM-POLICY-NUMBER             PIC X(09).
           05  PM-POLICY-AMOUNT             PIC S9(7)V99.
           05  PM-LAPSE-STATUS              PIC X(01).
               88 PM-POLICY-ACTIVE          VALUE 'A'.
               88 PM-POLICY-LAPSED          VALUE 'L'.
      ****** CLAIM PAYEE FOR YEAR-END 1099 REPORTING (TAX1099)
           05  PM-PAYEE-TAX-ID              PIC X(09).
           05  PM-REPORT-1099               PIC X(01).
               88 PM-1099-REPORTABLE        VALUE 'Y'.
           05  PM-PAYEE-NAME                PIC X(26).
      ****** BENEFIT-YEAR ACCUMULATORS - THE MEMBER'S OUT-OF-POCKET
      ****** (DEDUCTIBLE PLUS COINSURANCE) FOR THE BENEFIT YEAR
      ****** STARTING PM-BENEFIT-YEAR-START, RESET ON ITS ANNIVERSARY
      ****** BY BYROLL.  A ZERO MAXIMUM MEANS NO OUT-OF-POCKET LIMIT
           05  PM-BENEFIT-YEAR-START        PIC X(08).
           05  PM-OOP-MAXIMUM               PIC S9(5)V99.
           05  PM-OOP-YTD                   PIC S9(5)V99.
      ****** UNDERWRITING CARRIER (CARRIER MASTER KEY)
           05  PM-CARRIER-CODE              PIC X(03).
           05  FILLER                       PIC X(15).

       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 WS-TRANS-APPLIED          PIC S9(5) COMP VALUE 0.
           05 WS-TRANS-REJECTED         PIC S9(5) COMP VALUE 0.

       77  WS-RUN-DATE                   PIC X(08)      VALUE SPACES.
       77  WS-DATE-RC                    PIC S9(04)     VALUE +0.

      ****** SHOP-WIDE VSAM ERROR HANDLER INTERFACE - A BAD FILE
      ****** STATUS ON THE POLICY MASTER GOES TO THE OPERATIONS LOG
      ****** AND TAKES THE RUN DOWN THROUGH ONE COMMON ROUTINE
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT POLTRAN
           IF NOT POLTRAN-OK
              DISPLAY 'POLICY TRAN FILE PROBLEM'
           PERFORM 400-READ-TRAN.

       200-PROCESS-TRAN.
           MOVE SPACES TO ERR-MSG.
           PERFORM 250-EDIT-TRAN.
           IF ERR-MSG NOT = SPACES
              PERFORM 700-WRITE-REJECT
           ELSE
              PERFORM 300-APPLY-TRAN
           END-IF
           PERFORM 400-READ-TRAN.

      * A DELETE CARRIES NOTHING BUT THE POLICY NUMBER
       250-EDIT-TRAN.
           EVALUATE TRUE
              WHEN NOT PT-VALID-FUNCTION
                 MOVE 'INVALID FUNCTION CODE - MUST BE A, C OR D'
                    TO ERR-MSG
              WHEN PT-DELETE
                 CONTINUE
              WHEN NOT PT-VALID-1099-FLAG
                 MOVE 'INVALID 1099 FLAG - MUST BE Y OR N'
                    TO ERR-MSG
              WHEN PT-OOP-MAXIMUM-X NOT = SPACES
               AND PT-OOP-MAXIMUM NOT NUMERIC
                 MOVE 'INVALID OUT-OF-POCKET MAXIMUM'
                    TO ERR-MSG
              WHEN PT-BENEFIT-YEAR-START NOT = SPACES
                 CALL 'DATEVAL' USING PT-BENEFIT-YEAR-START,
                                      WS-DATE-RC
                 IF WS-DATE-RC < 0
                    MOVE 'INVALID BENEFIT-YEAR START DATE'
                       TO ERR-MSG
                 END-IF
           END-EVALUATE.

       300-APPLY-TRAN.
           MOVE PT-POLICY-NUMBER TO PM-POLICY-NUMBER.
           READ POLMAST
           MOVE PT-PREMIUM-AMOUNT       TO PM-PREMIUM-AMOUNT.
           MOVE SPACES                  TO PM-PAID-THRU-DATE.
           MOVE 'A'                     TO PM-LAPSE-STATUS.
           MOVE PT-PAYEE-TAX-ID         TO PM-PAYEE-TAX-ID.
           MOVE PT-PAYEE-NAME           TO PM-PAYEE-NAME.
           IF PT-REPORT-1099 = SPACE
              MOVE 'N'                  TO PM-REPORT-1099
           ELSE
              MOVE PT-REPORT-1099       TO PM-REPORT-1099
           END-IF.
           IF PT-BENEFIT-YEAR-START = SPACES
              MOVE WS-RUN-DATE          TO PM-BENEFIT-YEAR-START
           ELSE
              MOVE PT-BENEFIT-YEAR-START TO PM-BENEFIT-YEAR-START
           END-IF.
           IF PT-OOP-MAXIMUM-X = SPACES
              MOVE ZERO                 TO PM-OOP-MAXIMUM
           ELSE
              MOVE PT-OOP-MAXIMUM       TO PM-OOP-MAXIMUM
           END-IF.
           MOVE ZERO                    TO PM-OOP-YTD.
           MOVE PT-CARRIER-CODE         TO PM-CARRIER-CODE.
           WRITE POLICY-MASTER-REC
              INVALID KEY
                 MOVE '310-ADD-POLICY' TO VE-PARAGRAPH
           MOVE PT-DEDUCTIBLE-PAID      TO PM-DEDUCTIBLE-PAID.
           MOVE PT-BILLING-FREQUENCY    TO PM-BILLING-FREQUENCY.
           MOVE PT-PREMIUM-AMOUNT       TO PM-PREMIUM-AMOUNT.
           IF PT-PAYEE-TAX-ID NOT = SPACES
              MOVE PT-PAYEE-TAX-ID      TO PM-PAYEE-TAX-ID
           END-IF.
           IF PT-PAYEE-NAME NOT = SPACES
              MOVE PT-PAYEE-NAME        TO PM-PAYEE-NAME
           END-IF.
           IF PT-REPORT-1099 NOT = SPACE
              MOVE PT-REPORT-1099       TO PM-REPORT-1099
           END-IF.
           IF PT-BENEFIT-YEAR-START NOT = SPACES
              MOVE PT-BENEFIT-YEAR-START TO PM-BENEFIT-YEAR-START
           END-IF.
           IF PT-OOP-MAXIMUM-X NOT = SPACES
              MOVE PT-OOP-MAXIMUM       TO PM-OOP-MAXIMUM
           END-IF.
           IF PT-CARRIER-CODE NOT = SPACES
              MOVE PT-CARRIER-CODE      TO PM-CARRIER-CODE
           END-IF.
           REWRITE POLICY-MASTER-REC
              INVALID KEY
                 MOVE '320-CHANGE-POLICY' TO VE-PARAGRAPH
