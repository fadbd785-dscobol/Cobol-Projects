      *          CARRMNT) SO THE ADVICE CARRIES THE CARRIER'S NAME
      *          AND ADDRESS INSTEAD OF A CODE SOMEONE HAS TO KNOW.
      *
      *          EACH PATIENT WHOSE CLAIMS GO OUT ON THE EXTRACT IS
      *          LOGGED ONCE PER RUN TO THE SHARED DISCLOSURE REGISTER
      *          (DDS0001.DISCLOG, DISP=MOD - RECIPIENT THE RUN
      *          CARRIER, PURPOSE PAYMENT) FOR THE PRIVACY OFFICE'S
      *          ACCOUNTING OF DISCLOSURES.  THE PATIENT-ID IS THE
      *          FIRST SIX BYTES OF THE CLAIM NUMBER.
      *
      *          RUN AFTER CLMDISB, THE ADVICE AND THE EXTRACT CARRY
      *          HOW EACH POLICY WAS PAID - CHECK NUMBER OR EFT TRACE
      *          NUMBER AND THE PAYMENT DATE.
      *
      *          PROMPT-PAY INTEREST ON A CLAIM PAID LATE PRINTS IN
      *          ITS OWN COLUMN AND POLICY TOTAL, APART FROM THE
      *          AMOUNT PAID, AND RIDES ON THE EXTRACT AS
      *          RX-PROMPT-PAY-INT.
      *
      *          A RECOVERY OFFSET HELD BACK FROM A CLAIM TO PAY DOWN
      *          AN EARLIER OVERPAYMENT PRINTS IN ITS OWN COLUMN, AND
      *          THE POLICY TOTALS SHOW THE AMOUNT HELD BACK AND THE
      *          NET PAYMENT.  THE EXTRACT (NOW 100 BYTES) CARRIES
      *          RX-RECOVERY-OFFSET AND RX-NET-PAYMENT.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ASSIGN TO UT-S-CARRTABL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARRTABL-ST.
           SELECT DISCLOG
             ASSIGN TO UT-S-DISCLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISCLOG-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PAIDCLM
           RECORD CONTAINS 120 CHARACTERS.
       01  PAIDCLM-REC                      PIC X(120).

       FD  REMITPRT
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                       PIC X(132).

       FD  REMITEXT
           RECORD CONTAINS 100 CHARACTERS.
       01  REMIT-EXTRACT-REC.
           05  RX-RECORD-TYPE               PIC X(01).
           05  RX-POLICY-NUMBER             PIC X(09).
           05  RX-COINSURANCE-WITHHELD      PIC S9(7)V99.
           05  RX-CLAIM-PAID                PIC S9(7)V99.
           05  RX-VALUE-DATE                PIC X(08).
           05  RX-PAYMENT-METHOD            PIC X(01).
           05  RX-PAYMENT-REF               PIC X(15).
           05  RX-PROMPT-PAY-INT            PIC S9(5)V99.
           05  RX-RECOVERY-OFFSET           PIC S9(7)V99.
           05  RX-NET-PAYMENT               PIC S9(7)V99.
           05  FILLER                       PIC X(01).

       FD  CARRTABL
           RECORD CONTAINS 120 CHARACTERS.
       01  CARRTABL-REC                     PIC X(120).

       FD  DISCLOG
           RECORD CONTAINS 80 CHARACTERS.
       01  DISCLOG-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY PAIDCLM.

       COPY CARRMSTR.

       COPY DISCLOG.

       01  PROGRAM-SWITCHES.
           05 PAIDCLM-EOF               PIC X(1)       VALUE 'N'.
               88 NO-MORE-CLAIMS                       VALUE 'Y'.
               88 REMITEXT-OK                          VALUE '00'.
           05 CARRTABL-ST               PIC X(2).
               88 CARRTABL-OK                          VALUE '00'.
           05 DISCLOG-ST                PIC X(2).
               88 DISCLOG-OK                           VALUE '00'.
           05 CARRTABL-EOF              PIC X(1)       VALUE 'N'.
               88 NO-MORE-CARRIERS                     VALUE 'Y'.
           05 CARRIER-FOUND-SW          PIC X(1)       VALUE 'N'.
               88 CARRIER-FOUND                        VALUE 'Y'.
           05 DISCLOSED-SW              PIC X(1)       VALUE 'N'.
               88 ALREADY-DISCLOSED                    VALUE 'Y'.

       01  WS-RUN-PARM                  PIC X(08)      VALUE SPACES.
       01  WS-RUN-CARRIER REDEFINES WS-RUN-PARM.

       01  HOLD-POLICY-NUMBER           PIC X(09)      VALUE SPACES.

      * HOW THE POLICY'S CLAIMS WENT OUT - FROM CLMDISB
       01  HOLD-PAYMENT-FIELDS.
           05 HOLD-PAYMENT-METHOD       PIC X(01)      VALUE SPACES.
               88 HOLD-PAID-BY-EFT                     VALUE 'E'.
               88 HOLD-FULLY-OFFSET                    VALUE 'O'.
           05 HOLD-PAYMENT-REF          PIC X(15)      VALUE SPACES.
           05 HOLD-PAYMENT-DATE         PIC X(08)      VALUE SPACES.

      * PATIENTS ALREADY LOGGED TO THE DISCLOSURE REGISTER THIS RUN
       01  DISCLOSED-TABLE.
           05 DISCLOSED-PATIENT-ID      PIC X(06)
                                        OCCURS 5000 TIMES
                                        INDEXED BY DISC-IDX.
       01  DISCLOSED-COUNT              PIC S9(5) COMP VALUE 0.
       01  DISCLOSURE-TIMESTAMP.
           05 DISCLOSURE-DATE           PIC X(08)      VALUE SPACES.
           05 DISCLOSURE-TIME           PIC X(06)      VALUE SPACES.

       01  POLICY-TOTALS-WS.
           05 POL-CLAIM-COUNT           PIC S9(5) COMP VALUE 0.
           05 POL-CLAIM-AMOUNT          PIC S9(9)V99   VALUE 0.
           05 POL-DEDUCTIBLE-APPLIED    PIC S9(5)      VALUE 0.
           05 POL-COINS-WITHHELD        PIC S9(9)V99   VALUE 0.
           05 POL-CLAIM-PAID            PIC S9(9)V99   VALUE 0.
           05 POL-PROMPT-PAY-INT        PIC S9(7)V99   VALUE 0.
           05 POL-RECOVERY-OFFSET       PIC S9(7)V99   VALUE 0.
           05 POL-NET-PAYMENT           PIC S9(9)V99   VALUE 0.

       01  RUN-TOTALS-WS.
           05 RUN-POLICY-COUNT          PIC S9(5) COMP VALUE 0.
           05 FILLER            PIC X(15) VALUE 'COINSURANCE'.
           05 FILLER            PIC X(14) VALUE 'AMOUNT PAID'.
           05 FILLER            PIC X(5)  VALUE 'PAID?'.
           05 FILLER            PIC X(14) VALUE 'LATE INTEREST'.
           05 FILLER            PIC X(15) VALUE 'RECOVERY OFFSET'.

       01  DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DET-CLAIM-PAID    PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 DET-PAY-FLAG      PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-PROMPT-PAY-INT PIC $$$,$$9.99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DET-RECOVERY-OFFSET PIC $$$,$$9.99.

       01  POLICY-TOTAL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TOT-COINSURANCE   PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 TOT-CLAIM-PAID    PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 TOT-PROMPT-PAY-INT PIC $$$,$$9.99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 TOT-RECOVERY-OFFSET PIC $$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE 'CLAIMS: '.
           05 TOT-CLAIM-COUNT   PIC ZZZZ9.

       01  PAYMENT-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(15) VALUE 'PAID BY'.
           05 PAY-METHOD-O      PIC X(11).
           05 PAY-REF-O         PIC X(15).
           05 FILLER            PIC X(4)  VALUE ' ON '.
           05 PAY-DATE-O        PIC XXXX/XX/XX.

       01  OFFSET-NOTE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(35)
                VALUE 'HELD TO RECOVER PRIOR OVERPAYMENT:'.
           05 OFS-AMOUNT-O      PIC $$$,$$9.99.
           05 FILLER            PIC X(17)
                VALUE '    NET PAYMENT: '.
           05 OFS-NET-O         PIC $$,$$$,$$9.99-.

       01  RUN-TOTAL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(14) VALUE 'RUN TOTALS -'.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE TO HDG-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO DISCLOSURE-TIMESTAMP.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           OPEN INPUT CARRTABL
           IF NOT CARRTABL-OK
           IF NOT REMITEXT-OK
              DISPLAY 'REMITTANCE EXTRACT PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN EXTEND DISCLOG
           IF NOT DISCLOG-OK
              DISPLAY 'DISCLOSURE REGISTER PROBLEM'
              GO TO 999-ERROR-RTN.
           PERFORM 400-READ-PAIDCLM.

       150-FIND-RUN-CARRIER.
           END-IF
           PERFORM 300-PRINT-CLAIM-LINE
           PERFORM 350-WRITE-EXTRACT-DETAIL
           PERFORM 360-LOG-DISCLOSURE
           PERFORM 600-INCREMENT-TOTALS
           PERFORM 400-READ-PAIDCLM.

           MOVE PC-POLICY-NUMBER TO HOLD-POLICY-NUMBER,
                                    HDG-POLICY-NBR.
           INITIALIZE POLICY-TOTALS-WS.
           MOVE SPACES TO HOLD-PAYMENT-FIELDS.
           ADD 1 TO RUN-POLICY-COUNT.
           WRITE PRINT-LINE FROM POLICY-HEADING-1
              AFTER ADVANCING PAGE.
           MOVE PC-COINSURANCE-WITHHELD  TO DET-COINSURANCE.
           MOVE PC-CLAIM-PAID            TO DET-CLAIM-PAID.
           MOVE PC-PAY-FLAG              TO DET-PAY-FLAG.
           MOVE PC-PROMPT-PAY-INT        TO DET-PROMPT-PAY-INT.
           MOVE PC-RECOVERY-OFFSET       TO DET-RECOVERY-OFFSET.
           WRITE PRINT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINES.

           MOVE PC-COINSURANCE-WITHHELD  TO RX-COINSURANCE-WITHHELD.
           MOVE PC-CLAIM-PAID            TO RX-CLAIM-PAID.
           MOVE PC-VALUE-DATE            TO RX-VALUE-DATE.
           MOVE PC-PAYMENT-METHOD        TO RX-PAYMENT-METHOD.
           MOVE PC-PAYMENT-REF           TO RX-PAYMENT-REF.
           MOVE PC-PROMPT-PAY-INT        TO RX-PROMPT-PAY-INT.
           MOVE PC-RECOVERY-OFFSET       TO RX-RECOVERY-OFFSET.
           COMPUTE RX-NET-PAYMENT = PC-CLAIM-PAID
                                  - PC-RECOVERY-OFFSET
                                  + PC-PROMPT-PAY-INT.
           WRITE REMIT-EXTRACT-REC.

       360-LOG-DISCLOSURE.
           MOVE 'N' TO DISCLOSED-SW.
           SET DISC-IDX TO 1.
           SEARCH DISCLOSED-PATIENT-ID
               AT END
                   CONTINUE
               WHEN DISC-IDX > DISCLOSED-COUNT
                   CONTINUE
               WHEN DISCLOSED-PATIENT-ID (DISC-IDX) =
                        PC-CLAIM-NUMBER (1:6)
                   MOVE 'Y' TO DISCLOSED-SW
           END-SEARCH.
           IF NOT ALREADY-DISCLOSED
              IF DISCLOSED-COUNT < 5000
                 ADD 1 TO DISCLOSED-COUNT
                 MOVE PC-CLAIM-NUMBER (1:6)
                   TO DISCLOSED-PATIENT-ID (DISCLOSED-COUNT)
              END-IF
              MOVE SPACES                TO DISCLOSURE-LOG-REC
              MOVE PC-CLAIM-NUMBER (1:6) TO DL-PATIENT-ID
              MOVE DISCLOSURE-DATE       TO DL-DISCLOSURE-DATE
              MOVE DISCLOSURE-TIME       TO DL-DISCLOSURE-TIME
              MOVE 'REMITADV'            TO DL-EXTRACT-NAME
              MOVE WS-CARRIER-CODE       TO DL-RECIPIENT
              MOVE 'PY'                  TO DL-PURPOSE-CODE
              MOVE 'PAYMENT - REMITTANCE EXTRACT'
                                         TO DL-PURPOSE-DESC
              WRITE DISCLOG-REC FROM DISCLOSURE-LOG-REC
           END-IF.

       400-READ-PAIDCLM.
           READ PAIDCLM INTO PAID-CLAIM-REC
           AT END
           ADD PC-COINSURANCE-WITHHELD  TO POL-COINS-WITHHELD.
           ADD PC-CLAIM-PAID            TO POL-CLAIM-PAID,
                                           RUN-CLAIM-PAID.
           ADD PC-PROMPT-PAY-INT        TO POL-PROMPT-PAY-INT.
           ADD PC-RECOVERY-OFFSET       TO POL-RECOVERY-OFFSET.
           COMPUTE POL-NET-PAYMENT = POL-CLAIM-PAID
                                   - POL-RECOVERY-OFFSET
                                   + POL-PROMPT-PAY-INT.
           IF NOT PC-NOT-YET-DISBURSED
              MOVE PC-PAYMENT-METHOD    TO HOLD-PAYMENT-METHOD
              MOVE PC-PAYMENT-REF       TO HOLD-PAYMENT-REF
              MOVE PC-PAYMENT-DATE      TO HOLD-PAYMENT-DATE.

       700-FLUSH-LAST-POLICY.
           IF HOLD-POLICY-NUMBER NOT = SPACES
              MOVE POL-COINS-WITHHELD      TO TOT-COINSURANCE
              MOVE POL-CLAIM-PAID          TO TOT-CLAIM-PAID
              MOVE POL-CLAIM-COUNT         TO TOT-CLAIM-COUNT
              MOVE POL-PROMPT-PAY-INT      TO TOT-PROMPT-PAY-INT
              MOVE POL-RECOVERY-OFFSET     TO TOT-RECOVERY-OFFSET
              WRITE PRINT-LINE FROM WS-BLANK-LINE
              WRITE PRINT-LINE FROM POLICY-TOTAL-LINE
              IF POL-RECOVERY-OFFSET > ZERO
                 MOVE POL-RECOVERY-OFFSET  TO OFS-AMOUNT-O
                 MOVE POL-NET-PAYMENT      TO OFS-NET-O
                 WRITE PRINT-LINE FROM OFFSET-NOTE-LINE
              END-IF
              IF HOLD-PAYMENT-METHOD NOT = SPACES
                 IF HOLD-PAID-BY-EFT
                    MOVE 'EFT TRACE' TO PAY-METHOD-O
                 ELSE
                 IF HOLD-FULLY-OFFSET
                    MOVE 'OFFSET'    TO PAY-METHOD-O
                 ELSE
                    MOVE 'CHECK'     TO PAY-METHOD-O
                 END-IF
                 END-IF
                 MOVE HOLD-PAYMENT-REF     TO PAY-REF-O
                 MOVE HOLD-PAYMENT-DATE    TO PAY-DATE-O
                 WRITE PRINT-LINE FROM PAYMENT-LINE
              END-IF
              MOVE SPACES                  TO REMIT-EXTRACT-REC
              MOVE 'T'                     TO RX-RECORD-TYPE
              MOVE HOLD-POLICY-NUMBER      TO RX-POLICY-NUMBER
              MOVE POL-DEDUCTIBLE-APPLIED  TO RX-DEDUCTIBLE-APPLIED
              MOVE POL-COINS-WITHHELD      TO RX-COINSURANCE-WITHHELD
              MOVE POL-CLAIM-PAID          TO RX-CLAIM-PAID
              MOVE HOLD-PAYMENT-METHOD     TO RX-PAYMENT-METHOD
              MOVE HOLD-PAYMENT-REF        TO RX-PAYMENT-REF
              MOVE POL-PROMPT-PAY-INT      TO RX-PROMPT-PAY-INT
              MOVE POL-RECOVERY-OFFSET     TO RX-RECOVERY-OFFSET
              MOVE POL-NET-PAYMENT         TO RX-NET-PAYMENT
              WRITE REMIT-EXTRACT-REC
           END-IF.

           WRITE PRINT-LINE FROM WS-BLANK-LINE
              AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM RUN-TOTAL-LINE.
           CLOSE PAIDCLM, REMITPRT, REMITEXT, DISCLOG.

       999-ERROR-RTN.
           GOBACK.
