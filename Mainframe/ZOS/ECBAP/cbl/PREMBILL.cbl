      *               30) - CMPCLREG REFUSES CLAIMS AGAINST A LAPSED
      *               POLICY AND REPORTS THEM ON ITS EXCEPTION FILE
      *
      *          EVERY PAYMENT APPLIED IS ALSO ADDED TO THE PREMIUM
      *          HISTORY (DDS0001.PREMHIST, DISP=MOD) WITH THE POLICY'S
      *          CARRIER, FREQUENCY AND THE COVERAGE PERIOD IT BOUGHT -
      *          THE EARNED-PREMIUM SIDE OF THE LOSS-RATIO REPORT.
      *
      ******************************************************************

               PREMIUM PAYMENTS        -   DDS0001.PREMPAY

               INVOICE FILE PRODUCED   -   DDS0001.PREMINV

               PREMIUM HISTORY         -   DDS0001.PREMHIST

               BILLING REPORT          -   PREMRPT

      ******************************************************************
             ASSIGN TO UT-S-PREMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMRPT-ST.
           SELECT PREMHIST
             ASSIGN TO UT-S-PREMHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMHIST-ST.
           SELECT POLMAST
             ASSIGN TO POLMASTR
               ORGANIZATION IS INDEXED
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                       PIC X(132).

      ****** ONE RECORD PER PAYMENT APPLIED
       FD  PREMHIST
           RECORD CONTAINS 80 CHARACTERS.
       COPY PREMHIST.

       FD  POLMAST
           RECORD CONTAINS 120 CHARACTERS.
       01  POLICY-MASTER-REC.
           05  PM-POLICY-NUMBER             PIC X(09).
           05  PM-POLICY-AMOUNT             PIC S9(7)V99.
               88 PM-POLICY-ACTIVE          VALUE 'A'.
               88 PM-POLICY-LAPSED          VALUE 'L'.
           05  FILLER                       PIC X(36).
           05  FILLER                       PIC X(22).
           05  PM-CARRIER-CODE              PIC X(03).
           05  FILLER                       PIC X(15).

       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
               88 PREMINV-OK                           VALUE '00'.
           05 PREMRPT-ST                PIC X(2).
               88 PREMRPT-OK                           VALUE '00'.
           05 PREMHIST-ST               PIC X(2).
               88 PREMHIST-OK                          VALUE '00'.
           05 POLMAST-ST                PIC X(2).
               88 POLMAST-OK                           VALUE '00'.
               88 POLMAST-NOT-FOUND                    VALUE '23'.
       77  WS-GRACE-DAYS                PIC S9(4) COMP VALUE +30.

       77  WS-RUN-DATE                  PIC X(08)      VALUE SPACES.
       77  HOLD-PERIOD-FROM             PIC X(08)      VALUE SPACES.

       01  DATE-WORK-FIELDS.
           05  DATE-WORK-X8             PIC X(08).
           IF NOT PREMRPT-OK
              DISPLAY 'PREMIUM REPORT PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN EXTEND PREMHIST
           IF NOT PREMHIST-OK
              DISPLAY 'PREMIUM HISTORY FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN I-O POLMAST
           IF NOT POLMAST-OK
              DISPLAY 'POLICY MASTER PROBLEM'
                      PP-POLICY-NUMBER
           ELSE
              PERFORM 250-ADVANCE-PAID-THRU
              PERFORM 260-WRITE-PREMIUM-HISTORY
              MOVE 'A' TO PM-LAPSE-STATUS
              REWRITE POLICY-MASTER-REC
                 INVALID KEY
              WHEN PM-BILL-ANNUALLY  MOVE +12 TO MONTHS-TO-ADD
              WHEN OTHER             MOVE +1  TO MONTHS-TO-ADD
           END-EVALUATE.
           MOVE DATE-WORK-X8 TO HOLD-PERIOD-FROM.
           PERFORM 300-ADD-MONTHS.
           MOVE DATE-WORK-X8 TO PM-PAID-THRU-DATE.

       260-WRITE-PREMIUM-HISTORY.
           MOVE SPACES               TO PREMIUM-HISTORY-REC.
           MOVE PM-POLICY-NUMBER     TO PH-POLICY-NUMBER.
           MOVE PM-CARRIER-CODE      TO PH-CARRIER-CODE.
           MOVE PM-BILLING-FREQUENCY TO PH-BILLING-FREQUENCY.
           MOVE PP-PAYMENT-AMOUNT    TO PH-PAYMENT-AMOUNT.
           MOVE PP-PAYMENT-DATE      TO PH-PAYMENT-DATE.
           MOVE HOLD-PERIOD-FROM     TO PH-PERIOD-FROM.
           MOVE PM-PAID-THRU-DATE    TO PH-PERIOD-THRU.
           MOVE WS-RUN-DATE          TO PH-POSTED-DATE.
           WRITE PREMIUM-HISTORY-REC.

       300-ADD-MONTHS.
           MOVE DATE-WORK-X8 TO DATE-WORK-YYYYMMDD.
           ADD MONTHS-TO-ADD TO DW-MM.
           MOVE WS-POLICIES-LAPSED   TO LAPSED-OUT.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM WS-TOTALS-LINE.
           CLOSE PREMPAY, PREMINV, PREMRPT, PREMHIST, POLMAST.
           DISPLAY 'NORMAL END OF JOB PREMBILL'.

       999-ERROR-RTN.
