      *          AMOUNT IS ONLY A FALLBACK FOR A DAY NO TABLE RATE
      *          COVERS.
      *
      *          A STAY WHOSE COVERAGE CHANGED PART WAY THROUGH (THE
      *          COVERAGE PERIODS COVMAINT KEEPS ON THE PATIENT
      *          MASTER) IS SPLIT: EACH STAY DAY AND EACH TREATMENT IS
      *          CHARGED TO THE PERIOD IN FORCE ON ITS DATE, A
      *          SUB-TOTAL IS PRINTED PER PERIOD, AND CHARGES IN A
      *          SELF-PAY PERIOD ARE DUE FROM THE PATIENT IN FULL.
      *          COPAY AND DEDUCTIBLE APPLY ONLY TO THE INSURED PART.
      *
      ******************************************************************

               PATIENT BILLING EXTRACT -   DDS0001.PATBILL

               ROOM-RATE TABLE UNLOAD  -   DDS0001.RATETABL

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               STATEMENT PRINT FILE    -   STMTFILE

               EXCEPTION FILE          -   STMTEXC
                  RECORD KEY   IS PATPERSN-KEY
                  FILE STATUS  IS PPCODE.

      ****** VSAM PATIENT MASTER - READ FOR THE STAY'S COVERAGE
      ****** PERIODS
           SELECT PATMSTR
                  ASSIGN       TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PATMSTR-KEY
                  FILE STATUS  IS PMCODE.

      ****** SHARED CYCLE BALANCING FILE (DISP=MOD) - THIS STEP
      ****** RECORDS WHAT IT TOOK IN, COMPARED BY RECONCIL AGAINST
      ****** WHAT THE PRIOR STEP SENT
           05 PATPERSN-KEY      PIC X(06).
           05 FILLER           PIC X(794).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PBCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PPCODE                  PIC X(2).
               88 PATPERSN-FOUND    VALUE "00".
           05  PMCODE                  PIC X(2).
               88 PMCODE-OK         VALUE "00".

      ****** BILLING EXTRACT RECORD - TAGGED COPY OF THE COMMON
      ****** PATIENT LAYOUT, PLUS THE WARD/ROOM-TYPE BYTES THE

       COPY TREATMNT.

       COPY PATMSTR.

      ****** CHARGES BY COVERAGE PERIOD FOR A SPLIT STAY - ONE ENTRY
      ****** PER PERIOD ON THE MASTER, THE LAST ONE FOR ANY DATE NO
      ****** PERIOD COVERS (BILLED AS SELF-PAY)
       01  SPLIT-STAY-FIELDS.
           05  SPLIT-STAY-SW           PIC X(01).
               88 SPLIT-STAY       VALUE "Y".
           05  SPLIT-FIND-DATE         PIC X(08).
           05  SPLIT-FOUND-SUB         PIC S9(4) COMP.
           05  SPLIT-SCAN-SUB          PIC S9(4) COMP.
           05  SPLIT-PRINT-SUB         PIC S9(4) COMP.
           05  SPLIT-SELF-PAY-CHARGES  PIC S9(7)V99 COMP-3.
           05  SPLIT-INSURED-CHARGES   PIC S9(7)V99 COMP-3.
           05  SPLIT-PERIOD-ENTRY OCCURS 7 TIMES.
               10  SPLIT-DAYS          PIC S9(4) COMP.
               10  SPLIT-ROOM-CHARGES  PIC S9(7)V99 COMP-3.
               10  SPLIT-TRMT-CHARGES  PIC S9(7)V99 COMP-3.
       77  SPLIT-NO-COVERAGE-SUB       PIC S9(4) COMP VALUE +7.
       77  SPLIT-TRMT-LINE-AMT         PIC S9(7)V99 COMP-3.

       01  FLAGS-AND-SWITCHES.
           05 MORE-PATIENTS-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-PATIENTS VALUE "N".
           05  TOTAL-CHARGES-O         PIC $$$$,$$9.99.
           05  FILLER     PIC X(80) VALUE SPACES.

      ****** COVERAGE-PERIOD SUB-TOTALS FOR A SPLIT STAY
       01  WS-PERIOD-HDR-LINE.
           05  FILLER     PIC X(03) VALUE SPACES.
           05  FILLER     PIC X(40)
                  VALUE "CHARGES BY COVERAGE PERIOD".
           05  FILLER     PIC X(90) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  FILLER     PIC X(03) VALUE SPACES.
           05  PERIOD-CARRIER-O        PIC X(08).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  PERIOD-FROM-O           PIC X(08).
           05  FILLER     PIC X(03) VALUE " - ".
           05  PERIOD-THRU-O           PIC X(08).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  PERIOD-DAYS-O           PIC ZZ9.
           05  FILLER     PIC X(07) VALUE " DAYS  ".
           05  FILLER     PIC X(06) VALUE "ROOM:".
           05  PERIOD-ROOM-O           PIC $$$,$$9.99.
           05  FILLER     PIC X(08) VALUE "  TRMT:".
           05  PERIOD-TRMT-O           PIC $$$,$$9.99.
           05  FILLER     PIC X(09) VALUE "  TOTAL:".
           05  PERIOD-TOTAL-O          PIC $$$$,$$9.99.
           05  FILLER     PIC X(35) VALUE SPACES.

       01  WS-SELF-PAY-LINE.
           05  FILLER     PIC X(03) VALUE SPACES.
           05  FILLER     PIC X(39)
                  VALUE "SELF-PAY PERIOD CHARGES DUE FROM YOU:".
           05  SELF-PAY-DUE-O          PIC $$$$,$$9.99.
           05  FILLER     PIC X(80) VALUE SPACES.

       01  WS-COPAY-DEDUCT-LINE.
           05  FILLER     PIC X(03) VALUE SPACES.
           05  FILLER     PIC X(08) VALUE "COPAY:".

       000-HOUSEKEEPING.
           DISPLAY "PATSTMT HOUSEKEEPING".
           OPEN INPUT PATBILL, TRMTSRT, RATETABL, PATPERSN, PATMSTR.
           OPEN OUTPUT STMTFILE, STMTEXC.
           OPEN EXTEND BALFILE.
           INITIALIZE COUNTERS-AND-ACCUMULATORS,
               DISPLAY "*** ROOM-RATE FILE EXCEEDS TABLE - "
                       "INCREASE ROOM-RATE-ENTRY OCCURS ***"
               CLOSE PATBILL, TRMTSRT, RATETABL, PATPERSN,
                     PATMSTR, STMTFILE, STMTEXC, BALFILE
               MOVE +16 TO RETURN-CODE
               GOBACK.
       250-EXIT.
           WRITE STMT-REC FROM WS-STMT-PATIENT-LINE.
           PERFORM 320-PRINT-MAIL-TO THRU 320-EXIT.
           WRITE STMT-REC FROM WS-BLANK-LINE.
           PERFORM 330-LOAD-COVERAGE-PERIODS THRU 330-EXIT.

      *  Daily room charges priced day by day from the central rate
      *  table as of each date of the stay
               UNTIL NO-MORE-TREATMENTS
                  OR WS-TRMT-PATIENT-ID NOT = WS-BILL-PATIENT-ID.

      *  Statement totals, copay/deductible and remittance stub.
      *  On a split stay copay and deductible come out of the
      *  insured periods only - self-pay periods are the patient's
      *  in full
           COMPUTE STMT-TOTAL-CHARGES =
               STMT-ROOM-CHARGES + STMT-TREATMENT-CHARGES.
           MOVE ZERO TO SPLIT-SELF-PAY-CHARGES.
           MOVE STMT-TOTAL-CHARGES TO SPLIT-INSURED-CHARGES.
           IF SPLIT-STAY
               PERFORM 500-PRINT-COVERAGE-PERIODS THRU 500-EXIT.
           COMPUTE STMT-PATIENT-DUE =
               FD-Bill-Patient-CoPay + FD-Bill-Patient-Deduct.
           IF STMT-PATIENT-DUE > SPLIT-INSURED-CHARGES
               MOVE SPLIT-INSURED-CHARGES TO STMT-PATIENT-DUE.
           COMPUTE STMT-INSURANCE-DUE =
               SPLIT-INSURED-CHARGES - STMT-PATIENT-DUE.
           ADD SPLIT-SELF-PAY-CHARGES TO STMT-PATIENT-DUE.

           MOVE STMT-TOTAL-CHARGES     TO TOTAL-CHARGES-O.
           WRITE STMT-REC FROM WS-BLANK-LINE.
           WRITE STMT-REC FROM WS-TOTAL-CHARGES-LINE.
           IF SPLIT-SELF-PAY-CHARGES > ZERO
               MOVE SPLIT-SELF-PAY-CHARGES TO SELF-PAY-DUE-O
               WRITE STMT-REC FROM WS-SELF-PAY-LINE.
           MOVE FD-Bill-Patient-CoPay  TO COPAY-O.
           MOVE FD-Bill-Patient-Deduct TO DEDUCT-O.
           MOVE STMT-INSURANCE-DUE     TO INSURANCE-DUE-O.
       320-EXIT.
           EXIT.

       330-LOAD-COVERAGE-PERIODS.
      *  A stay is split only when the master carries coverage
      *  periods for it - otherwise the whole stay bills under the
      *  extract's insurance type as before
           MOVE "N" TO SPLIT-STAY-SW.
           MOVE WS-BILL-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR
               INVALID KEY
                   GO TO 330-EXIT
           END-READ.
           MOVE PATMSTR-REC TO PATIENT-MASTER-REC.
           IF COVERAGE-PERIOD-COUNT NOT NUMERIC
              OR COVERAGE-PERIOD-COUNT = ZERO
               GO TO 330-EXIT.
           MOVE "Y" TO SPLIT-STAY-SW.
           PERFORM 335-CLEAR-SPLIT-ENTRY THRU 335-EXIT
               VARYING SPLIT-SCAN-SUB FROM 1 BY 1
               UNTIL SPLIT-SCAN-SUB > SPLIT-NO-COVERAGE-SUB.
       330-EXIT.
           EXIT.

       335-CLEAR-SPLIT-ENTRY.
           MOVE ZERO TO SPLIT-DAYS (SPLIT-SCAN-SUB),
                        SPLIT-ROOM-CHARGES (SPLIT-SCAN-SUB),
                        SPLIT-TRMT-CHARGES (SPLIT-SCAN-SUB).
       335-EXIT.
           EXIT.

       340-FIND-COVERAGE-PERIOD.
      *  Period in force on SPLIT-FIND-DATE - effective on or
      *  before it and not terminated before it.  No period covers
      *  the date - it falls in the self-pay catch-all entry.
           MOVE SPLIT-NO-COVERAGE-SUB TO SPLIT-FOUND-SUB.
           PERFORM 345-TEST-COVERAGE-PERIOD THRU 345-EXIT
               VARYING SPLIT-SCAN-SUB FROM 1 BY 1
               UNTIL SPLIT-SCAN-SUB > COVERAGE-PERIOD-COUNT.
       340-EXIT.
           EXIT.

       345-TEST-COVERAGE-PERIOD.
           IF COV-EFFECTIVE-DATE (SPLIT-SCAN-SUB)
                  NOT > SPLIT-FIND-DATE
              AND (COV-TERMINATION-DATE (SPLIT-SCAN-SUB) = SPACES
                   OR COV-TERMINATION-DATE (SPLIT-SCAN-SUB)
                          NOT < SPLIT-FIND-DATE)
               MOVE SPLIT-SCAN-SUB TO SPLIT-FOUND-SUB.
       345-EXIT.
           EXIT.

       350-PRICE-ROOM-CHARGES.
      *  Walk the stay one day at a time, pricing each day at the
      *  table rate in effect that day.  The rate column on the
                   FD-Bill-Patient-Amt-PDay *
                   FD-Bill-Patient-Stay-LTH
               MOVE FD-Bill-Patient-Amt-PDay TO STAY-DAY-RATE
      *  With no dates to split on, the room charges go to the
      *  period now in force
               IF SPLIT-STAY
                   MOVE COVERAGE-PERIOD-COUNT TO SPLIT-FOUND-SUB
                   MOVE FD-Bill-Patient-Stay-LTH
                       TO SPLIT-DAYS (SPLIT-FOUND-SUB)
                   MOVE STMT-ROOM-CHARGES
                       TO SPLIT-ROOM-CHARGES (SPLIT-FOUND-SUB)
               END-IF
               GO TO 350-EXIT.

           PERFORM 360-PRICE-ONE-DAY THRU 360-EXIT
               FUNCTION DATE-OF-INTEGER (STAY-DAY-NUM).
           PERFORM 370-FIND-DAY-RATE THRU 370-EXIT.
           ADD STAY-DAY-RATE TO STMT-ROOM-CHARGES.
           IF SPLIT-STAY
               MOVE STAY-DAY-YYYYMMDD TO SPLIT-FIND-DATE
               PERFORM 340-FIND-COVERAGE-PERIOD THRU 340-EXIT
               ADD +1 TO SPLIT-DAYS (SPLIT-FOUND-SUB)
               ADD STAY-DAY-RATE
                   TO SPLIT-ROOM-CHARGES (SPLIT-FOUND-SUB).
       360-EXIT.
           EXIT.

                                      TO STMT-TREATMENT-CHARGES.
           ADD ANCILLARY-CHARGE       TO STMT-TREATMENT-CHARGES.
           ADD +1                     TO STMT-TREATMENT-LINES.
           IF SPLIT-STAY
               MOVE TREATMENT-DATE TO SPLIT-FIND-DATE
               PERFORM 340-FIND-COVERAGE-PERIOD THRU 340-EXIT
               COMPUTE SPLIT-TRMT-LINE-AMT =
                   MEDICATION-COST +
                   PHARMACY-COST IN INPATIENT-TREATMENT-REC +
                   ANCILLARY-CHARGE
               ADD SPLIT-TRMT-LINE-AMT
                   TO SPLIT-TRMT-CHARGES (SPLIT-FOUND-SUB).
           PERFORM 910-READ-TRMTSRT THRU 910-EXIT.
       400-EXIT.
           EXIT.

       500-PRINT-COVERAGE-PERIODS.
      *  One sub-total line per coverage period, then the catch-all
      *  line if any charge fell outside every period.  Self-pay
      *  periods are set aside from the insured charges.
           MOVE ZERO TO SPLIT-INSURED-CHARGES.
           WRITE STMT-REC FROM WS-BLANK-LINE.
           WRITE STMT-REC FROM WS-PERIOD-HDR-LINE.
           PERFORM 510-PRINT-ONE-PERIOD THRU 510-EXIT
               VARYING SPLIT-PRINT-SUB FROM 1 BY 1
               UNTIL SPLIT-PRINT-SUB > COVERAGE-PERIOD-COUNT.
           MOVE SPLIT-NO-COVERAGE-SUB TO SPLIT-PRINT-SUB.
           PERFORM 510-PRINT-ONE-PERIOD THRU 510-EXIT.
       500-EXIT.
           EXIT.

       510-PRINT-ONE-PERIOD.
           IF SPLIT-PRINT-SUB = SPLIT-NO-COVERAGE-SUB
               IF SPLIT-DAYS (SPLIT-PRINT-SUB) = ZERO
                  AND SPLIT-TRMT-CHARGES (SPLIT-PRINT-SUB) = ZERO
                   GO TO 510-EXIT
               END-IF
               MOVE "SELF-PAY"    TO PERIOD-CARRIER-O
               MOVE "NO COVER"    TO PERIOD-FROM-O
               MOVE SPACES        TO PERIOD-THRU-O
           ELSE
               IF COV-SELF-PAY (SPLIT-PRINT-SUB)
                   MOVE "SELF-PAY" TO PERIOD-CARRIER-O
               ELSE
                   MOVE COV-CARRIER (SPLIT-PRINT-SUB)
                                   TO PERIOD-CARRIER-O
               END-IF
               MOVE COV-EFFECTIVE-DATE (SPLIT-PRINT-SUB)
                                   TO PERIOD-FROM-O
               MOVE COV-TERMINATION-DATE (SPLIT-PRINT-SUB)
                                   TO PERIOD-THRU-O.
           MOVE SPLIT-DAYS (SPLIT-PRINT-SUB)     TO PERIOD-DAYS-O.
           MOVE SPLIT-ROOM-CHARGES (SPLIT-PRINT-SUB)
                                                 TO PERIOD-ROOM-O.
           MOVE SPLIT-TRMT-CHARGES (SPLIT-PRINT-SUB)
                                                 TO PERIOD-TRMT-O.
           COMPUTE PERIOD-TOTAL-O =
               SPLIT-ROOM-CHARGES (SPLIT-PRINT-SUB) +
               SPLIT-TRMT-CHARGES (SPLIT-PRINT-SUB).
           WRITE STMT-REC FROM WS-PERIOD-LINE.
           IF SPLIT-PRINT-SUB = SPLIT-NO-COVERAGE-SUB
              OR COV-SELF-PAY (SPLIT-PRINT-SUB)
               ADD SPLIT-ROOM-CHARGES (SPLIT-PRINT-SUB)
                   SPLIT-TRMT-CHARGES (SPLIT-PRINT-SUB)
                   TO SPLIT-SELF-PAY-CHARGES
           ELSE
               ADD SPLIT-ROOM-CHARGES (SPLIT-PRINT-SUB)
                   SPLIT-TRMT-CHARGES (SPLIT-PRINT-SUB)
                   TO SPLIT-INSURED-CHARGES.
       510-EXIT.
           EXIT.

       900-READ-PATBILL.
           READ PATBILL
               AT END MOVE "N" TO MORE-PATIENTS-SW
           MOVE IN-ANCILLARY-SUM            TO BAL-ANCILLARY-SUM.
           WRITE BALFILE-REC FROM BALANCE-CONTROL-REC.

           CLOSE PATBILL, TRMTSRT, RATETABL, PATPERSN, PATMSTR,
                 STMTFILE, STMTEXC,
                 BALFILE.
           DISPLAY "******** NORMAL END OF JOB PATSTMT ********".
