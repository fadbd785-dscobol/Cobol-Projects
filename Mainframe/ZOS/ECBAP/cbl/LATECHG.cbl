       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LATECHG.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/88.
       DATE-COMPILED. 01/23/88.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          LATE-CHARGE POSTING TO DISCHARGED STAYS.
      *
      *          FORMATER ROUTES A TREATMENT FOR A PATIENT DISCHRG HAS
      *          ALREADY TAKEN OFF THE MASTER, DATED INSIDE THAT STAY,
      *          TO THE LATE-CHARGE FILE.  THIS STEP, RUN AFTER
      *          FORMATER AND BEFORE CLAIMSUB:
      *             - HOLDS THE NIGHT'S LATE CHARGES IN STORAGE
      *             - PASSES THE DISCHARGE HISTORY, ADDING EACH LATE
      *               CHARGE (MEDICATION + PHARMACY + ANCILLARY) TO
      *               THE DH-FINAL-CHARGES OF THE STAY WHOSE ADMIT
      *               THROUGH DISCHARGE DATES COVER ITS
      *               TREATMENT-DATE, AND WRITES THE NEW HISTORY
      *               GENERATION
      *             - WRITES A CORRECTED-CLAIM RECORD FOR EVERY CHARGE
      *               POSTED, CARRYING THE STAY'S BILLING FIELDS AND
      *               REVISED FINAL CHARGES, FOR CLAIMSUB TO SUBMIT
      *               AS A REPLACEMENT CLAIM, TO THE CARRIER WHOSE
      *               COVERAGE PERIOD WAS IN FORCE ON THE CHARGE'S
      *               TREATMENT-DATE WHEN THE STAY'S COVERAGE CHANGED,
      *               WITH THE STAY'S ACCIDENT / LIABILITY DETAILS SO
      *               A LIABLE-PARTY STAY IS RE-BILLED TO THAT PARTY
      *             - SENDS ANY LATE CHARGE NO STAY COVERS (HISTORY
      *               PURGED SINCE FORMATER RAN) TO THE EXCEPTION FILE
      *
      *          THE CONTROL REPORT LISTS EVERY STAY RE-BILLED.
      *
      ******************************************************************

               LATE-CHARGE FILE        -   DDS0001.TRMTLATE

               INPUT HISTORY FILE      -   DDS0001.DISCHIST

               NEW HISTORY FILE        -   DDS0001.DISCHIST(+1)

               CORRECTED CLAIMS        -   DDS0001.LATECLM

               EXCEPTION FILE          -   DDS0001.LATEEXC

               CONTROL REPORT          -   RPTFILE

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRMTLATE
           ASSIGN TO UT-S-TRMTLATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LTCODE.

           SELECT DISCHIST
           ASSIGN TO UT-S-DISCHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DHCODE.

           SELECT NEWHIST
           ASSIGN TO UT-S-NEWHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS NHCODE.

           SELECT LATECLM
           ASSIGN TO UT-S-LATECLM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LCCODE.

           SELECT LATEEXC
           ASSIGN TO UT-S-LATEEXC
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS EXCODE.

           SELECT RPTFILE
           ASSIGN TO RPTFILE
             FILE STATUS IS RFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  TRMTLATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRMTLATE-REC.
       01  TRMTLATE-REC  PIC X(1101).

       FD  DISCHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 2992 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCHIST-REC.
       01  DISCHIST-REC  PIC X(2992).

       FD  NEWHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 2992 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEWHIST-REC.
       01  NEWHIST-REC  PIC X(2992).

       FD  LATECLM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1208 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LATECLM-REC.
       01  LATECLM-REC  PIC X(1208).

       FD  LATEEXC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1141 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LATE-EXC-REC.
       01  LATE-EXC-REC.
           05  EXC-MSG                 PIC X(40).
           05  EXC-REST-OF-REC         PIC X(1101).

       FD  RPTFILE
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  LTCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  DHCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  NHCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  LCCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  EXCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  FLAGS-AND-SWITCHES.
           05 MORE-LATE-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-LATE          VALUE "N".
           05 MORE-HISTORY-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-HISTORY       VALUE "N".

       COPY TREATMNT.

       COPY DISCHIST.

       COPY PATMSTR.

       COPY LATECLM.

      ****** STEP COUNT INTERFACE READ BY THE NIGHTRUN CYCLE DRIVER
       COPY RUNCOUNT.

      ****** THE NIGHT'S LATE CHARGES.  LTC-STATUS: SPACE = NOT YET
      ****** MATCHED, "P" = MATCHED TO THE STAY IN HAND, "Y" = POSTED
       01  LATE-CHARGE-TABLE.
           05  LATE-CHARGE-ENTRY OCCURS 2000 TIMES.
               10  LTC-PATIENT-ID      PIC X(06).
               10  LTC-TREATMENT-DATE  PIC X(08).
               10  LTC-CHARGE          PIC S9(7)V99 COMP-3.
               10  LTC-STATUS          PIC X(01).
                   88  LTC-UNMATCHED   VALUE SPACE.
                   88  LTC-THIS-STAY   VALUE "P".
                   88  LTC-POSTED      VALUE "Y".
               10  LTC-IMAGE           PIC X(1101).
       77  LATE-ENTRY-COUNT            PIC S9(4) COMP VALUE 0.
       77  LATE-SUB                    PIC S9(4) COMP VALUE 0.
       77  COV-SUB                     PIC 9(02) VALUE 0.

       01  STAY-WORK-FIELDS.
           05  STAY-ADMIT-DATE         PIC X(08).
           05  STAY-DISCHARGE-DATE     PIC X(08).
           05  STAY-LATE-COUNT         PIC S9(4) COMP.
           05  STAY-LATE-AMOUNT        PIC S9(7)V99 COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05 LATE-RECS-READ           PIC 9(7) COMP.
           05 HISTORY-READ             PIC 9(7) COMP.
           05 HISTORY-WRITTEN          PIC 9(7) COMP.
           05 STAYS-REBILLED           PIC 9(7) COMP.
           05 CHARGES-POSTED           PIC 9(7) COMP.
           05 CHARGES-UNMATCHED        PIC 9(7) COMP.
           05 DOLLARS-POSTED           PIC S9(9)V99 COMP-3.

       01  WS-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(50)
                  VALUE "LATE CHARGES POSTED TO DISCHARGED STAYS".
           05  FILLER     PIC X(82) VALUE SPACES.

       01  WS-COL-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(09) VALUE "PATIENT".
           05  FILLER     PIC X(12) VALUE "ADMITTED".
           05  FILLER     PIC X(12) VALUE "DISCHARGED".
           05  FILLER     PIC X(08) VALUE "CHARGES".
           05  FILLER     PIC X(16) VALUE "  LATE AMOUNT".
           05  FILLER     PIC X(16) VALUE "  REVISED TOTAL".
           05  FILLER     PIC X(59) VALUE SPACES.

       01  WS-STAY-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  STAY-PATIENT-O          PIC X(06).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  STAY-ADMIT-O            PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STAY-DISCHARGE-O        PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STAY-COUNT-O            PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STAY-AMOUNT-O           PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STAY-TOTAL-O            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(13)
                  VALUE "Late read:".
           05  LATE-READ-OUT           PIC Z(6).
           05  FILLER                  PIC X(10)
                  VALUE " Posted:".
           05  POSTED-OUT              PIC Z(6).
           05  FILLER                  PIC X(12)
                  VALUE " Unmatched:".
           05  UNMATCHED-OUT           PIC Z(6).
           05  FILLER                  PIC X(12)
                  VALUE " Re-billed:".
           05  REBILLED-OUT            PIC Z(6).
           05  FILLER                  PIC X(10)
                  VALUE " Dollars:".
           05  DOLLARS-OUT             PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-HISTORY.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "LATECHG HOUSEKEEPING".
           OPEN INPUT TRMTLATE, DISCHIST.
           OPEN OUTPUT NEWHIST, LATECLM, LATEEXC, RPTFILE.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-COL-HDR-REC.
           PERFORM 050-LOAD-LATE-CHARGE THRU 050-EXIT
               UNTIL NO-MORE-LATE.
           PERFORM 900-READ-DISCHIST THRU 900-EXIT.
       000-EXIT.
           EXIT.

       050-LOAD-LATE-CHARGE.
           READ TRMTLATE INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-LATE-SW
               GO TO 050-EXIT
           END-READ
           ADD +1 TO LATE-RECS-READ.
           IF NOT DETAIL-REC
               GO TO 050-EXIT.
      *  A charge dropped here would be lost again - overflow stops
      *  the run before any history is rewritten
           IF LATE-ENTRY-COUNT = 2000
               DISPLAY "*** LATE-CHARGE TABLE FULL - INCREASE "
                       "LATE-CHARGE-ENTRY OCCURS ***"
               CLOSE TRMTLATE, DISCHIST, NEWHIST, LATECLM,
                     LATEEXC, RPTFILE
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO LATE-ENTRY-COUNT.
           MOVE LATE-ENTRY-COUNT TO LATE-SUB.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                                    TO LTC-PATIENT-ID (LATE-SUB).
           MOVE TREATMENT-DATE      TO LTC-TREATMENT-DATE (LATE-SUB).
           COMPUTE LTC-CHARGE (LATE-SUB) =
               MEDICATION-COST +
               PHARMACY-COST IN INPATIENT-TREATMENT-REC +
               ANCILLARY-CHARGE.
           MOVE SPACE               TO LTC-STATUS (LATE-SUB).
           MOVE INPATIENT-TREATMENT-REC TO LTC-IMAGE (LATE-SUB).
       050-EXIT.
           EXIT.

       100-MAINLINE.
      *  Stay dates are compared YYYYMMDD, as TREATMENT-DATE is held
           MOVE DH-MASTER-IMAGE TO PATIENT-MASTER-REC.
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC (1:4)
                                    TO STAY-ADMIT-DATE (1:4).
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC (6:2)
                                    TO STAY-ADMIT-DATE (5:2).
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC (9:2)
                                    TO STAY-ADMIT-DATE (7:2).
           MOVE DH-DISCHARGE-DATE (1:4) TO STAY-DISCHARGE-DATE (1:4).
           MOVE DH-DISCHARGE-DATE (6:2) TO STAY-DISCHARGE-DATE (5:2).
           MOVE DH-DISCHARGE-DATE (9:2) TO STAY-DISCHARGE-DATE (7:2).
           MOVE ZERO TO STAY-LATE-COUNT, STAY-LATE-AMOUNT.
           PERFORM 200-MATCH-LATE-CHARGE THRU 200-EXIT
               VARYING LATE-SUB FROM 1 BY 1
               UNTIL LATE-SUB > LATE-ENTRY-COUNT.
           IF STAY-LATE-COUNT > ZERO
               ADD STAY-LATE-AMOUNT TO DH-FINAL-CHARGES
               PERFORM 300-WRITE-CORRECTED-CLAIM THRU 300-EXIT
                   VARYING LATE-SUB FROM 1 BY 1
                   UNTIL LATE-SUB > LATE-ENTRY-COUNT
               PERFORM 400-WRITE-STAY-LINE THRU 400-EXIT.
           WRITE NEWHIST-REC FROM DISCHARGE-HISTORY-REC.
           ADD +1 TO HISTORY-WRITTEN.
           PERFORM 900-READ-DISCHIST THRU 900-EXIT.
       100-EXIT.
           EXIT.

       200-MATCH-LATE-CHARGE.
           IF NOT LTC-UNMATCHED (LATE-SUB)
               GO TO 200-EXIT.
           IF LTC-PATIENT-ID (LATE-SUB) NOT = DH-PATIENT-ID
               GO TO 200-EXIT.
           IF LTC-TREATMENT-DATE (LATE-SUB) < STAY-ADMIT-DATE
              OR LTC-TREATMENT-DATE (LATE-SUB) > STAY-DISCHARGE-DATE
               GO TO 200-EXIT.
           MOVE "P" TO LTC-STATUS (LATE-SUB).
           ADD +1 TO STAY-LATE-COUNT.
           ADD LTC-CHARGE (LATE-SUB) TO STAY-LATE-AMOUNT.
       200-EXIT.
           EXIT.

       300-WRITE-CORRECTED-CLAIM.
      *  One replacement-claim record per charge posted to the stay,
      *  all carrying the stay's revised final charges
           IF NOT LTC-THIS-STAY (LATE-SUB)
               GO TO 300-EXIT.
           MOVE SPACES                  TO LATE-CHARGE-CLAIM-REC.
           PERFORM 310-SET-CLAIM-CARRIER THRU 310-EXIT.
           MOVE DIAGNOSTIC-CODE-PRIMARY TO LC-DIAGNOSTIC-CODE.
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC
                                        TO LC-DATE-ADMIT.
           MOVE DH-DISCHARGE-DATE       TO LC-DISCHARGE-DATE.
           MOVE DH-FINAL-CHARGES        TO LC-REVISED-FINAL-CHARGES.
           MOVE LTC-IMAGE (LATE-SUB)    TO LC-TREATMENT-IMAGE.
           MOVE LIABILITY-SEGMENT       TO LC-LIABILITY-DATA.
           WRITE LATECLM-REC FROM LATE-CHARGE-CLAIM-REC.
           MOVE "Y" TO LTC-STATUS (LATE-SUB).
           ADD +1 TO CHARGES-POSTED.
           ADD LTC-CHARGE (LATE-SUB) TO DOLLARS-POSTED.
       300-EXIT.
           EXIT.

       310-SET-CLAIM-CARRIER.
      *  Carrier of the coverage period in force on the charge's
      *  treatment date - blank (self-pay) when no period covers it.
      *  A stay with no periods bills its INSURANCE-TYPE throughout
           MOVE INSURANCE-TYPE TO LC-INSURANCE-TYPE.
           IF COVERAGE-PERIOD-COUNT NOT NUMERIC
              OR COVERAGE-PERIOD-COUNT = ZERO
               GO TO 310-EXIT.
           MOVE SPACES TO LC-INSURANCE-TYPE.
           PERFORM 320-TEST-COVERAGE-PERIOD THRU 320-EXIT
               VARYING COV-SUB FROM 1 BY 1
               UNTIL COV-SUB > COVERAGE-PERIOD-COUNT.
       310-EXIT.
           EXIT.

       320-TEST-COVERAGE-PERIOD.
           IF COV-EFFECTIVE-DATE (COV-SUB)
                  NOT > LTC-TREATMENT-DATE (LATE-SUB)
              AND (COV-TERMINATION-DATE (COV-SUB) = SPACES
                   OR COV-TERMINATION-DATE (COV-SUB)
                          NOT < LTC-TREATMENT-DATE (LATE-SUB))
               MOVE COV-CARRIER (COV-SUB) TO LC-INSURANCE-TYPE.
       320-EXIT.
           EXIT.

       400-WRITE-STAY-LINE.
           MOVE DH-PATIENT-ID           TO STAY-PATIENT-O.
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC
                                        TO STAY-ADMIT-O.
           MOVE DH-DISCHARGE-DATE       TO STAY-DISCHARGE-O.
           MOVE STAY-LATE-COUNT         TO STAY-COUNT-O.
           MOVE STAY-LATE-AMOUNT        TO STAY-AMOUNT-O.
           MOVE DH-FINAL-CHARGES        TO STAY-TOTAL-O.
           WRITE RPT-REC FROM WS-STAY-LINE.
           ADD +1 TO STAYS-REBILLED.
       400-EXIT.
           EXIT.

       500-WRITE-UNMATCHED.
           IF LTC-POSTED (LATE-SUB)
               GO TO 500-EXIT.
           MOVE "*** NO DISCHARGED STAY COVERS TREATMENT"
                                        TO EXC-MSG.
           MOVE LTC-IMAGE (LATE-SUB)    TO EXC-REST-OF-REC.
           WRITE LATE-EXC-REC.
           ADD +1 TO CHARGES-UNMATCHED.
       500-EXIT.
           EXIT.

       900-READ-DISCHIST.
           READ DISCHIST INTO DISCHARGE-HISTORY-REC
               AT END MOVE "N" TO MORE-HISTORY-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO HISTORY-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           PERFORM 500-WRITE-UNMATCHED THRU 500-EXIT
               VARYING LATE-SUB FROM 1 BY 1
               UNTIL LATE-SUB > LATE-ENTRY-COUNT.
           MOVE LATE-RECS-READ     TO LATE-READ-OUT.
           MOVE CHARGES-POSTED     TO POSTED-OUT.
           MOVE CHARGES-UNMATCHED  TO UNMATCHED-OUT.
           MOVE STAYS-REBILLED     TO REBILLED-OUT.
           MOVE DOLLARS-POSTED     TO DOLLARS-OUT.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           MOVE LATE-RECS-READ     TO CYCLE-STEP-RECORDS-IN.
           ADD HISTORY-READ        TO CYCLE-STEP-RECORDS-IN.
           MOVE HISTORY-WRITTEN    TO CYCLE-STEP-RECORDS-OUT.
           CLOSE TRMTLATE, DISCHIST, NEWHIST, LATECLM, LATEEXC,
                 RPTFILE.
           DISPLAY "******** NORMAL END OF JOB LATECHG ********".
       999-EXIT.
           EXIT.
