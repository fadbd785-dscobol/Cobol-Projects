      *          TREATMENTS WHOSE PATIENT IS NOT ON THE MASTER GO TO
      *          THE EXCEPTION FILE.
      *
      *          WHEN THE STAY'S COVERAGE CHANGED PART WAY THROUGH
      *          (COVERAGE PERIODS ON THE MASTER), EACH TREATMENT IS
      *          CLAIMED TO THE CARRIER IN FORCE ON ITS TREATMENT
      *          DATE, AND TREATMENTS IN A SELF-PAY PERIOD ARE NOT
      *          SUBMITTED AT ALL.
      *
      *          AFTER THE NIGHT'S TREATMENTS, THE LATE CHARGES LATECHG
      *          POSTED TO DISCHARGED STAYS ARE SUBMITTED AS CORRECTED
      *          (REPLACEMENT) CLAIMS - EC-CLAIM-FREQUENCY "7" RATHER
      *          THAN "1" FOR AN ORIGINAL - CARRYING THE STAY'S REVISED
      *          FINAL CHARGES.  THE PATIENT IS OFF THE MASTER BY THEN,
      *          SO THE INSURANCE TYPE AND DIAGNOSIS COME FROM THE
      *          CORRECTED-CLAIM RECORD, TAKEN FROM DISCHARGE HISTORY.
      *
      *          A STAY FLAGGED ON THE MASTER AS WORKERS' COMP, AUTO
      *          ACCIDENT OR OTHER THIRD-PARTY LIABILITY IS NOT BILLED
      *          TO THE HEALTH CARRIER.  ITS TREATMENTS (AND LATE
      *          CHARGES) GO TO THE LIABILITY CLAIM FILE IN THAT FEED'S
      *          OWN FORMAT, ADDRESSED TO THE LIABLE EMPLOYER OR
      *          CARRIER UNDER ITS CLAIM REFERENCE, WITH THEIR OWN
      *          CONTROL TOTALS BY LIABILITY TYPE.  ONLY WHEN HOSPEDIT
      *          HAS RECORDED THE LIABLE PARTY'S DENIAL DOES THE STAY
      *          FALL BACK TO THE HEALTH CARRIER.
      *
      *          EACH PATIENT SUBMITTED TO A CARRIER OR LIABLE PARTY
      *          IS LOGGED ONCE PER RECIPIENT PER RUN TO THE SHARED
      *          DISCLOSURE REGISTER (PURPOSE PAYMENT) FOR THE PRIVACY
      *          OFFICE'S ACCOUNTING OF DISCLOSURES.
      *
      *          THE TRANSMISSION CONTROL REPORT SHOWS CLAIMS AND
      *          DOLLARS PER CARRIER - THE FIGURES THE CARRIERS
      *          ACKNOWLEDGE AGAINST.

               CARRIER MASTER UNLOAD   -   DDS0001.CARRTABL

               CORRECTED CLAIMS        -   DDS0001.LATECLM

               SUBMISSION FILE         -   DDS0001.ECLAIMS

               LIABILITY CLAIM FILE    -   DDS0001.LIABCLM

               EXCEPTION FILE          -   DDS0001.SUBEXC

               DISCLOSURE REGISTER     -   DDS0001.DISCLOG (MOD)

               CONTROL REPORT          -   SUBRPT

      ******************************************************************
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CTCODE.

           SELECT LATECLM
           ASSIGN TO UT-S-LATECLM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LCCODE.

           SELECT ECLAIMS
           ASSIGN TO UT-S-ECLAIMS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ECCODE.

           SELECT LIABCLM
           ASSIGN TO UT-S-LIABCLM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LBCODE.

           SELECT SUBEXC
           ASSIGN TO UT-S-SUBEXC
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS EXCODE.

           SELECT DISCLOG
           ASSIGN TO UT-S-DISCLOG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DLCODE.

           SELECT SUBRPT
           ASSIGN TO UT-S-SUBRPT
             ACCESS MODE IS SEQUENTIAL
           DATA RECORD IS CARRTABL-REC.
       01  CARRTABL-REC  PIC X(120).

      ****** LATE CHARGES POSTED TO DISCHARGED STAYS BY LATECHG - SAME
      ****** LAYOUT AS THE LATECLM COPYBOOK
       FD  LATECLM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1208 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LATECLM-REC.
       01  LATECLM-REC  PIC X(1208).

      ****** COMBINED SUBMISSION FILE - EC-CARRIER IDENTIFIES THE
      ****** CARRIER ON EVERY RECORD
       FD  ECLAIMS
           DATA RECORD IS ECLAIMS-REC.
       01  ECLAIMS-REC  PIC X(100).

      ****** WORKERS' COMP / LIABILITY CLAIM FILE - ONE RECORD PER
      ****** TREATMENT BILLED TO A LIABLE EMPLOYER OR CARRIER
       FD  LIABCLM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LIABCLM-REC.
       01  LIABCLM-REC  PIC X(150).

       FD  SUBEXC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  EXC-MSG                 PIC X(40).
           05  EXC-REST-OF-REC         PIC X(1101).

       FD  DISCLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCLOG-REC.
       01  DISCLOG-REC  PIC X(80).

       FD  SUBRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
               88 CODE-READ     VALUE SPACES.
           05  CTCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  LCCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  ECCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  LBCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  EXCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  DLCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PMCODE                  PIC X(2).
               88 PMCODE-OK          VALUE "00".
               88 PMCODE-NOT-FOUND   VALUE "23".
           05  EC-PHARMACY-COST        PIC 9(3)V99.
           05  EC-ANCILLARY-CHARGE     PIC 9(5)V99.
           05  EC-TOTAL-CHARGE         PIC 9(7)V99.
           05  EC-CLAIM-FREQUENCY      PIC X(01).
               88  EC-ORIGINAL-CLAIM   VALUE "1".
               88  EC-CORRECTED-CLAIM  VALUE "7".
      ****** CORRECTED CLAIMS ONLY - THE STAY'S REVISED FINAL CHARGES
           05  EC-STAY-FINAL-CHARGES   PIC 9(7)V99.
           05  FILLER                  PIC X(30).

      ****** LIABILITY CLAIM RECORD - THE LIABLE PARTY AND ITS CLAIM
      ****** REFERENCE UP FRONT, THE HEALTH CARRIER CARRIED FOR
      ****** COORDINATION IF THE LIABLE PARTY LATER DENIES
       01  THIRD-PARTY-CLAIM-REC.
           05  TP-LIABILITY-TYPE       PIC X(01).
           05  TP-LIABLE-PARTY-ID      PIC X(10).
           05  TP-LIABLE-PARTY-NAME    PIC X(30).
           05  TP-LIABILITY-CLAIM-REF  PIC X(15).
           05  TP-PATIENT-ID           PIC X(06).
           05  TP-HEALTH-CARRIER       PIC X(03).
           05  TP-DIAGNOSTIC-CODE      PIC X(05).
           05  TP-TREATMENT-TYPE       PIC X(02).
           05  TP-TREATMENT-DATE       PIC X(08).
           05  TP-ATTENDING-PHYS-ID    PIC X(08).
           05  TP-MEDICATION-COST      PIC 9(5)V99.
           05  TP-PHARMACY-COST        PIC 9(3)V99.
           05  TP-ANCILLARY-CHARGE     PIC 9(5)V99.
           05  TP-TOTAL-CHARGE         PIC 9(7)V99.
           05  TP-CLAIM-FREQUENCY      PIC X(01).
           05  TP-STAY-FINAL-CHARGES   PIC 9(7)V99.
           05  FILLER                  PIC X(24).

       COPY LATECLM.

      ****** ACCOUNTING-OF-DISCLOSURES REGISTER RECORD
       COPY DISCLOG.

      ****** PATIENT / RECIPIENT PAIRS ALREADY LOGGED THIS RUN - ONE
      ****** DISCLOSURE PER PATIENT PER CARRIER OR LIABLE PARTY, NOT
      ****** PER CLAIM
       01  DISCLOSED-TABLE.
           05  DISCLOSED-ENTRY OCCURS 5000 TIMES
                       INDEXED BY DISC-IDX.
               10  DISC-PATIENT-ID     PIC X(06).
               10  DISC-RECIPIENT      PIC X(10).
       77  DISCLOSED-COUNT             PIC S9(5) COMP VALUE +0.
       77  DISCLOSED-FOUND-SW          PIC X(01) VALUE "N".
           88 ALREADY-DISCLOSED VALUE "Y".
       77  DISCLOSURE-DATE             PIC X(08) VALUE SPACES.
       77  DISCLOSURE-TIME             PIC X(06) VALUE SPACES.
       77  DISCLOSURE-PATIENT-ID       PIC X(06) VALUE SPACES.
       77  DISCLOSURE-RECIPIENT        PIC X(10) VALUE SPACES.
       77  DISCLOSURE-PURPOSE          PIC X(30) VALUE SPACES.

       01  FLAGS-AND-SWITCHES.
           05 MORE-DATA-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 MORE-LATECLM-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-LATECLM VALUE "N".

      ****** PER-CARRIER TRANSMISSION CONTROLS - ONE SLOT PER
      ****** CARRIER ON THE MASTER UNLOAD, LOADED AT HOUSEKEEPING
      ****** CARRIER MASTER RECORD VIEW OF THE UNLOAD FILE
       COPY CARRMSTR.
       77  WS-TOTAL-CHARGE             PIC S9(7)V99 COMP-3 VALUE 0.
      ****** CARRIER THE CLAIM GOES TO - INSURANCE-TYPE, OR THE
      ****** CARRIER OF THE COVERAGE PERIOD IN FORCE ON THE
      ****** TREATMENT DATE
       77  CLAIM-CARRIER               PIC X(03) VALUE SPACES.
       77  COV-SUB                     PIC 9(02) VALUE 0.

      ****** LIABILITY CLAIM CONTROLS - ONE SLOT PER LIABILITY TYPE
       01  LIABILITY-TYPE-VALUES.
           05  FILLER     PIC X(21) VALUE "WWORKERS COMPENSATION".
           05  FILLER     PIC X(21) VALUE "AAUTO ACCIDENT".
           05  FILLER     PIC X(21) VALUE "LOTHER LIABILITY".
       01  LIABILITY-TYPE-TABLE REDEFINES LIABILITY-TYPE-VALUES.
           05  LIABILITY-TYPE-ENTRY OCCURS 3 TIMES.
               10  LIAB-TYPE-CODE      PIC X(01).
               10  LIAB-TYPE-DESC      PIC X(20).

       01  LIABILITY-CONTROL-TOTALS.
           05  LIABILITY-CONTROL-ENTRY OCCURS 3 TIMES.
               10  LT-CLAIM-COUNT      PIC 9(7) COMP-3.
               10  LT-CLAIM-DOLLARS    PIC S9(11)V99 COMP-3.

       77  LIAB-SUB                    PIC 9(02) VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC 9(7) COMP.
           05 CLAIMS-SUBMITTED         PIC 9(7) COMP.
           05 SELF-PAY-SKIPPED         PIC 9(7) COMP.
           05 PATIENT-NOT-FOUND-RECS   PIC 9(7) COMP.
           05 CORRECTED-READ           PIC 9(7) COMP.
           05 CORRECTED-SUBMITTED      PIC 9(7) COMP.
           05 DISCLOSURES-LOGGED       PIC 9(7) COMP.
           05 LIABILITY-CLAIMS         PIC 9(7) COMP.
           05 DENIED-TO-CARRIER        PIC 9(7) COMP.

       01  WS-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  NOTFOUND-OUT            PIC Z(6).
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-CORRECTED-TOTALS-REC.
           05  FILLER                  PIC X(17)
                  VALUE "Corrected read:".
           05  CORR-READ-OUT           PIC Z(6).
           05  FILLER                  PIC X(12)
                  VALUE " Submitted:".
           05  CORR-SUBMITTED-OUT      PIC Z(6).
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-LIAB-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(50)
                  VALUE "THIRD-PARTY LIABILITY CLAIM CONTROL REPORT".
           05  FILLER     PIC X(82) VALUE SPACES.

       01  WS-LIABILITY-LINE.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(06) VALUE "TYPE:".
           05  LIAB-DESC-O             PIC X(20).
           05  FILLER     PIC X(10) VALUE "  CLAIMS:".
           05  LIAB-COUNT-O            PIC ZZZ,ZZ9.
           05  FILLER     PIC X(11) VALUE "  DOLLARS:".
           05  LIAB-DOLLARS-O          PIC $$$,$$$,$$9.99.
           05  FILLER     PIC X(64) VALUE SPACES.

       01  WS-LIABILITY-TOTALS-REC.
           05  FILLER                  PIC X(18)
                  VALUE "Liability claims:".
           05  LIAB-CLAIMS-OUT         PIC Z(6).
           05  FILLER                  PIC X(32)
                  VALUE " Carrier billed after denial:".
           05  DENIED-OUT              PIC Z(6).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
           UNTIL NO-MORE-DATA OR TRAILER-REC.
           PERFORM 920-READ-LATECLM THRU 920-EXIT.
           PERFORM 600-CORRECTED-CLAIM THRU 600-EXIT
           UNTIL NO-MORE-LATECLM.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "CLAIMSUB HOUSEKEEPING".
           OPEN INPUT TRMTOK, PATMSTR, CARRTABL, LATECLM.
           OPEN OUTPUT ECLAIMS, LIABCLM, SUBEXC, SUBRPT.
           OPEN EXTEND DISCLOG.
           INITIALIZE COUNTERS-AND-ACCUMULATORS,
                      CARRIER-CONTROL-TOTALS,
                      LIABILITY-CONTROL-TOTALS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DISCLOSURE-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO DISCLOSURE-TIME.
           PERFORM 250-LOAD-CARRIER-TABLE THRU 250-EXIT
               UNTIL NO-MORE-CARRTABL.
           IF CARRIER-COUNT = 0
               DISPLAY "*** EMPTY CARRIER MASTER UNLOAD - "
                       "NOTHING TO SUBMIT TO ***"
               CLOSE TRMTOK, PATMSTR, CARRTABL, ECLAIMS,
                     LIABCLM, SUBEXC, SUBRPT, LATECLM, DISCLOG
               MOVE +16 TO RETURN-CODE
               GOBACK.
           PERFORM 900-READ-TRMTOK THRU 900-EXIT.
               DISPLAY "*** CARRIER MASTER EXCEEDS TABLE - "
                       "INCREASE CARRIER-CONTROL-ENTRY OCCURS ***"
               CLOSE TRMTOK, PATMSTR, CARRTABL, ECLAIMS,
                     LIABCLM, SUBEXC, SUBRPT, LATECLM, DISCLOG
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD 1 TO CARRIER-COUNT.
               WRITE SUB-EXC-REC
               GO TO 190-READ-NEXT.

           PERFORM 320-SET-CLAIM-CARRIER THRU 320-EXIT.
      *  A liable party is billed ahead of any health carrier, until
      *  it denies
           IF LIABLE-PARTY-STAY AND NOT LIABILITY-DENIED
               PERFORM 400-BUILD-CLAIM-REC THRU 400-EXIT
               PERFORM 450-BUILD-LIABILITY-CLAIM THRU 450-EXIT
               PERFORM 550-WRITE-LIABILITY-FILE THRU 550-EXIT
               GO TO 190-READ-NEXT.

           PERFORM 300-FIND-CARRIER-SLOT THRU 300-EXIT.
           IF CARRIER-SUB = 0
      *  Blank or unrecognized insurance type - self-pay, no carrier
               ADD +1 TO SELF-PAY-SKIPPED
               GO TO 190-READ-NEXT.
           IF LIABLE-PARTY-STAY
               ADD +1 TO DENIED-TO-CARRIER.

           PERFORM 400-BUILD-CLAIM-REC THRU 400-EXIT.
           PERFORM 500-WRITE-CARRIER-FILE THRU 500-EXIT.
           PERFORM 310-SCAN-CARRIER-TABLE THRU 310-EXIT
               VARYING CARRIER-SUB FROM 1 BY 1
               UNTIL CARRIER-SUB > CARRIER-COUNT
                  OR CARRIER-CODE (CARRIER-SUB) = CLAIM-CARRIER.
           IF CARRIER-SUB > CARRIER-COUNT
               MOVE 0 TO CARRIER-SUB.
       300-EXIT.
       310-EXIT.
           EXIT.

       320-SET-CLAIM-CARRIER.
      *  Latest coverage period in force on the treatment date wins;
      *  a date no period covers is self-pay, as on the statement.
      *  A stay with no periods bills its INSURANCE-TYPE throughout
           MOVE INSURANCE-TYPE TO CLAIM-CARRIER.
           IF COVERAGE-PERIOD-COUNT NOT NUMERIC
              OR COVERAGE-PERIOD-COUNT = ZERO
               GO TO 320-EXIT.
           MOVE SPACES TO CLAIM-CARRIER.
           PERFORM 330-TEST-COVERAGE-PERIOD THRU 330-EXIT
               VARYING COV-SUB FROM 1 BY 1
               UNTIL COV-SUB > COVERAGE-PERIOD-COUNT.
       320-EXIT.
           EXIT.

       330-TEST-COVERAGE-PERIOD.
           IF COV-EFFECTIVE-DATE (COV-SUB) NOT > TREATMENT-DATE
              AND (COV-TERMINATION-DATE (COV-SUB) = SPACES
                   OR COV-TERMINATION-DATE (COV-SUB)
                          NOT < TREATMENT-DATE)
               MOVE COV-CARRIER (COV-SUB) TO CLAIM-CARRIER.
       330-EXIT.
           EXIT.

       400-BUILD-CLAIM-REC.
           COMPUTE WS-TOTAL-CHARGE =
               MEDICATION-COST +
               PHARMACY-COST IN INPATIENT-TREATMENT-REC +
               ANCILLARY-CHARGE.
           MOVE SPACES                   TO ELECTRONIC-CLAIM-REC.
           MOVE CLAIM-CARRIER            TO EC-CARRIER.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                                         TO EC-PATIENT-ID.
           MOVE DIAGNOSTIC-CODE-PRIMARY  TO EC-DIAGNOSTIC-CODE.
                                         TO EC-PHARMACY-COST.
           MOVE ANCILLARY-CHARGE         TO EC-ANCILLARY-CHARGE.
           MOVE WS-TOTAL-CHARGE          TO EC-TOTAL-CHARGE.
           MOVE "1"                      TO EC-CLAIM-FREQUENCY.
           MOVE ZERO                     TO EC-STAY-FINAL-CHARGES.
       400-EXIT.
           EXIT.

       450-BUILD-LIABILITY-CLAIM.
      *  Same charges as the carrier claim just built, addressed to
      *  the liable party instead
           MOVE SPACES                   TO THIRD-PARTY-CLAIM-REC.
           MOVE ACCIDENT-LIABILITY-IND   TO TP-LIABILITY-TYPE.
           MOVE LIABLE-PARTY-ID          TO TP-LIABLE-PARTY-ID.
           MOVE LIABLE-PARTY-NAME        TO TP-LIABLE-PARTY-NAME.
           MOVE LIABILITY-CLAIM-REF      TO TP-LIABILITY-CLAIM-REF.
           MOVE EC-PATIENT-ID            TO TP-PATIENT-ID.
           MOVE EC-CARRIER               TO TP-HEALTH-CARRIER.
           MOVE EC-DIAGNOSTIC-CODE       TO TP-DIAGNOSTIC-CODE.
           MOVE EC-TREATMENT-TYPE        TO TP-TREATMENT-TYPE.
           MOVE EC-TREATMENT-DATE        TO TP-TREATMENT-DATE.
           MOVE EC-ATTENDING-PHYS-ID     TO TP-ATTENDING-PHYS-ID.
           MOVE EC-MEDICATION-COST       TO TP-MEDICATION-COST.
           MOVE EC-PHARMACY-COST         TO TP-PHARMACY-COST.
           MOVE EC-ANCILLARY-CHARGE      TO TP-ANCILLARY-CHARGE.
           MOVE EC-TOTAL-CHARGE          TO TP-TOTAL-CHARGE.
           MOVE EC-CLAIM-FREQUENCY       TO TP-CLAIM-FREQUENCY.
           MOVE EC-STAY-FINAL-CHARGES    TO TP-STAY-FINAL-CHARGES.
       450-EXIT.
           EXIT.

       500-WRITE-CARRIER-FILE.
           WRITE ECLAIMS-REC FROM ELECTRONIC-CLAIM-REC.
           MOVE EC-PATIENT-ID            TO DISCLOSURE-PATIENT-ID.
           MOVE EC-CARRIER               TO DISCLOSURE-RECIPIENT.
           MOVE "PAYMENT - CLAIM SUBMISSION"
                                         TO DISCLOSURE-PURPOSE.
           PERFORM 510-LOG-DISCLOSURE THRU 510-EXIT.
       500-EXIT.
           EXIT.

       510-LOG-DISCLOSURE.
      *  First claim for this patient to this recipient is the
      *  disclosure; later claims on the same run add nothing
           MOVE "N" TO DISCLOSED-FOUND-SW.
           SET DISC-IDX TO 1.
           SEARCH DISCLOSED-ENTRY
               AT END
                   CONTINUE
               WHEN DISC-IDX > DISCLOSED-COUNT
                   CONTINUE
               WHEN DISC-PATIENT-ID (DISC-IDX) = DISCLOSURE-PATIENT-ID
                AND DISC-RECIPIENT (DISC-IDX) = DISCLOSURE-RECIPIENT
                   MOVE "Y" TO DISCLOSED-FOUND-SW
           END-SEARCH.
           IF ALREADY-DISCLOSED
               GO TO 510-EXIT.

      *  A full table only costs a duplicate register entry, never
      *  a missing one
           IF DISCLOSED-COUNT < +5000
               ADD +1 TO DISCLOSED-COUNT
               MOVE DISCLOSURE-PATIENT-ID
                                 TO DISC-PATIENT-ID (DISCLOSED-COUNT)
               MOVE DISCLOSURE-RECIPIENT
                                 TO DISC-RECIPIENT (DISCLOSED-COUNT).

           MOVE SPACES                   TO DISCLOSURE-LOG-REC.
           MOVE DISCLOSURE-PATIENT-ID    TO DL-PATIENT-ID.
           MOVE DISCLOSURE-DATE          TO DL-DISCLOSURE-DATE.
           MOVE DISCLOSURE-TIME          TO DL-DISCLOSURE-TIME.
           MOVE "CLAIMSUB"               TO DL-EXTRACT-NAME.
           MOVE DISCLOSURE-RECIPIENT     TO DL-RECIPIENT.
           MOVE "PY"                     TO DL-PURPOSE-CODE.
           MOVE DISCLOSURE-PURPOSE       TO DL-PURPOSE-DESC.
           WRITE DISCLOG-REC FROM DISCLOSURE-LOG-REC.
           ADD +1 TO DISCLOSURES-LOGGED.
       510-EXIT.
           EXIT.

       550-WRITE-LIABILITY-FILE.
           WRITE LIABCLM-REC FROM THIRD-PARTY-CLAIM-REC.
           ADD +1 TO LIABILITY-CLAIMS.
           PERFORM 560-FIND-LIABILITY-SLOT THRU 560-EXIT
               VARYING LIAB-SUB FROM 1 BY 1
               UNTIL LIAB-SUB > 3
                  OR LIAB-TYPE-CODE (LIAB-SUB) = TP-LIABILITY-TYPE.
           IF LIAB-SUB NOT > 3
               ADD +1 TO LT-CLAIM-COUNT (LIAB-SUB)
               ADD TP-TOTAL-CHARGE TO LT-CLAIM-DOLLARS (LIAB-SUB).
      *  The liable party is the recipient - its id when the unit
      *  gave one, otherwise the front of its name
           MOVE TP-PATIENT-ID            TO DISCLOSURE-PATIENT-ID.
           IF TP-LIABLE-PARTY-ID NOT = SPACES
               MOVE TP-LIABLE-PARTY-ID   TO DISCLOSURE-RECIPIENT
           ELSE
               MOVE TP-LIABLE-PARTY-NAME TO DISCLOSURE-RECIPIENT.
           MOVE "PAYMENT - LIABLE PARTY CLAIM"
                                         TO DISCLOSURE-PURPOSE.
           PERFORM 510-LOG-DISCLOSURE THRU 510-EXIT.
       550-EXIT.
           EXIT.

       560-FIND-LIABILITY-SLOT.
           CONTINUE.
       560-EXIT.
           EXIT.

       600-CORRECTED-CLAIM.
      *  The stay's billing fields stand in for the master record
      *  the patient was discharged off
           MOVE LC-TREATMENT-IMAGE   TO INPATIENT-TREATMENT-REC.
           MOVE LC-INSURANCE-TYPE    TO INSURANCE-TYPE,
                                        CLAIM-CARRIER.
           MOVE LC-DIAGNOSTIC-CODE   TO DIAGNOSTIC-CODE-PRIMARY.
           MOVE LC-LIABILITY-DATA    TO LIABILITY-SEGMENT.
           IF LIABLE-PARTY-STAY AND NOT LIABILITY-DENIED
               PERFORM 400-BUILD-CLAIM-REC THRU 400-EXIT
               MOVE "7"                  TO EC-CLAIM-FREQUENCY
               MOVE LC-REVISED-FINAL-CHARGES
                                         TO EC-STAY-FINAL-CHARGES
               PERFORM 450-BUILD-LIABILITY-CLAIM THRU 450-EXIT
               PERFORM 550-WRITE-LIABILITY-FILE THRU 550-EXIT
               ADD +1 TO CORRECTED-SUBMITTED
               GO TO 690-READ-NEXT.

           PERFORM 300-FIND-CARRIER-SLOT THRU 300-EXIT.
           IF CARRIER-SUB = 0
               ADD +1 TO SELF-PAY-SKIPPED
               GO TO 690-READ-NEXT.
           IF LIABLE-PARTY-STAY
               ADD +1 TO DENIED-TO-CARRIER.

           PERFORM 400-BUILD-CLAIM-REC THRU 400-EXIT.
           MOVE "7"                      TO EC-CLAIM-FREQUENCY.
           MOVE LC-REVISED-FINAL-CHARGES TO EC-STAY-FINAL-CHARGES.
           PERFORM 500-WRITE-CARRIER-FILE THRU 500-EXIT.
           ADD +1 TO CORRECTED-SUBMITTED,
                     CC-CLAIM-COUNT (CARRIER-SUB).
           ADD WS-TOTAL-CHARGE TO CC-CLAIM-DOLLARS (CARRIER-SUB).

       690-READ-NEXT.
           PERFORM 920-READ-LATECLM THRU 920-EXIT.
       600-EXIT.
           EXIT.

       900-READ-TRMTOK.
           READ TRMTOK INTO INPATIENT-TREATMENT-REC
           AT END MOVE "N" TO MORE-DATA-SW
       900-EXIT.
           EXIT.

       920-READ-LATECLM.
           READ LATECLM INTO LATE-CHARGE-CLAIM-REC
           AT END MOVE "N" TO MORE-LATECLM-SW
              GO TO 920-EXIT
           END-READ
           ADD +1 TO CORRECTED-READ.
       920-EXIT.
           EXIT.

       700-WRITE-CARRIER-LINE.
           MOVE CARRIER-CODE (CARRIER-SUB)      TO CARR-CODE-O.
           MOVE CC-CLAIM-COUNT (CARRIER-SUB)    TO CARR-COUNT-O.
       700-EXIT.
           EXIT.

       710-WRITE-LIABILITY-LINE.
           MOVE LIAB-TYPE-DESC (LIAB-SUB)       TO LIAB-DESC-O.
           MOVE LT-CLAIM-COUNT (LIAB-SUB)       TO LIAB-COUNT-O.
           MOVE LT-CLAIM-DOLLARS (LIAB-SUB)     TO LIAB-DOLLARS-O.
           WRITE RPT-REC FROM WS-LIABILITY-LINE.
       710-EXIT.
           EXIT.

       999-CLEANUP.
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           MOVE PATIENT-NOT-FOUND-RECS TO NOTFOUND-OUT.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           MOVE CORRECTED-READ         TO CORR-READ-OUT.
           MOVE CORRECTED-SUBMITTED    TO CORR-SUBMITTED-OUT.
           WRITE RPT-REC FROM WS-CORRECTED-TOTALS-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-LIAB-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           PERFORM 710-WRITE-LIABILITY-LINE THRU 710-EXIT
               VARYING LIAB-SUB FROM 1 BY 1
               UNTIL LIAB-SUB > 3.
           MOVE LIABILITY-CLAIMS       TO LIAB-CLAIMS-OUT.
           MOVE DENIED-TO-CARRIER      TO DENIED-OUT.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-LIABILITY-TOTALS-REC.
           CLOSE TRMTOK, PATMSTR, CARRTABL, ECLAIMS, LIABCLM, SUBEXC,
                 SUBRPT, LATECLM, DISCLOG.
           DISPLAY "** DISCLOSURES LOGGED **".
           DISPLAY DISCLOSURES-LOGGED.
           DISPLAY "******** NORMAL END OF JOB CLAIMSUB ********".
       999-EXIT.
           EXIT.
