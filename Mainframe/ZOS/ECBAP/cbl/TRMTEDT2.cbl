      *          OUTPUT - THEY PEND WITH THE ALLERGY SEVERITY IN THE
      *          REASON.
      *
      *          DRUG-DRUG INTERACTIONS - EVERY ORAL, INTRAVENOUS AND
      *          INJECTED MEDICATION (OA/IV/IN) IS SCREENED AGAINST
      *          WHAT THE PATIENT RECEIVED IN THE LAST
      *          INTERACT-WINDOW-DAYS DAYS - THE ROLLING HISTORY
      *          MEDHBLD KEEPS PLUS ANY EARLIER GOOD TREATMENT IN
      *          THIS RUN - USING THE INTERACTION TABLE DRUGMNT
      *          MAINTAINS.  A SEVERE INTERACTION PENDS THE
      *          TREATMENT JUST AS AN ALLERGY CONFLICT DOES; A
      *          MODERATE ONE GOES ON THE PHARMACIST REVIEW LISTING
      *          AND THE TREATMENT CARRIES ON THROUGH THE EDIT.
      *
      *          CLINICAL PRIVILEGES - THE PRESCRIBER MUST HOLD A
      *          PRIVILEGE FOR THE TREATMENT-TYPE ON THE REGISTRY,
      *          IN FORCE ON THE TREATMENT DATE (GRANTED ON OR
      *          BEFORE IT, REVIEW DATE NOT PASSED), OR THE
      *          TREATMENT PENDS.
      *
      *          PRACTITIONER REGISTRY - THE PRESCRIBING AND
      *          ATTENDING PHYSICIANS AND BOTH NURSE IDS MUST BE ON
      *          THE REGISTRY MASTER REGMAINT MAINTAINS, ACTIVE AND

               PRE-AUTHORIZATION FILE  -   DDS0001.PREAUTH

               INTERACTION TABLE       -   DDS0001.DRUGTABL

               MEDICATION HISTORY      -   DDS0001.MEDHIST

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               GOOD OUTPUT FILE        -   DDS0001.TRMTOK

               PENDED CLAIMS FILE      -   DDS0001.TRMTPEND

               PHARMACIST REVIEW LIST  -   PHRMRVW

      ******************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PACODE.

           SELECT DRUGTABL
           ASSIGN TO UT-S-DRUGTABL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DTCODE.

           SELECT MEDHIST
           ASSIGN TO UT-S-MEDHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MHCODE.

           SELECT PHRMRVW
           ASSIGN TO UT-S-PHRMRVW
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RVCODE.

           SELECT TRMTOK
           ASSIGN TO UT-S-TRMTOK
             ACCESS MODE IS SEQUENTIAL
           05  PA-CARRIER-INS-TYPE     PIC X(03).
           05  FILLER                  PIC X(19).

      ****** NIGHTLY UNLOAD OF THE DRUG-INTERACTION MASTER DRUGMNT
      ****** MAINTAINS - SAME LAYOUT AS THE DRUGINTR COPYBOOK
       FD  DRUGTABL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DRUGTABL-REC.
       01  DRUGTABL-REC  PIC X(80).

      ****** ROLLING MEDICATION HISTORY BUILT BY MEDHBLD
       FD  MEDHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MEDHIST-REC.
       01  MEDHIST-REC  PIC X(40).

       FD  PHRMRVW
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RVW-REC.
       01  RVW-REC PIC X(133).

       FD  TRMTOK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05 FILLER           PIC X(2958).

       FD  PHYSREG
           RECORD CONTAINS 260 CHARACTERS
           DATA RECORD IS PHYSREG-REC.
       01  PHYSREG-REC.
           05 PHYSREG-KEY      PIC X(08).
           05 FILLER           PIC X(252).

       FD  BALFILE
           RECORDING MODE IS F
               88 CODE-WRITE    VALUE SPACES.
           05  BLCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  DTCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  MHCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RVCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       COPY TREATMNT.

           05 PEND-RECORD-SW           PIC X(01) VALUE "N".
              88 PEND-THE-RECORD VALUE "Y".
              88 RECORD-IS-CLEAN VALUE "N".
           05 MORE-DRUGTABL-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-DRUGTABL VALUE "N".
           05 MORE-MEDHIST-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-MEDHIST VALUE "N".

      ****** IN-CORE COPY OF THE PRE-AUTHORIZATION FILE
       01  PREAUTH-TABLE.

       77  AUTH-ENTRY-COUNT            PIC S9(4) COMP VALUE 0.
       77  ALRG-SUB                    PIC 9(02) VALUE 0.
       77  PRIV-SUB                    PIC 9(02) VALUE 0.
       77  PRIV-FOUND-SUB              PIC 9(02) VALUE 0.

       COPY DRUGINTR.

       COPY MEDHIST.

      ****** IN-CORE COPY OF THE INTERACTION TABLE - EACH PAIR IS
      ****** HELD ONCE, LOWER MEDICATION-ID FIRST
       01  INTERACTION-TABLE.
           05  INTERACTION-ENTRY OCCURS 2000 TIMES
                       INDEXED BY INTR-IDX.
               10  INTR-PAIR-KEY.
                   15  INTR-MEDICATION-LOW  PIC X(08).
                   15  INTR-MEDICATION-HIGH PIC X(08).
               10  INTR-SEVERITY       PIC X(01).
                   88  INTR-SEVERE     VALUE "S".
                   88  INTR-MODERATE   VALUE "M".
               10  INTR-MESSAGE        PIC X(40).
       77  INTR-ENTRY-COUNT            PIC S9(4) COMP VALUE 0.

      ****** IN-CORE MEDICATION HISTORY - THE PRIOR CYCLES' ENTRIES
      ****** PLUS EACH GOOD OA/IV/IN TREATMENT AS THIS RUN PASSES IT
       01  MED-HISTORY-TABLE.
           05  MED-HISTORY-ENTRY OCCURS 10000 TIMES
                       INDEXED BY MEDH-IDX.
               10  MEDH-PATIENT-ID     PIC 9(06).
               10  MEDH-MEDICATION-ID  PIC X(08).
               10  MEDH-TREATMENT-DATE PIC X(08).
               10  MEDH-DAY-NUM        PIC S9(7) COMP.
       77  MEDH-ENTRY-COUNT            PIC S9(5) COMP VALUE 0.
       77  MEDH-SUB                    PIC S9(5) COMP VALUE 0.

      ****** A MEDICATION GIVEN WITHIN THIS MANY DAYS BEFORE THE
      ****** TREATMENT DATE IS SCREENED FOR INTERACTIONS - MEDHBLD
      ****** MUST RETAIN AT LEAST THIS MUCH HISTORY
       77  INTERACT-WINDOW-DAYS        PIC S9(3) COMP VALUE +7.

       01  INTERACTION-WORK-FIELDS.
           05  WS-SCREEN-PAIR-KEY.
               10  WS-SCREEN-LOW-ID    PIC X(08).
               10  WS-SCREEN-HIGH-ID   PIC X(08).
           05  WS-SCREEN-YYYYMMDD      PIC 9(08).
           05  WS-SCREEN-DAY-NUM       PIC S9(7) COMP.
           05  WS-SCREEN-DAYS-APART    PIC S9(7) COMP.
           05  WS-SEVERE-FOUND-SW      PIC X(01).
               88  SEVERE-INTERACTION-FOUND VALUE "Y".

       01  WS-RVW-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  RVW-HDR-DATE            PIC X(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
           "PHARMACIST REVIEW - MODERATE DRUG INTERACTIONS".
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-RVW-COL-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(09) VALUE "PATIENT".
           05  FILLER     PIC X(10) VALUE "TRMT DATE".
           05  FILLER     PIC X(04) VALUE "TYP".
           05  FILLER     PIC X(10) VALUE "MEDICATION".
           05  FILLER     PIC X(10) VALUE "PRESCRIBER".
           05  FILLER     PIC X(10) VALUE "PRIOR MED".
           05  FILLER     PIC X(10) VALUE "GIVEN".
           05  FILLER     PIC X(42) VALUE "INTERACTION".
           05  FILLER     PIC X(27) VALUE SPACES.

       01  WS-RVW-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  RVW-PATIENT-O           PIC 9(06).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RVW-TRMT-DATE-O         PIC X(08).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RVW-TYPE-O              PIC X(02).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RVW-MEDICATION-O        PIC X(08).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RVW-PRESCRIBER-O        PIC X(08).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RVW-PRIOR-MED-O         PIC X(08).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RVW-PRIOR-DATE-O        PIC X(08).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RVW-MESSAGE-O           PIC X(40).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC 9(7) COMP.
           05 RECORDS-WRITTEN          PIC 9(7) COMP.
           05 RECORDS-PENDED           PIC 9(7) COMP.
           05 SEVERE-INTERACTIONS      PIC 9(7) COMP.
           05 MODERATE-INTERACTIONS    PIC 9(7) COMP.
           05 WS-MEDICATION-CHARGES    PIC S9(9)V99 COMP-3.
           05 WS-PHARMACY-CHARGES      PIC S9(7)V99 COMP-3.
           05 WS-ANCILLARY-CHARGES     PIC S9(5)V99 COMP-3.

       000-HOUSEKEEPING.
           DISPLAY "TRMTEDT2 HOUSEKEEPING".
           OPEN INPUT TRMTEDIT, PREAUTH, DRUGTABL, MEDHIST.
           OPEN OUTPUT TRMTOK, TRMTPEND, PHRMRVW.
           OPEN EXTEND BALFILE.
           OPEN INPUT PATMSTR, PHYSREG.
           INITIALIZE COUNTERS-AND-ACCUMULATORS,
                      BALANCE-ACCUMULATORS.
           PERFORM 200-LOAD-PREAUTH-TABLE THRU 200-EXIT.
           PERFORM 220-LOAD-INTERACTION-TABLE THRU 220-EXIT.
           PERFORM 240-LOAD-MEDICATION-HISTORY THRU 240-EXIT.
           IF CYCLE-BUSINESS-DATE NUMERIC
               MOVE CYCLE-BUSINESS-DATE TO RVW-HDR-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO RVW-HDR-DATE.
           WRITE RVW-REC FROM WS-RVW-HDR-REC.
           WRITE RVW-REC FROM WS-RVW-COL-HDR-REC.
           PERFORM 900-READ-TRMTEDIT THRU 900-EXIT.
       000-EXIT.
           EXIT.
               DISPLAY "*** PRE-AUTH FILE EXCEEDS TABLE - INCREASE "
                       "PREAUTH-TABLE OCCURS ***"
               CLOSE TRMTEDIT, PREAUTH, TRMTOK, TRMTPEND, PATMSTR,
                     PHYSREG, BALFILE, DRUGTABL, MEDHIST, PHRMRVW
               MOVE +16 TO RETURN-CODE
               GOBACK.
       200-EXIT.
       210-EXIT.
           EXIT.

       220-LOAD-INTERACTION-TABLE.
      *  A missing pair would let a severe interaction through - an
      *  overflow stops the run, as the pre-auth table does.
           PERFORM 920-READ-DRUGTABL THRU 920-EXIT.
           PERFORM 230-STORE-INTERACTION THRU 230-EXIT
               UNTIL NO-MORE-DRUGTABL OR INTR-ENTRY-COUNT = 2000.
           IF NOT NO-MORE-DRUGTABL
               DISPLAY "*** INTERACTION TABLE FULL - INCREASE "
                       "INTERACTION-TABLE OCCURS ***"
               CLOSE TRMTEDIT, PREAUTH, TRMTOK, TRMTPEND, PATMSTR,
                     PHYSREG, BALFILE, DRUGTABL, MEDHIST, PHRMRVW
               MOVE +16 TO RETURN-CODE
               GOBACK.
       220-EXIT.
           EXIT.

       230-STORE-INTERACTION.
           ADD +1 TO INTR-ENTRY-COUNT.
           SET INTR-IDX TO INTR-ENTRY-COUNT.
           MOVE DI-MEDICATION-ID-1  TO INTR-MEDICATION-LOW (INTR-IDX).
           MOVE DI-MEDICATION-ID-2  TO INTR-MEDICATION-HIGH (INTR-IDX).
           MOVE DI-SEVERITY         TO INTR-SEVERITY (INTR-IDX).
           MOVE DI-MESSAGE          TO INTR-MESSAGE (INTR-IDX).
           PERFORM 920-READ-DRUGTABL THRU 920-EXIT.
       230-EXIT.
           EXIT.

       240-LOAD-MEDICATION-HISTORY.
           PERFORM 930-READ-MEDHIST THRU 930-EXIT.
           PERFORM 250-STORE-HISTORY THRU 250-EXIT
               UNTIL NO-MORE-MEDHIST OR MEDH-ENTRY-COUNT = 10000.
           IF NOT NO-MORE-MEDHIST
               DISPLAY "*** MEDICATION HISTORY FULL - INCREASE "
                       "MED-HISTORY-TABLE OCCURS ***"
               CLOSE TRMTEDIT, PREAUTH, TRMTOK, TRMTPEND, PATMSTR,
                     PHYSREG, BALFILE, DRUGTABL, MEDHIST, PHRMRVW
               MOVE +16 TO RETURN-CODE
               GOBACK.
       240-EXIT.
           EXIT.

       250-STORE-HISTORY.
           IF MH-TREATMENT-DATE NUMERIC
               ADD +1 TO MEDH-ENTRY-COUNT
               SET MEDH-IDX TO MEDH-ENTRY-COUNT
               MOVE MH-PATIENT-ID     TO MEDH-PATIENT-ID (MEDH-IDX)
               MOVE MH-MEDICATION-ID  TO MEDH-MEDICATION-ID (MEDH-IDX)
               MOVE MH-TREATMENT-DATE TO MEDH-TREATMENT-DATE (MEDH-IDX)
               MOVE MH-TREATMENT-DATE TO WS-SCREEN-YYYYMMDD
               COMPUTE MEDH-DAY-NUM (MEDH-IDX) =
                   FUNCTION INTEGER-OF-DATE (WS-SCREEN-YYYYMMDD).
           PERFORM 930-READ-MEDHIST THRU 930-EXIT.
       250-EXIT.
           EXIT.

       100-MAINLINE.
           ADD +1 TO IN-DETAIL-COUNT.
           ADD PATIENT-ID IN INPATIENT-TREATMENT-REC
      *  allergy screen runs first because it is the safety check.
           PERFORM 500-READ-PATIENT-MASTER THRU 500-EXIT.
           PERFORM 350-CHECK-ALLERGY THRU 350-EXIT.
           IF RECORD-IS-CLEAN
               PERFORM 370-CHECK-INTERACTIONS THRU 370-EXIT.
           IF RECORD-IS-CLEAN
               PERFORM 400-CHECK-PREAUTH THRU 400-EXIT.
           IF RECORD-IS-CLEAN
           PERFORM 460-CHECK-ONE-PRACTITIONER THRU 460-EXIT.
           IF PEND-THE-RECORD
               GO TO 450-EXIT.
           IF PRESCRIBING-PHYS-ID NOT = SPACES
               PERFORM 470-CHECK-PRIVILEGES THRU 470-EXIT
               IF PEND-THE-RECORD
                   GO TO 450-EXIT.

           MOVE ATTENDING-PHYS-ID IN INPATIENT-TREATMENT-REC
                                    TO WS-CHECK-PRACTITIONER-ID.
       460-EXIT.
           EXIT.

       470-CHECK-PRIVILEGES.
      *  The prescriber's registry record is still in place from
      *  460 - the treatment type must be among the privileges
      *  held, granted on or before the treatment date and not past
      *  its reappointment review date.
           MOVE ZERO TO PRIV-FOUND-SUB.
           IF REG-PRIVILEGE-COUNT NUMERIC
               PERFORM 480-TEST-PRIVILEGE THRU 480-EXIT
                   VARYING PRIV-SUB FROM 1 BY 1
                   UNTIL PRIV-SUB > REG-PRIVILEGE-COUNT
                      OR PRIV-FOUND-SUB NOT = ZERO.
           IF PRIV-FOUND-SUB = ZERO
               MOVE SPACES TO PEND-REASON
               STRING "*** PRESCRIBER NOT PRIVILEGED FOR "
                      TREATMENT-TYPE
                      DELIMITED BY SIZE INTO PEND-REASON
               MOVE "Y" TO PEND-RECORD-SW
               GO TO 470-EXIT.
           IF REG-PRIV-GRANTED-DATE (PRIV-FOUND-SUB) > TREATMENT-DATE
              OR REG-PRIV-REVIEW-DATE (PRIV-FOUND-SUB) < TREATMENT-DATE
               MOVE SPACES TO PEND-REASON
               STRING "*** PRIVILEGE FOR " TREATMENT-TYPE
                      " NOT IN FORCE ON DATE"
                      DELIMITED BY SIZE INTO PEND-REASON
               MOVE "Y" TO PEND-RECORD-SW.
       470-EXIT.
           EXIT.

       480-TEST-PRIVILEGE.
           IF REG-PRIV-TRMT-TYPE (PRIV-SUB) = TREATMENT-TYPE
               MOVE PRIV-SUB TO PRIV-FOUND-SUB.
       480-EXIT.
           EXIT.

       350-CHECK-ALLERGY.
      *  Cross-check the medication being administered against the
      *  patient's allergy entries - any match pends the treatment.
       360-EXIT.
           EXIT.

       370-CHECK-INTERACTIONS.
      *  Screen an administered medication against every medication
      *  the patient received in the window before its treatment
      *  date.  Severe pends; moderate is listed for the pharmacist.
           IF NOT (ORAL-ADMIN OR INTRAVENOUS-ADMIN OR INJECTION)
               GO TO 370-EXIT.
           IF MEDICATION-ID IN INPATIENT-TREATMENT-REC = SPACES
              OR TREATMENT-DATE NOT NUMERIC
               GO TO 370-EXIT.
           MOVE TREATMENT-DATE TO WS-SCREEN-YYYYMMDD.
           COMPUTE WS-SCREEN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-SCREEN-YYYYMMDD).
           MOVE "N" TO WS-SEVERE-FOUND-SW.
           PERFORM 380-TEST-HISTORY-ENTRY THRU 380-EXIT
               VARYING MEDH-SUB FROM 1 BY 1
               UNTIL MEDH-SUB > MEDH-ENTRY-COUNT.
           IF SEVERE-INTERACTION-FOUND
               ADD +1 TO SEVERE-INTERACTIONS
               MOVE "Y" TO PEND-RECORD-SW.
       370-EXIT.
           EXIT.

       380-TEST-HISTORY-ENTRY.
           IF MEDH-PATIENT-ID (MEDH-SUB) NOT =
                  PATIENT-ID IN INPATIENT-TREATMENT-REC
               GO TO 380-EXIT.
           IF MEDH-MEDICATION-ID (MEDH-SUB) =
                  MEDICATION-ID IN INPATIENT-TREATMENT-REC
               GO TO 380-EXIT.
           COMPUTE WS-SCREEN-DAYS-APART =
               WS-SCREEN-DAY-NUM - MEDH-DAY-NUM (MEDH-SUB).
           IF WS-SCREEN-DAYS-APART < ZERO
              OR WS-SCREEN-DAYS-APART > INTERACT-WINDOW-DAYS
               GO TO 380-EXIT.

           IF MEDH-MEDICATION-ID (MEDH-SUB) <
                  MEDICATION-ID IN INPATIENT-TREATMENT-REC
               MOVE MEDH-MEDICATION-ID (MEDH-SUB) TO WS-SCREEN-LOW-ID
               MOVE MEDICATION-ID IN INPATIENT-TREATMENT-REC
                                            TO WS-SCREEN-HIGH-ID
           ELSE
               MOVE MEDICATION-ID IN INPATIENT-TREATMENT-REC
                                            TO WS-SCREEN-LOW-ID
               MOVE MEDH-MEDICATION-ID (MEDH-SUB) TO WS-SCREEN-HIGH-ID.

           SET INTR-IDX TO 1.
           SEARCH INTERACTION-ENTRY
               AT END
                   GO TO 380-EXIT
      *  Only the loaded entries are real - stop at the count
               WHEN INTR-IDX > INTR-ENTRY-COUNT
                   GO TO 380-EXIT
               WHEN INTR-PAIR-KEY (INTR-IDX) = WS-SCREEN-PAIR-KEY
                   CONTINUE
           END-SEARCH.

      *  The first severe pair names the pend reason
           IF INTR-SEVERE (INTR-IDX)
               IF NOT SEVERE-INTERACTION-FOUND
                   MOVE "Y" TO WS-SEVERE-FOUND-SW
                   MOVE SPACES TO PEND-REASON
                   STRING "*** DRUG INTERACTION WITH "
                              DELIMITED BY SIZE
                          MEDH-MEDICATION-ID (MEDH-SUB)
                              DELIMITED BY SIZE
                          INTO PEND-REASON
               END-IF
           ELSE
               PERFORM 390-LIST-FOR-REVIEW THRU 390-EXIT.
       380-EXIT.
           EXIT.

       390-LIST-FOR-REVIEW.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                                         TO RVW-PATIENT-O.
           MOVE TREATMENT-DATE           TO RVW-TRMT-DATE-O.
           MOVE TREATMENT-TYPE           TO RVW-TYPE-O.
           MOVE MEDICATION-ID IN INPATIENT-TREATMENT-REC
                                         TO RVW-MEDICATION-O.
           MOVE PRESCRIBING-PHYS-ID      TO RVW-PRESCRIBER-O.
           MOVE MEDH-MEDICATION-ID (MEDH-SUB)  TO RVW-PRIOR-MED-O.
           MOVE MEDH-TREATMENT-DATE (MEDH-SUB) TO RVW-PRIOR-DATE-O.
           MOVE INTR-MESSAGE (INTR-IDX)  TO RVW-MESSAGE-O.
           WRITE RVW-REC FROM WS-RVW-LINE.
           ADD +1 TO MODERATE-INTERACTIONS.
       390-EXIT.
           EXIT.

       400-CHECK-PREAUTH.
      *  Only the high-cost types need authorization, and only for
      *  insured patients - a blank INSURANCE-TYPE on the master
           ADD PHARMACY-COST IN INPATIENT-TREATMENT-REC
               TO WS-PHARMACY-CHARGES.
           ADD +1 TO RECORDS-WRITTEN.
      *  A medication that passed is history for the rest of the run
           IF (ORAL-ADMIN OR INTRAVENOUS-ADMIN OR INJECTION)
              AND MEDICATION-ID IN INPATIENT-TREATMENT-REC NOT = SPACES
              AND TREATMENT-DATE NUMERIC
              AND MEDH-ENTRY-COUNT < 10000
               ADD +1 TO MEDH-ENTRY-COUNT
               SET MEDH-IDX TO MEDH-ENTRY-COUNT
               MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                                      TO MEDH-PATIENT-ID (MEDH-IDX)
               MOVE MEDICATION-ID IN INPATIENT-TREATMENT-REC
                                      TO MEDH-MEDICATION-ID (MEDH-IDX)
               MOVE TREATMENT-DATE    TO MEDH-TREATMENT-DATE (MEDH-IDX)
               MOVE TREATMENT-DATE    TO WS-SCREEN-YYYYMMDD
               COMPUTE MEDH-DAY-NUM (MEDH-IDX) =
                   FUNCTION INTEGER-OF-DATE (WS-SCREEN-YYYYMMDD).
       700-EXIT.
           EXIT.

       910-EXIT.
           EXIT.

       920-READ-DRUGTABL.
           READ DRUGTABL INTO DRUG-INTERACTION-REC
           AT END MOVE "N" TO MORE-DRUGTABL-SW
              GO TO 920-EXIT
           END-READ.
       920-EXIT.
           EXIT.

       930-READ-MEDHIST.
           READ MEDHIST INTO MEDICATION-HISTORY-REC
           AT END MOVE "N" TO MORE-MEDHIST-SW
              GO TO 930-EXIT
           END-READ.
       930-EXIT.
           EXIT.

       999-CLEANUP.
      *  Rebuild the trailer for the good-output file so the next
      *  step still balances - pended records are out of the counts.
           WRITE INPATIENT-TREATMENT-REC-OK FROM WS-TRAILER-REC.

           CLOSE TRMTEDIT, PREAUTH, TRMTOK, TRMTPEND, PATMSTR,
                 PHYSREG, BALFILE, DRUGTABL, MEDHIST, PHRMRVW.
           MOVE RECORDS-READ    TO CYCLE-STEP-RECORDS-IN.
           MOVE RECORDS-WRITTEN TO CYCLE-STEP-RECORDS-OUT.
           DISPLAY "** RECORDS READ **".
           DISPLAY RECORDS-WRITTEN.
           DISPLAY "** RECORDS PENDED **".
           DISPLAY RECORDS-PENDED.
           DISPLAY "** SEVERE / MODERATE DRUG INTERACTIONS **".
           DISPLAY SEVERE-INTERACTIONS " " MODERATE-INTERACTIONS.
           DISPLAY "******** NORMAL END OF JOB TRMTEDT2 ********".
       999-EXIT.
           EXIT.
