       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MEDHBLD.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          ROLLING MEDICATION HISTORY BUILD.
      *
      *          TRMTEDT2 SCREENS EVERY ORAL, INTRAVENOUS AND INJECTED
      *          MEDICATION AGAINST WHAT THE PATIENT RECEIVED IN THE
      *          LAST FEW DAYS.  THIS STEP, RUN AFTER TRMTEDT2, KEEPS
      *          THAT HISTORY: THE PRIOR HISTORY FILE IS CARRIED
      *          FORWARD LESS ANY ENTRY OLDER THAN THE RETENTION
      *          WINDOW, THE NIGHT'S GOOD TREATMENTS (OA/IV/IN WITH A
      *          MEDICATION-ID) ARE ADDED, AND THE RESULT IS WRITTEN
      *          SORTED BY PATIENT AND TREATMENT DATE AS THE NEW
      *          GENERATION.  THE RETENTION WINDOW MUST BE AT LEAST
      *          AS LONG AS THE EDIT'S INTERACTION WINDOW.
      *
      ******************************************************************

             PRIOR HISTORY FILE      -   DDS0001.MEDHIST

             EDITED TREATMENTS       -   DDS0001.TRMTOK

             SORT WORK FILE          -   SORTWK01

             NEW HISTORY FILE        -   DDS0001.MEDHISTN

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDHIST
           ASSIGN TO UT-S-MEDHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MHCODE.

           SELECT TRMTOK
           ASSIGN TO UT-S-TRMTOK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OKCODE.

           SELECT SORTFILE
           ASSIGN TO SORTWK01.

           SELECT MEDHISTN
           ASSIGN TO UT-S-MEDHISTN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MNCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MEDHIST-REC.
       01  MEDHIST-REC  PIC X(40).

       FD  TRMTOK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRMTOK-REC.
       01  TRMTOK-REC  PIC X(1101).

       SD  SORTFILE.
       01  SORT-REC.
           05  SRT-PATIENT-ID          PIC 9(06).
           05  SRT-TREATMENT-DATE      PIC X(08).
           05  FILLER                  PIC X(26).

       FD  MEDHISTN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MEDHISTN-REC.
       01  MEDHISTN-REC  PIC X(40).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  MHCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  OKCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  MNCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  FLAGS-AND-SWITCHES.
           05 MORE-HISTORY-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-HISTORY       VALUE "N".
           05 MORE-TREATMENTS-SW       PIC X(01) VALUE "Y".
              88 NO-MORE-TREATMENTS    VALUE "N".
           05 MORE-SORT-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-SORT-RECS     VALUE "N".

       COPY TREATMNT.

       COPY MEDHIST.

      ****** STEP COUNT INTERFACE READ BY THE NIGHTRUN CYCLE DRIVER
       COPY RUNCOUNT.

      ****** HISTORY OLDER THAN THIS MANY DAYS BEFORE THE BUSINESS
      ****** DATE IS DROPPED - KEEP IT AT LEAST THE TRMTEDT2 WINDOW
       77  MEDHIST-RETAIN-DAYS         PIC S9(3) COMP VALUE +30.

       01  DATE-WORK-FIELDS.
           05  RUN-YYYYMMDD            PIC 9(08).
           05  RUN-DAY-NUM             PIC S9(7) COMP.
           05  CUTOFF-DAY-NUM          PIC S9(7) COMP.
           05  CUTOFF-YYYYMMDD         PIC 9(08).
           05  CUTOFF-DATE-X8          PIC X(08).

       77  WS-RUN-YYYYMMDD             PIC X(08) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 HISTORY-READ             PIC 9(7) COMP.
           05 HISTORY-AGED-OFF         PIC 9(7) COMP.
           05 TREATMENTS-READ          PIC 9(7) COMP.
           05 TREATMENTS-ADDED         PIC 9(7) COMP.
           05 HISTORY-WRITTEN          PIC 9(7) COMP.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           SORT SORTFILE
               ON ASCENDING KEY SRT-PATIENT-ID
               ON ASCENDING KEY SRT-TREATMENT-DATE
               INPUT PROCEDURE IS 100-RELEASE-HISTORY
                                  THRU 100-RELEASE-EXIT
               OUTPUT PROCEDURE IS 300-WRITE-HISTORY
                                  THRU 300-WRITE-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "MEDHBLD HOUSEKEEPING".
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
      *    Under the nightly driver the window is measured back from
      *    the cycle's business date; standalone runs use today
           IF CYCLE-BUSINESS-DATE NUMERIC
               MOVE CYCLE-BUSINESS-DATE TO WS-RUN-YYYYMMDD
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
           MOVE WS-RUN-YYYYMMDD TO RUN-YYYYMMDD.
           COMPUTE RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (RUN-YYYYMMDD).
           COMPUTE CUTOFF-DAY-NUM = RUN-DAY-NUM - MEDHIST-RETAIN-DAYS.
           COMPUTE CUTOFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (CUTOFF-DAY-NUM).
           MOVE CUTOFF-YYYYMMDD TO CUTOFF-DATE-X8.
           DISPLAY "MEDICATION HISTORY KEPT FROM " CUTOFF-DATE-X8.
       000-EXIT.
           EXIT.

       100-RELEASE-HISTORY.
           OPEN INPUT MEDHIST, TRMTOK.
           PERFORM 110-CARRY-HISTORY THRU 110-EXIT
               UNTIL NO-MORE-HISTORY.
           PERFORM 150-ADD-TREATMENT THRU 150-EXIT
               UNTIL NO-MORE-TREATMENTS.
           CLOSE MEDHIST, TRMTOK.
       100-RELEASE-EXIT.
           EXIT.

       110-CARRY-HISTORY.
           READ MEDHIST INTO MEDICATION-HISTORY-REC
               AT END
               MOVE "N" TO MORE-HISTORY-SW
               GO TO 110-EXIT
           END-READ
           ADD +1 TO HISTORY-READ.
           IF MH-TREATMENT-DATE < CUTOFF-DATE-X8
               ADD +1 TO HISTORY-AGED-OFF
               GO TO 110-EXIT.
           RELEASE SORT-REC FROM MEDICATION-HISTORY-REC.
       110-EXIT.
           EXIT.

       150-ADD-TREATMENT.
           READ TRMTOK INTO INPATIENT-TREATMENT-REC
               AT END
               MOVE "N" TO MORE-TREATMENTS-SW
               GO TO 150-EXIT
           END-READ
           ADD +1 TO TREATMENTS-READ.
      *  Only administered medications interact - the trailer and
      *  the procedure-type treatments are not history
           IF NOT DETAIL-REC IN INPATIENT-TREATMENT-REC
               GO TO 150-EXIT.
           IF NOT (ORAL-ADMIN OR INTRAVENOUS-ADMIN OR INJECTION)
               GO TO 150-EXIT.
           IF MEDICATION-ID IN INPATIENT-TREATMENT-REC = SPACES
               GO TO 150-EXIT.
           MOVE SPACES               TO MEDICATION-HISTORY-REC.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                                     TO MH-PATIENT-ID.
           MOVE TREATMENT-DATE       TO MH-TREATMENT-DATE.
           MOVE MEDICATION-ID IN INPATIENT-TREATMENT-REC
                                     TO MH-MEDICATION-ID.
           MOVE TREATMENT-TYPE       TO MH-TREATMENT-TYPE.
           MOVE PRESCRIBING-PHYS-ID  TO MH-PRESCRIBING-PHYS-ID.
           RELEASE SORT-REC FROM MEDICATION-HISTORY-REC.
           ADD +1 TO TREATMENTS-ADDED.
       150-EXIT.
           EXIT.

       300-WRITE-HISTORY.
           OPEN OUTPUT MEDHISTN.
           PERFORM 310-WRITE-ONE-ENTRY THRU 310-EXIT
               UNTIL NO-MORE-SORT-RECS.
           CLOSE MEDHISTN.
       300-WRITE-EXIT.
           EXIT.

       310-WRITE-ONE-ENTRY.
           RETURN SORTFILE
               AT END
               MOVE "N" TO MORE-SORT-SW
               GO TO 310-EXIT
           END-RETURN
           WRITE MEDHISTN-REC FROM SORT-REC.
           ADD +1 TO HISTORY-WRITTEN.
       310-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE HISTORY-READ    TO CYCLE-STEP-RECORDS-IN.
           ADD TREATMENTS-READ  TO CYCLE-STEP-RECORDS-IN.
           MOVE HISTORY-WRITTEN TO CYCLE-STEP-RECORDS-OUT.
           DISPLAY "MEDHBLD - HISTORY READ "  HISTORY-READ
                   " AGED OFF "               HISTORY-AGED-OFF.
           DISPLAY "MEDHBLD - TREATMENTS READ " TREATMENTS-READ
                   " ADDED "                    TREATMENTS-ADDED
                   " HISTORY WRITTEN "          HISTORY-WRITTEN.
           DISPLAY "NORMAL END OF JOB MEDHBLD".
       999-EXIT.
           EXIT.
