       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRIVRVW.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          MONTHLY CLINICAL PRIVILEGES REAPPOINTMENT REPORT.
      *
      *          EVERY PRIVILEGE ON THE PRACTITIONER REGISTRY CARRIES
      *          A REAPPOINTMENT REVIEW DATE.  FOR THE MEDICAL STAFF
      *          OFFICE THIS RUN LISTS, FROM THE REGISTRY UNLOAD, EACH
      *          ACTIVE PRACTITIONER'S PRIVILEGES WHOSE REVIEW DATE
      *          FALLS WITHIN PRIV-LOOKAHEAD-DAYS OF THE RUN DATE -
      *          AND ANY ALREADY PAST IT, FLAGGED OVERDUE, SINCE THE
      *          TREATMENT EDIT PENDS ORDERS UNDER A LAPSED PRIVILEGE.
      *          THE LISTING IS IN REVIEW-DATE ORDER, THEN BY
      *          PRACTITIONER AND TREATMENT TYPE.
      *
      ******************************************************************

             REGISTRY UNLOAD         -   DDS0001.REGTABL

             SORT WORK FILE          -   SORTWK01

             REVIEW REPORT           -   PRIVRPT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGTABL
           ASSIGN TO UT-S-REGTABL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RGCODE.

           SELECT SORTFILE
           ASSIGN TO SORTWK01.

           SELECT PRIVRPT
           ASSIGN TO UT-S-PRIVRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

       DATA DIVISION.
       FILE SECTION.
      ****** NIGHTLY SEQUENTIAL UNLOAD OF DDS0001.PHYSREG - SAME
      ****** LAYOUT AS THE PRACTITIONER-REG-REC COPYBOOK
       FD  REGTABL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 260 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REGTABL-REC.
       01  REGTABL-REC  PIC X(260).

       SD  SORTFILE.
       01  SORT-REC.
           05  SRT-REVIEW-DATE         PIC X(08).
           05  SRT-PRACTITIONER-ID     PIC X(08).
           05  SRT-TRMT-TYPE           PIC X(02).
           05  SRT-PRACTITIONER-NAME   PIC X(30).
           05  SRT-SPECIALTY           PIC X(10).
           05  SRT-GRANTED-DATE        PIC X(08).

       FD  PRIVRPT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  RGCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  FLAGS-AND-SWITCHES.
           05 MORE-REGTABL-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-REGTABL       VALUE "N".
           05 MORE-SORT-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-SORT-RECS     VALUE "N".

       01  COUNTERS-AND-ACCUMULATORS.
           05 REGISTRY-RECS-READ       PIC S9(5) COMP.
           05 PRIVILEGES-READ          PIC S9(7) COMP.
           05 PRIVILEGES-DUE           PIC S9(5) COMP.
           05 PRIVILEGES-OVERDUE       PIC S9(5) COMP.

      ****** A PRIVILEGE IS LISTED WHEN ITS REVIEW DATE IS NO MORE
      ****** THAN THIS MANY DAYS AFTER THE RUN DATE
       77  PRIV-LOOKAHEAD-DAYS         PIC S9(3) COMP VALUE +60.
       77  PRIV-SUB                    PIC 9(02) VALUE 0.

       01  DATE-WORK-FIELDS.
           05  RUN-YYYYMMDD            PIC 9(08).
           05  LIMIT-YYYYMMDD          PIC 9(08).
           05  LIMIT-DAY-NUM           PIC S9(7) COMP.
           05  LIMIT-DATE-X8           PIC X(08).

       77  WS-RUN-YYYYMMDD             PIC X(08) VALUE SPACES.

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
           "CLINICAL PRIVILEGES DUE FOR REAPPOINTMENT REVIEW".
           05  FILLER                  PIC X(15) VALUE
           "  REVIEW BY:   ".
           05  HDR-LIMIT-DATE          PIC X(08).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-COL-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(10) VALUE "REVIEW".
           05  FILLER     PIC X(10) VALUE "PRACT ID".
           05  FILLER     PIC X(32) VALUE "PRACTITIONER NAME".
           05  FILLER     PIC X(12) VALUE "SPECIALTY".
           05  FILLER     PIC X(06) VALUE "TYPE".
           05  FILLER     PIC X(10) VALUE "GRANTED".
           05  FILLER     PIC X(10) VALUE "STATUS".
           05  FILLER     PIC X(42) VALUE SPACES.

       01  WS-PRIV-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  PRIV-REVIEW-O           PIC X(08).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PRIV-PRACT-ID-O         PIC X(08).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PRIV-PRACT-NAME-O       PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PRIV-SPECIALTY-O        PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PRIV-TYPE-O             PIC X(02).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  PRIV-GRANTED-O          PIC X(08).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PRIV-STATUS-O           PIC X(08).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(16)
                  VALUE "Registry read:  ".
           05  REGISTRY-OUT            PIC Z(5).
           05  FILLER                  PIC X(18)
                  VALUE " Privileges read: ".
           05  PRIV-READ-OUT           PIC Z(6).
           05  FILLER                  PIC X(11)
                  VALUE " Due soon: ".
           05  DUE-OUT                 PIC Z(5).
           05  FILLER                  PIC X(10)
                  VALUE " Overdue: ".
           05  OVERDUE-OUT             PIC Z(5).
           05  FILLER                  PIC X(57) VALUE SPACES.

      ****** REGISTRY RECORD VIEW OF THE UNLOAD FILE
       COPY PHYSREG.

      ****** STEP COUNT INTERFACE READ BY THE NIGHTRUN CYCLE DRIVER
       COPY RUNCOUNT.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           SORT SORTFILE
               ON ASCENDING KEY SRT-REVIEW-DATE
               ON ASCENDING KEY SRT-PRACTITIONER-ID
               ON ASCENDING KEY SRT-TRMT-TYPE
               INPUT PROCEDURE IS 100-RELEASE-PRIVILEGES
                                  THRU 100-RELEASE-EXIT
               OUTPUT PROCEDURE IS 300-PRINT-PRIVILEGES
                                  THRU 300-PRINT-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "PRIVRVW HOUSEKEEPING".
           OPEN OUTPUT PRIVRPT.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
      *  The cycle's business date under the nightly driver, the
      *  machine date on a standalone run
           IF CYCLE-BUSINESS-DATE NUMERIC
               MOVE CYCLE-BUSINESS-DATE TO WS-RUN-YYYYMMDD
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
           MOVE WS-RUN-YYYYMMDD              TO RUN-YYYYMMDD.
           COMPUTE LIMIT-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (RUN-YYYYMMDD)
                   + PRIV-LOOKAHEAD-DAYS.
           COMPUTE LIMIT-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (LIMIT-DAY-NUM).
           MOVE LIMIT-YYYYMMDD               TO LIMIT-DATE-X8.
           MOVE LIMIT-DATE-X8                TO HDR-LIMIT-DATE.

           MOVE WS-RUN-YYYYMMDD (1:4)        TO HDR-DATE (1:4).
           MOVE "-"                          TO HDR-DATE (5:1).
           MOVE WS-RUN-YYYYMMDD (5:2)        TO HDR-DATE (6:2).
           MOVE "-"                          TO HDR-DATE (8:1).
           MOVE WS-RUN-YYYYMMDD (7:2)        TO HDR-DATE (9:2).
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-COL-HDR-REC.
       000-EXIT.
           EXIT.

       100-RELEASE-PRIVILEGES.
           OPEN INPUT REGTABL.
           PERFORM 110-SCAN-PRACTITIONER THRU 110-EXIT
               UNTIL NO-MORE-REGTABL.
           CLOSE REGTABL.
       100-RELEASE-EXIT.
           EXIT.

       110-SCAN-PRACTITIONER.
           READ REGTABL INTO PRACTITIONER-REG-REC
               AT END
               MOVE 'N' TO MORE-REGTABL-SW
               GO TO 110-EXIT
           END-READ
           ADD +1 TO REGISTRY-RECS-READ.
      *  A terminated practitioner is not reappointed - skip them
           IF NOT REG-ACTIVE
               GO TO 110-EXIT.
           IF REG-PRIVILEGE-COUNT NOT NUMERIC
              OR REG-PRIVILEGE-COUNT = ZERO
               GO TO 110-EXIT.
           PERFORM 120-TEST-PRIVILEGE THRU 120-EXIT
               VARYING PRIV-SUB FROM 1 BY 1
               UNTIL PRIV-SUB > REG-PRIVILEGE-COUNT.
       110-EXIT.
           EXIT.

       120-TEST-PRIVILEGE.
           ADD +1 TO PRIVILEGES-READ.
           IF REG-PRIV-REVIEW-DATE (PRIV-SUB) > LIMIT-DATE-X8
               GO TO 120-EXIT.
           MOVE REG-PRIV-REVIEW-DATE (PRIV-SUB)  TO SRT-REVIEW-DATE.
           MOVE REG-PRACTITIONER-ID              TO SRT-PRACTITIONER-ID.
           MOVE REG-PRIV-TRMT-TYPE (PRIV-SUB)    TO SRT-TRMT-TYPE.
           MOVE REG-PRACTITIONER-NAME            TO
                                             SRT-PRACTITIONER-NAME.
           MOVE REG-SPECIALTY                    TO SRT-SPECIALTY.
           MOVE REG-PRIV-GRANTED-DATE (PRIV-SUB) TO SRT-GRANTED-DATE.
           RELEASE SORT-REC.
       120-EXIT.
           EXIT.

       300-PRINT-PRIVILEGES.
           PERFORM 310-PRINT-ONE-PRIVILEGE THRU 310-EXIT
               UNTIL NO-MORE-SORT-RECS.
       300-PRINT-EXIT.
           EXIT.

       310-PRINT-ONE-PRIVILEGE.
           RETURN SORTFILE
               AT END
               MOVE "N" TO MORE-SORT-SW
               GO TO 310-EXIT
           END-RETURN
           MOVE SRT-REVIEW-DATE        TO PRIV-REVIEW-O.
           MOVE SRT-PRACTITIONER-ID    TO PRIV-PRACT-ID-O.
           MOVE SRT-PRACTITIONER-NAME  TO PRIV-PRACT-NAME-O.
           MOVE SRT-SPECIALTY          TO PRIV-SPECIALTY-O.
           MOVE SRT-TRMT-TYPE          TO PRIV-TYPE-O.
           MOVE SRT-GRANTED-DATE       TO PRIV-GRANTED-O.
           IF SRT-REVIEW-DATE < WS-RUN-YYYYMMDD
               MOVE "OVERDUE"          TO PRIV-STATUS-O
               ADD +1 TO PRIVILEGES-OVERDUE
           ELSE
               MOVE "DUE"              TO PRIV-STATUS-O
               ADD +1 TO PRIVILEGES-DUE.
           WRITE RPT-REC FROM WS-PRIV-LINE.
       310-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE REGISTRY-RECS-READ TO REGISTRY-OUT.
           MOVE PRIVILEGES-READ    TO PRIV-READ-OUT.
           MOVE PRIVILEGES-DUE     TO DUE-OUT.
           MOVE PRIVILEGES-OVERDUE TO OVERDUE-OUT.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE PRIVRPT.
           DISPLAY "NORMAL END OF JOB PRIVRVW".
       999-EXIT.
           EXIT.
