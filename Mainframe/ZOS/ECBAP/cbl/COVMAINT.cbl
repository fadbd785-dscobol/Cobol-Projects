       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COVMAINT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/88.
       DATE-COMPILED. 01/23/88.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          THIS PROGRAM APPLIES COVERAGE-CHANGE TRANSACTIONS TO
      *          THE COVERAGE-PERIOD SEGMENT OF THE VSAM PATIENT
      *          MASTER.  EACH TRANSACTION NAMES THE CARRIER (BLANK
      *          FOR SELF-PAY) THAT COVERS THE STAY FROM ITS
      *          EFFECTIVE DATE ON.  THE PERIOD IN FORCE IS CLOSED THE
      *          DAY BEFORE AND THE NEW ONE OPENED, AND INSURANCE-TYPE
      *          IS SET TO THE NEW CARRIER.  THE FIRST CHANGE TO A
      *          STAY ALSO RECORDS THE COVERAGE IT WAS ADMITTED UNDER
      *          AS THE STAY'S FIRST PERIOD.
      *
      *          TRANSACTIONS COME FROM ADMITTING (A PATIENT WHO
      *          CHANGES PLANS OR CONVERTS TO SELF-PAY) AND FROM THE
      *          NIGHTLY ELIGIBILITY CHECK, WHICH WRITES A SELF-PAY
      *          CHANGE FOR EVERY POLICY IT FINDS TERMINATED.  A
      *          CHANGE THAT IS ALREADY IN FORCE IS PASSED OVER, SO
      *          THE SAME TERMINATION FOUND NIGHT AFTER NIGHT CHANGES
      *          NOTHING.
      *
      *          REJECTS (UNKNOWN PATIENT, CARRIER NOT ON THE CARRIER
      *          MASTER, BAD OR OUT-OF-SEQUENCE DATE, FULL PERIOD
      *          TABLE) GO TO THE REJECT FILE WITH A REASON.  EVERY
      *          CHANGE IS JOURNALED FOR BACKOUT.
      *
      ******************************************************************

               INPUT FILE              -   DDS0001.COVTRAN

               CARRIER MASTER UNLOAD   -   DDS0001.CARRTABL

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               REJECTED TRANS FILE     -   DDS0001.COVREJ

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COVTRAN
           ASSIGN TO UT-S-COVTRAN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRCODE.

           SELECT CARRTABL
           ASSIGN TO UT-S-CARRTABL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CTCODE.

           SELECT COVREJ
           ASSIGN TO UT-S-COVREJ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RJCODE.

      ****** BEFORE/AFTER IMAGE JOURNAL - EVERY CHANGE APPLIED TO
      ****** PATMSTR IS JOURNALED SO BACKOUT CAN RESTORE THE MASTER
           SELECT JRNFILE
           ASSIGN TO UT-S-PATJRNL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS JRCODE.

           SELECT PATMSTR
                  ASSIGN       TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PATMSTR-KEY
                  FILE STATUS  IS PMCODE.

       DATA DIVISION.
       FILE SECTION.
      ****** COVERAGE-CHANGE TRANSACTION - SAME LAYOUT ELIGCHK WRITES
       FD  COVTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COVERAGE-TRAN-REC.
       01  COVERAGE-TRAN-REC.
           05  CT-PATIENT-ID               PIC 9(06).
           05  CT-CARRIER                  PIC X(03).
               88  CT-SELF-PAY             VALUE SPACES.
           05  CT-MEMBER-ID                PIC X(10).
           05  CT-EFFECTIVE-DATE           PIC X(08).
           05  CT-SOURCE                   PIC X(08).
           05  FILLER                      PIC X(05).

      ****** NIGHTLY SEQUENTIAL UNLOAD OF THE CARRIER MASTER CARRMNT
      ****** MAINTAINS - SAME LAYOUT AS THE CARRMSTR COPYBOOK
       FD  CARRTABL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRTABL-REC.
       01  CARRTABL-REC  PIC X(120).

       FD  COVREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COVERAGE-TRAN-ERR.
       01  COVERAGE-TRAN-ERR.
           05  ERR-MSG                     PIC X(40).
           05  REST-OF-REC                 PIC X(40).

       FD  JRNFILE
           RECORD CONTAINS 5965 CHARACTERS
           DATA RECORD IS JRNFILE-REC.
       01  JRNFILE-REC  PIC X(5965).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TRCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  CTCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RJCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PMCODE                  PIC X(2).
               88 PMCODE-OK          VALUE "00".
               88 PMCODE-NOT-FOUND   VALUE "23".
           05  JRCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       77  MORE-RECORDS-SW             PIC X(1) VALUE SPACE.
           88 NO-MORE-RECORDS  VALUE 'N'.

       01  FLAGS-AND-SWITCHES.
           05 MORE-CARRTABL-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-CARRTABL VALUE "N".
           05 CARRIER-KNOWN-SW         PIC X(01) VALUE "N".
              88 CARRIER-KNOWN VALUE "Y".

      ****** CARRIER CODES OFF THE CARRIER MASTER UNLOAD - A CHANGE
      ****** TO A CARRIER MUST NAME ONE OF THESE
       01  KNOWN-CARRIER-TABLE.
           05  KNOWN-CARRIER-ENTRY OCCURS 10 TIMES
                       INDEXED BY KC-IDX.
               10  KC-CARRIER-CODE     PIC X(03).
       77  KC-ENTRY-COUNT              PIC S9(4) COMP VALUE 0.

      ****** CARRIER MASTER RECORD VIEW OF THE UNLOAD FILE
       COPY CARRMSTR.

       77  COV-SUB                     PIC 9(02) VALUE 0.

       01  DATE-WORK-FIELDS.
           05  WS-ADMIT-YYYYMMDD       PIC X(08).
           05  WS-DAY-BEFORE-YYYYMMDD  PIC 9(08).
           05  WS-EFFECTIVE-YYYYMMDD   PIC 9(08).
           05  WS-EFFECTIVE-DAY-NUM    PIC S9(7) COMP.
       01  RETURN-CD                   PIC S9(04).

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC S9(4) COMP.
           05 RECORDS-APPLIED          PIC S9(4) COMP.
           05 RECORDS-IN-FORCE         PIC S9(4) COMP.
           05 RECORDS-REJECTED         PIC S9(4) COMP.

       COPY PATMSTR.

      ****** JOURNAL RECORD - BEFORE/AFTER IMAGES OF EVERY MASTER
      ****** CHANGE THIS RUN APPLIES
       COPY PATJRNL.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-RECORDS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "COVMAINT HOUSEKEEPING".
           OPEN INPUT COVTRAN, CARRTABL.
           OPEN OUTPUT COVREJ.
           OPEN I-O PATMSTR.
           OPEN EXTEND JRNFILE.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           PERFORM 250-LOAD-CARRIER-TABLE THRU 250-EXIT
               UNTIL NO-MORE-CARRTABL.
           PERFORM 900-READ-COVTRAN THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           IF NOT CT-SELF-PAY
               PERFORM 260-CHECK-CARRIER-KNOWN THRU 260-EXIT
               IF NOT CARRIER-KNOWN
                   MOVE "*** CARRIER NOT ON CARRIER MASTER"
                       TO ERR-MSG
                   PERFORM 710-WRITE-COVREJ THRU 710-EXIT
                   GO TO 190-READ-NEXT.

           MOVE CT-EFFECTIVE-DATE TO WS-EFFECTIVE-YYYYMMDD.
           CALL 'DATEVAL' USING CT-EFFECTIVE-DATE, RETURN-CD.
           IF CT-EFFECTIVE-DATE NOT NUMERIC OR RETURN-CD < 0
               MOVE "*** INVALID EFFECTIVE DATE" TO ERR-MSG
               PERFORM 710-WRITE-COVREJ THRU 710-EXIT
               GO TO 190-READ-NEXT.

           MOVE CT-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR
               INVALID KEY
                   NEXT SENTENCE.
           IF PMCODE-NOT-FOUND
               MOVE "*** PATIENT NOT-FOUND ON MASTER FILE" TO ERR-MSG
               PERFORM 710-WRITE-COVREJ THRU 710-EXIT
               GO TO 190-READ-NEXT.

           MOVE PATMSTR-REC TO PATIENT-MASTER-REC.
           MOVE PATMSTR-REC TO PJ-BEFORE-IMAGE.
           IF COVERAGE-PERIOD-COUNT NOT NUMERIC
               MOVE ZERO TO COVERAGE-PERIOD-COUNT.

           MOVE DATE-ADMIT IN PATIENT-MASTER-REC (1:4)
                                   TO WS-ADMIT-YYYYMMDD (1:4).
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC (6:2)
                                   TO WS-ADMIT-YYYYMMDD (5:2).
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC (9:2)
                                   TO WS-ADMIT-YYYYMMDD (7:2).
      *  Coverage from before the admission simply covers the stay
      *  from the admit date
           IF WS-ADMIT-YYYYMMDD NUMERIC
              AND CT-EFFECTIVE-DATE < WS-ADMIT-YYYYMMDD
               MOVE WS-ADMIT-YYYYMMDD TO CT-EFFECTIVE-DATE.

           IF COVERAGE-PERIOD-COUNT = ZERO
               PERFORM 300-OPEN-FIRST-PERIOD THRU 300-EXIT.
           PERFORM 400-APPLY-CHANGE THRU 400-EXIT.

       190-READ-NEXT.
           PERFORM 900-READ-COVTRAN THRU 900-EXIT.
       100-EXIT.
           EXIT.

       250-LOAD-CARRIER-TABLE.
           READ CARRTABL INTO CARRIER-MASTER-REC
               AT END
               MOVE "N" TO MORE-CARRTABL-SW
               GO TO 250-EXIT
           END-READ
           IF KC-ENTRY-COUNT >= +10
               DISPLAY "*** COVMAINT CARRIER TABLE FULL"
               GO TO 250-EXIT.
           ADD +1 TO KC-ENTRY-COUNT.
           SET KC-IDX TO KC-ENTRY-COUNT.
           MOVE CM-CARRIER-CODE TO KC-CARRIER-CODE (KC-IDX).
       250-EXIT.
           EXIT.

       260-CHECK-CARRIER-KNOWN.
           MOVE "N" TO CARRIER-KNOWN-SW.
           IF KC-ENTRY-COUNT = +0
               GO TO 260-EXIT.
           SET KC-IDX TO 1.
           SEARCH KNOWN-CARRIER-ENTRY
               AT END
                   GO TO 260-EXIT
      *  Only the loaded entries are real - stop at the count
               WHEN KC-IDX > KC-ENTRY-COUNT
                   GO TO 260-EXIT
               WHEN KC-CARRIER-CODE (KC-IDX) = CT-CARRIER
                   MOVE "Y" TO CARRIER-KNOWN-SW
           END-SEARCH.
       260-EXIT.
           EXIT.

       300-OPEN-FIRST-PERIOD.
      *  Before the first change the stay has been covered since
      *  admission by whatever INSURANCE-TYPE says - record that as
      *  the first period so the days already billed keep it
           IF WS-ADMIT-YYYYMMDD NOT NUMERIC
              OR CT-EFFECTIVE-DATE NOT > WS-ADMIT-YYYYMMDD
               GO TO 300-EXIT.
           MOVE 1                  TO COVERAGE-PERIOD-COUNT.
           MOVE INSURANCE-TYPE     TO COV-CARRIER (1).
           MOVE SPACES             TO COV-MEMBER-ID (1).
           MOVE WS-ADMIT-YYYYMMDD  TO COV-EFFECTIVE-DATE (1).
           MOVE SPACES             TO COV-TERMINATION-DATE (1).
       300-EXIT.
           EXIT.

       400-APPLY-CHANGE.
           MOVE COVERAGE-PERIOD-COUNT TO COV-SUB.
           IF COV-SUB = ZERO
               GO TO 450-ADD-PERIOD.

      *  The same carrier already in force from no later than this
      *  date - nothing to change
           IF COV-CARRIER (COV-SUB) = CT-CARRIER
              AND COV-EFFECTIVE-DATE (COV-SUB) NOT > CT-EFFECTIVE-DATE
              AND COV-TERMINATION-DATE (COV-SUB) = SPACES
               ADD +1 TO RECORDS-IN-FORCE
               GO TO 400-EXIT.

           IF CT-EFFECTIVE-DATE < COV-EFFECTIVE-DATE (COV-SUB)
               MOVE "*** EFFECTIVE BEFORE LATEST PERIOD" TO ERR-MSG
               PERFORM 710-WRITE-COVREJ THRU 710-EXIT
               GO TO 400-EXIT.

      *  Same start date - the change corrects the latest period
           IF CT-EFFECTIVE-DATE = COV-EFFECTIVE-DATE (COV-SUB)
               MOVE CT-CARRIER     TO COV-CARRIER (COV-SUB)
               MOVE CT-MEMBER-ID   TO COV-MEMBER-ID (COV-SUB)
               MOVE SPACES         TO COV-TERMINATION-DATE (COV-SUB)
               GO TO 480-SET-CURRENT.

           IF COVERAGE-PERIOD-COUNT >= 6
               MOVE "*** COVERAGE PERIOD TABLE FULL" TO ERR-MSG
               PERFORM 710-WRITE-COVREJ THRU 710-EXIT
               GO TO 400-EXIT.

      *  Close the period in force the day before the change
           MOVE CT-EFFECTIVE-DATE TO WS-EFFECTIVE-YYYYMMDD.
           COMPUTE WS-EFFECTIVE-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-EFFECTIVE-YYYYMMDD).
           COMPUTE WS-DAY-BEFORE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-EFFECTIVE-DAY-NUM - 1).
           MOVE WS-DAY-BEFORE-YYYYMMDD
                                   TO COV-TERMINATION-DATE (COV-SUB).

       450-ADD-PERIOD.
           ADD 1 TO COVERAGE-PERIOD-COUNT.
           MOVE COVERAGE-PERIOD-COUNT TO COV-SUB.
           MOVE CT-CARRIER         TO COV-CARRIER (COV-SUB).
           MOVE CT-MEMBER-ID       TO COV-MEMBER-ID (COV-SUB).
           MOVE CT-EFFECTIVE-DATE  TO COV-EFFECTIVE-DATE (COV-SUB).
           MOVE SPACES             TO COV-TERMINATION-DATE (COV-SUB).

       480-SET-CURRENT.
           MOVE CT-CARRIER         TO INSURANCE-TYPE.
           PERFORM 600-REWRITE-MASTER THRU 600-EXIT.
       400-EXIT.
           EXIT.

       600-REWRITE-MASTER.
           MOVE PATIENT-MASTER-REC TO PATMSTR-REC.
           REWRITE PATMSTR-REC
               INVALID KEY
                   DISPLAY "*** PATMSTR REWRITE FAILED " PMCODE
                   MOVE "*** PATMSTR REWRITE FAILED" TO ERR-MSG
                   PERFORM 710-WRITE-COVREJ THRU 710-EXIT
                   GO TO 600-EXIT
           END-REWRITE.
           ADD +1 TO RECORDS-APPLIED.
           PERFORM 650-WRITE-JOURNAL THRU 650-EXIT.
       600-EXIT.
           EXIT.

       650-WRITE-JOURNAL.
           MOVE "COVMAINT"                  TO PJ-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PJ-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PJ-RUN-TIME.
           MOVE "COVTRAN "                  TO PJ-TRAN-SOURCE.
           MOVE MASTER-KEY-AREA             TO PJ-PATIENT-ID.
           MOVE "C"                         TO PJ-ACTION-CODE.
           MOVE PATMSTR-REC                 TO PJ-AFTER-IMAGE.
           WRITE JRNFILE-REC FROM PATIENT-JOURNAL-REC.
       650-EXIT.
           EXIT.

       710-WRITE-COVREJ.
           MOVE COVERAGE-TRAN-REC TO REST-OF-REC.
           WRITE COVERAGE-TRAN-ERR.
           ADD +1 TO RECORDS-REJECTED.
       710-EXIT.
           EXIT.

       900-READ-COVTRAN.
           READ COVTRAN
               AT END MOVE "N" TO MORE-RECORDS-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           CLOSE COVTRAN, CARRTABL, COVREJ, PATMSTR, JRNFILE.
           DISPLAY "** TRANS READ **".
           DISPLAY RECORDS-READ.
           DISPLAY "** TRANS APPLIED **".
           DISPLAY RECORDS-APPLIED.
           DISPLAY "** ALREADY IN FORCE **".
           DISPLAY RECORDS-IN-FORCE.
           DISPLAY "** TRANS REJECTED **".
           DISPLAY RECORDS-REJECTED.
           DISPLAY "NORMAL END OF JOB COVMAINT".
       999-EXIT.
           EXIT.
