       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CRSREG.
      ******************************************************************
      *  Course registration against section capacity.  STUDENT1 and
      *  TRNSCRPT take the "C" course records as given, so nothing
      *  kept a section from being oversubscribed and nobody told a
      *  student the course was full.  This run applies the term's
      *  add/drop requests to the course-section master (capacity and
      *  enrolled count per course, section and term) and the class
      *  roster carried forward from the last run:
      *
      *     - drops first, so the seats they open are there for the
      *       adds; then adds in registration-priority order (1 is
      *       first), ties in the order submitted
      *     - an add enrolls while the section has room and goes on
      *       the section's wait list once it does not
      *     - a seat opened by a drop (or by the registrar raising
      *       the capacity on the master) goes to the longest-waiting
      *       student automatically
      *
      *  Writes the updated master and roster, every confirmed
      *  registration as a "C" course record in student order (the
      *  term's course records for the student file STUDENT1 reads),
      *  a confirmation / wait-list notice per student, and the
      *  section fill report for the registrar.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECTION-MASTER ASSIGN TO UT-S-SECTIN
             FILE STATUS IS SMCODE.
           SELECT SECTION-MASTER-OUT ASSIGN TO UT-S-SECTOUT
             FILE STATUS IS SOCODE.
           SELECT ROSTER-FILE ASSIGN TO UT-S-ROSTIN
             FILE STATUS IS RSCODE.
           SELECT ROSTER-FILE-OUT ASSIGN TO UT-S-ROSTOUT
             FILE STATUS IS ROCODE.
           SELECT REG-TRANS ASSIGN TO UT-S-REGTRAN
             FILE STATUS IS RTCODE.
           SELECT REG-COURSES ASSIGN TO UT-S-REGCRS
             FILE STATUS IS RCCODE.
           SELECT NOTICE-REPORT ASSIGN TO UT-S-REGNOTE
             FILE STATUS IS NRCODE.
           SELECT FILL-REPORT ASSIGN TO UT-S-REGFILL
             FILE STATUS IS FRCODE.
           SELECT TRANS-SORT ASSIGN TO UT-S-SORTWK1.
           SELECT NOTICE-SORT ASSIGN TO UT-S-SORTWK2.
           SELECT COURSE-SORT ASSIGN TO UT-S-SORTWK3.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *  One record per course section offered in the term
      ******************************************************************
       FD  SECTION-MASTER
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  SECTION-REC.
           05  SM-COURSE-NUMBER        PIC X(5).
           05  SM-SECTION              PIC X(3).
           05  SM-TERM                 PIC X(6).
           05  SM-COURSE-TITLE         PIC X(20).
           05  SM-CREDITS              PIC 9.
           05  SM-CAPACITY             PIC 9(3).
           05  SM-ENROLLED             PIC 9(3).
           05  SM-WAITING              PIC 9(3).
           05  FILLER                  PIC X(16).
       FD  SECTION-MASTER-OUT
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  SECTION-REC-OUT             PIC X(60).
      ******************************************************************
      *  One record per student per section - E enrolled, W waiting
      *  (wait sequence gives the order students joined the list)
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  ROSTER-REC.
           05  RS-NAME                 PIC X(19).
           05  RS-COURSE-NUMBER        PIC X(5).
           05  RS-SECTION              PIC X(3).
           05  RS-TERM                 PIC X(6).
           05  RS-STATUS               PIC X.
           05  RS-WAIT-SEQ             PIC 9(5).
           05  FILLER                  PIC X.
       FD  ROSTER-FILE-OUT
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  ROSTER-REC-OUT              PIC X(40).
      ******************************************************************
      *  Add (A) / drop (D) requests - priority 1 registers first
      ******************************************************************
       FD  REG-TRANS
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-TRANS-REC.
           05  TR-NAME                 PIC X(19).
           05  TR-ACTION               PIC X.
           05  TR-COURSE-NUMBER        PIC X(5).
           05  TR-SECTION              PIC X(3).
           05  TR-TERM                 PIC X(6).
           05  TR-PRIORITY             PIC 9.
           05  FILLER                  PIC X(5).
       FD  REG-COURSES
           RECORD CONTAINS 72 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  REG-COURSE-REC              PIC X(72).
       FD  NOTICE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-LINE-OUT             PIC X(80).
       FD  FILL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  FILL-LINE-OUT               PIC X(80).
       SD  TRANS-SORT.
       01  TRANS-SORT-REC.
           05  TS-ACTION-ORDER         PIC 9.
           05  TS-PRIORITY             PIC 9.
           05  TS-SEQ                  PIC 9(5).
           05  TS-TRANS                PIC X(40).
       SD  NOTICE-SORT.
       01  NOTICE-SORT-REC.
           05  NS-NAME                 PIC X(19).
           05  NS-SEQ                  PIC 9(5).
           05  NS-COURSE-NUMBER        PIC X(5).
           05  NS-SECTION              PIC X(3).
           05  NS-TERM                 PIC X(6).
           05  NS-TEXT                 PIC X(30).
      ******************************************************************
      *  Same layout as the student file's COURSE-RECORD
      ******************************************************************
       SD  COURSE-SORT.
       01  COURSE-SORT-REC.
           05  CS-NAME                 PIC X(19).
           05  FILLER                  PIC X(5).
           05  CS-COURSE-NUMBER        PIC X(5).
           05  FILLER                  PIC X(5).
           05  CS-CREDITS              PIC 9.
           05  FILLER                  PIC X(34).
           05  CS-RECORD-TYPE          PIC X.
           05  FILLER                  PIC XX.
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  SMCODE           PIC X(2).
               88 NO-MORE-SECTIONS VALUE "10".
           05  SOCODE           PIC X(2).
           05  RSCODE           PIC X(2).
               88 NO-MORE-ROSTER   VALUE "10".
           05  ROCODE           PIC X(2).
           05  RTCODE           PIC X(2).
               88 NO-MORE-TRANS    VALUE "10".
           05  RCCODE           PIC X(2).
           05  NRCODE           PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  FRCODE           PIC X(2).

       77  SORT-EOF-SW          PIC X VALUE "N".
           88 SORT-EOF          VALUE "Y".
       77  WAITER-SW            PIC X VALUE "Y".
           88 NO-WAITER         VALUE "N".
       77  SORT-ABORT-SW        PIC X VALUE "N".
           88 SORT-ABORTED      VALUE "Y".

       01 COUNTERS-AND-ACCUMULATORS.
           05  TRANS-READ          PIC S9(5)   COMP.
           05  ADDS-CONFIRMED      PIC S9(5)   COMP.
           05  ADDS-WAIT-LISTED    PIC S9(5)   COMP.
           05  DROPS-APPLIED       PIC S9(5)   COMP.
           05  MOVED-FROM-WAIT     PIC S9(5)   COMP.
           05  TRANS-REJECTED      PIC S9(5)   COMP.
           05  TOTAL-CAPACITY      PIC S9(7)   COMP.
           05  TOTAL-ENROLLED      PIC S9(7)   COMP.
           05  TOTAL-WAITING       PIC S9(7)   COMP.

      ******************************************************************
      *  The whole term's sections, roster and the notices raised
      ******************************************************************
       01  SECTION-TABLE.
           05  ST-COUNT                PIC 9(3) VALUE 0.
           05  ST-ENTRY OCCURS 300 TIMES.
               10  ST-COURSE-NUMBER    PIC X(5).
               10  ST-SECTION          PIC X(3).
               10  ST-TERM             PIC X(6).
               10  ST-COURSE-TITLE     PIC X(20).
               10  ST-CREDITS          PIC 9.
               10  ST-CAPACITY         PIC 9(3).
               10  ST-ENROLLED         PIC 9(3).
               10  ST-WAITING          PIC 9(3).
       01  ROSTER-TABLE.
           05  RT-COUNT                PIC 9(4) VALUE 0.
           05  RT-ENTRY OCCURS 3000 TIMES.
               10  RT-NAME             PIC X(19).
               10  RT-COURSE-NUMBER    PIC X(5).
               10  RT-SECTION          PIC X(3).
               10  RT-TERM             PIC X(6).
               10  RT-STATUS           PIC X.
                   88 RT-ENROLLED      VALUE "E".
                   88 RT-WAITING       VALUE "W".
                   88 RT-DROPPED       VALUE "X".
               10  RT-WAIT-SEQ         PIC 9(5).
       01  NOTICE-TABLE.
           05  NT-COUNT                PIC 9(4) VALUE 0.
           05  NT-ENTRY OCCURS 3000 TIMES.
               10  NT-NAME             PIC X(19).
               10  NT-COURSE-NUMBER    PIC X(5).
               10  NT-SECTION          PIC X(3).
               10  NT-TERM             PIC X(6).
               10  NT-TEXT             PIC X(30).

       77  ST-SUB               PIC 9(3) VALUE 0.
       77  RT-SUB               PIC 9(4) VALUE 0.
       77  NT-SUB               PIC 9(4) VALUE 0.
       77  WS-SECT-FOUND        PIC 9(3) VALUE 0.
       77  WS-ROST-FOUND        PIC 9(4) VALUE 0.
       77  WS-NEXT-WAITER       PIC 9(4) VALUE 0.
       77  WS-LAST-WAIT-SEQ     PIC 9(5) VALUE 0.
       77  WS-TRANS-SEQ         PIC 9(5) VALUE 0.
       77  WS-PREV-NAME         PIC X(19) VALUE SPACES.
       77  WS-NOTICE-TEXT       PIC X(30) VALUE SPACES.
       77  WS-FILL-PCT          PIC 9(3) VALUE 0.

      ******************************************************************
      *  The request being applied
      ******************************************************************
       01  TRANS-WORK.
           05  TW-NAME                 PIC X(19).
           05  TW-ACTION               PIC X.
               88 TW-ADD               VALUE "A".
               88 TW-DROP              VALUE "D".
           05  TW-COURSE-NUMBER        PIC X(5).
           05  TW-SECTION              PIC X(3).
           05  TW-TERM                 PIC X(6).
           05  TW-PRIORITY             PIC 9.
           05  FILLER                  PIC X(5).

       01  WAIT-POSITION-TEXT.
           05  FILLER              PIC X(23) VALUE
               "WAIT-LISTED - POSITION ".
           05  WPT-POSITION        PIC ZZ9.
           05  FILLER              PIC X(4)  VALUE SPACES.

       01  SECTION-WORK.
           05  SW-COURSE-NUMBER        PIC X(5).
           05  SW-SECTION              PIC X(3).
           05  SW-TERM                 PIC X(6).
           05  SW-COURSE-TITLE         PIC X(20).
           05  SW-CREDITS              PIC 9.
           05  SW-CAPACITY             PIC 9(3).
           05  SW-ENROLLED             PIC 9(3).
           05  SW-WAITING              PIC 9(3).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  ROSTER-WORK.
           05  RW-NAME                 PIC X(19).
           05  RW-COURSE-NUMBER        PIC X(5).
           05  RW-SECTION              PIC X(3).
           05  RW-TERM                 PIC X(6).
           05  RW-STATUS               PIC X.
           05  RW-WAIT-SEQ             PIC 9(5).
           05  FILLER                  PIC X VALUE SPACE.

       01  NOTICE-HDR-LINE.
           05  FILLER              PIC X(25) VALUE
               "REGISTRATION NOTICE FOR: ".
           05  NHL-NAME            PIC X(19).
           05  FILLER              PIC X(36) VALUE SPACES.

       01  NOTICE-DETAIL-LINE.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  NDL-COURSE          PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NDL-SECTION         PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  NDL-TERM            PIC X(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  NDL-TEXT            PIC X(30).
           05  FILLER              PIC X(25) VALUE SPACES.

       01  FILL-HDR-LINE.
           05  FILLER              PIC X(40) VALUE
               "SECTION FILL REPORT".
           05  FILLER              PIC X(40) VALUE SPACES.

       01  FILL-COLUMN-LINE.
           05  FILLER              PIC X(40) VALUE
               "COURSE SEC TERM   TITLE                ".
           05  FILLER              PIC X(40) VALUE
               " CAP ENRL OPEN WAIT FILL%              ".

       01  FILL-DETAIL-LINE.
           05  FDL-COURSE          PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FDL-SECTION         PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FDL-TERM            PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  FDL-TITLE           PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FDL-CAPACITY        PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FDL-ENROLLED        PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FDL-OPEN            PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FDL-WAITING         PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FDL-FILL-PCT        PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FDL-FLAG            PIC X(10).
           05  FILLER              PIC X(5)  VALUE SPACES.

       01  FILL-TOTAL-LINE.
           05  FILLER              PIC X(10) VALUE "SECTIONS: ".
           05  FTL-SECTIONS        PIC ZZ9.
           05  FILLER              PIC X(9)  VALUE "  SEATS: ".
           05  FTL-CAPACITY        PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "  ENROLLED: ".
           05  FTL-ENROLLED        PIC ZZZZ9.
           05  FILLER              PIC X(11) VALUE "  WAITING: ".
           05  FTL-WAITING         PIC ZZZZ9.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  TRANS-TOTAL-LINE.
           05  FILLER              PIC X(9)  VALUE "REQUESTS:".
           05  TTL-READ            PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE " ADDS:".
           05  TTL-CONFIRMED       PIC ZZZZ9.
           05  FILLER              PIC X(6)  VALUE " WAIT:".
           05  TTL-WAIT-LISTED     PIC ZZZZ9.
           05  FILLER              PIC X(7)  VALUE " DROPS:".
           05  TTL-DROPS           PIC ZZZZ9.
           05  FILLER              PIC X(7)  VALUE " MOVED:".
           05  TTL-MOVED           PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE " REJECTED:".
           05  TTL-REJECTED        PIC ZZZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.

       01  BLANK-LINE              PIC X(80) VALUE SPACES.

      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING THRU 100-EXIT.
           SORT TRANS-SORT
               ON ASCENDING KEY TS-ACTION-ORDER, TS-PRIORITY, TS-SEQ
               INPUT PROCEDURE IS 200-RELEASE-TRANS THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-APPLY-TRANS THRU 300-EXIT.
      *  A full table inside the sort ends the sort normally and
      *  stops the run here
           IF SORT-ABORTED
               CLOSE SECTION-MASTER-OUT, ROSTER-FILE-OUT,
                     NOTICE-REPORT, FILL-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           SORT NOTICE-SORT
               ON ASCENDING KEY NS-NAME, NS-SEQ
               INPUT PROCEDURE IS 500-RELEASE-NOTICES THRU 500-EXIT
               OUTPUT PROCEDURE IS 600-PRINT-NOTICES THRU 600-EXIT.
           SORT COURSE-SORT
               ON ASCENDING KEY CS-NAME, CS-COURSE-NUMBER
               INPUT PROCEDURE IS 700-RELEASE-ENROLLED THRU 700-EXIT
               GIVING REG-COURSES.
           PERFORM 800-WRITE-MASTERS THRU 800-EXIT.
           PERFORM 850-CLEANUP THRU 850-EXIT.
           GOBACK.

      ******************************************************************
      *  Load the sections, then the roster - the enrolled and
      *  waiting counts are taken from the roster itself - and give
      *  any seats the registrar has added to the wait lists
      ******************************************************************
       100-HOUSEKEEPING.
           OPEN INPUT  SECTION-MASTER, ROSTER-FILE.
           OPEN OUTPUT SECTION-MASTER-OUT, ROSTER-FILE-OUT,
                       NOTICE-REPORT, FILL-REPORT.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           PERFORM 900-READ-SECTION THRU 900-EXIT.
           PERFORM 110-LOAD-SECTION THRU 110-EXIT
               UNTIL NO-MORE-SECTIONS.
           PERFORM 910-READ-ROSTER THRU 910-EXIT.
           PERFORM 120-LOAD-ROSTER THRU 120-EXIT
               UNTIL NO-MORE-ROSTER.
           CLOSE SECTION-MASTER, ROSTER-FILE.
           PERFORM 450-FILL-OPEN-SEATS THRU 450-EXIT
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > ST-COUNT.
       100-EXIT.
            EXIT.

       110-LOAD-SECTION.
      *  A section dropped from the table would vanish from the
      *  master - overflow stops the run instead.
           IF ST-COUNT = 300
               DISPLAY "*** SECTION TABLE FULL - INCREASE "
                       "ST-ENTRY OCCURS ***"
               CLOSE SECTION-MASTER, ROSTER-FILE, SECTION-MASTER-OUT,
                     ROSTER-FILE-OUT, NOTICE-REPORT, FILL-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           ADD 1 TO ST-COUNT.
           MOVE SM-COURSE-NUMBER TO ST-COURSE-NUMBER (ST-COUNT).
           MOVE SM-SECTION       TO ST-SECTION (ST-COUNT).
           MOVE SM-TERM          TO ST-TERM (ST-COUNT).
           MOVE SM-COURSE-TITLE  TO ST-COURSE-TITLE (ST-COUNT).
           MOVE SM-CREDITS       TO ST-CREDITS (ST-COUNT).
           MOVE SM-CAPACITY      TO ST-CAPACITY (ST-COUNT).
           MOVE ZERO             TO ST-ENROLLED (ST-COUNT).
           MOVE ZERO             TO ST-WAITING (ST-COUNT).
           PERFORM 900-READ-SECTION THRU 900-EXIT.
       110-EXIT.
            EXIT.

       120-LOAD-ROSTER.
           IF RT-COUNT = 3000
               DISPLAY "*** ROSTER TABLE FULL - INCREASE "
                       "RT-ENTRY OCCURS ***"
               CLOSE SECTION-MASTER, ROSTER-FILE, SECTION-MASTER-OUT,
                     ROSTER-FILE-OUT, NOTICE-REPORT, FILL-REPORT
               MOVE 16 TO RETURN-CODE
               GOBACK.
           ADD 1 TO RT-COUNT.
           MOVE RS-NAME          TO RT-NAME (RT-COUNT).
           MOVE RS-COURSE-NUMBER TO RT-COURSE-NUMBER (RT-COUNT).
           MOVE RS-SECTION       TO RT-SECTION (RT-COUNT).
           MOVE RS-TERM          TO RT-TERM (RT-COUNT).
           MOVE RS-STATUS        TO RT-STATUS (RT-COUNT).
           MOVE RS-WAIT-SEQ      TO RT-WAIT-SEQ (RT-COUNT).
           IF RS-WAIT-SEQ > WS-LAST-WAIT-SEQ
               MOVE RS-WAIT-SEQ TO WS-LAST-WAIT-SEQ.
           MOVE RS-COURSE-NUMBER TO TW-COURSE-NUMBER.
           MOVE RS-SECTION       TO TW-SECTION.
           MOVE RS-TERM          TO TW-TERM.
           PERFORM 410-FIND-SECTION THRU 410-EXIT.
           IF WS-SECT-FOUND > ZERO
               IF RT-ENROLLED (RT-COUNT)
                   ADD 1 TO ST-ENROLLED (WS-SECT-FOUND)
               ELSE
                   ADD 1 TO ST-WAITING (WS-SECT-FOUND).
           PERFORM 910-READ-ROSTER THRU 910-EXIT.
       120-EXIT.
            EXIT.

      ******************************************************************
      *  Drops sort ahead of adds; adds by priority, then as
      *  submitted.  An unknown action sorts last and is rejected.
      ******************************************************************
       200-RELEASE-TRANS.
           OPEN INPUT REG-TRANS.
           PERFORM 920-READ-TRANS THRU 920-EXIT.
           PERFORM 210-RELEASE-ONE THRU 210-EXIT
               UNTIL NO-MORE-TRANS.
           CLOSE REG-TRANS.
       200-EXIT.
            EXIT.

       210-RELEASE-ONE.
           ADD 1 TO TRANS-READ, WS-TRANS-SEQ.
           EVALUATE TR-ACTION
               WHEN "D"   MOVE 1 TO TS-ACTION-ORDER
               WHEN "A"   MOVE 2 TO TS-ACTION-ORDER
               WHEN OTHER MOVE 3 TO TS-ACTION-ORDER
           END-EVALUATE.
           IF TR-PRIORITY NUMERIC
               MOVE TR-PRIORITY TO TS-PRIORITY
           ELSE
               MOVE 9 TO TS-PRIORITY.
           MOVE WS-TRANS-SEQ  TO TS-SEQ.
           MOVE REG-TRANS-REC TO TS-TRANS.
           RELEASE TRANS-SORT-REC.
           PERFORM 920-READ-TRANS THRU 920-EXIT.
       210-EXIT.
            EXIT.

       300-APPLY-TRANS.
           MOVE "N" TO SORT-EOF-SW.
           PERFORM 930-RETURN-TRANS THRU 930-EXIT.
           PERFORM 310-APPLY-ONE THRU 310-EXIT
               UNTIL SORT-EOF OR SORT-ABORTED.
       300-EXIT.
            EXIT.

       310-APPLY-ONE.
           MOVE TS-TRANS TO TRANS-WORK.
           PERFORM 410-FIND-SECTION THRU 410-EXIT.
           PERFORM 420-FIND-REGISTRATION THRU 420-EXIT.
           EVALUATE TRUE
               WHEN NOT TW-ADD AND NOT TW-DROP
                   MOVE "REJECTED - INVALID ACTION" TO WS-NOTICE-TEXT
                   PERFORM 490-REJECT THRU 490-EXIT
               WHEN WS-SECT-FOUND = ZERO
                   MOVE "REJECTED - NO SUCH SECTION" TO WS-NOTICE-TEXT
                   PERFORM 490-REJECT THRU 490-EXIT
               WHEN TW-ADD AND WS-ROST-FOUND > ZERO
                   MOVE "REJECTED - ALREADY REGISTERED"
                       TO WS-NOTICE-TEXT
                   PERFORM 490-REJECT THRU 490-EXIT
               WHEN TW-ADD
                   PERFORM 430-ADD-STUDENT THRU 430-EXIT
               WHEN WS-ROST-FOUND = ZERO
                   MOVE "REJECTED - NOT IN SECTION" TO WS-NOTICE-TEXT
                   PERFORM 490-REJECT THRU 490-EXIT
               WHEN RT-SECTION (WS-ROST-FOUND) NOT = TW-SECTION
                   MOVE "REJECTED - NOT IN SECTION" TO WS-NOTICE-TEXT
                   PERFORM 490-REJECT THRU 490-EXIT
               WHEN OTHER
                   PERFORM 440-DROP-STUDENT THRU 440-EXIT
           END-EVALUATE.
           PERFORM 930-RETURN-TRANS THRU 930-EXIT.
       310-EXIT.
            EXIT.

       410-FIND-SECTION.
           MOVE ZERO TO WS-SECT-FOUND.
           PERFORM 415-MATCH-SECTION THRU 415-EXIT
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > ST-COUNT
                  OR WS-SECT-FOUND > ZERO.
       410-EXIT.
            EXIT.

       415-MATCH-SECTION.
           IF ST-COURSE-NUMBER (ST-SUB) = TW-COURSE-NUMBER
              AND ST-SECTION (ST-SUB) = TW-SECTION
              AND ST-TERM (ST-SUB) = TW-TERM
               MOVE ST-SUB TO WS-SECT-FOUND.
       415-EXIT.
            EXIT.

      ******************************************************************
      *  The student's live registration for the course this term,
      *  in any section, enrolled or waiting
      ******************************************************************
       420-FIND-REGISTRATION.
           MOVE ZERO TO WS-ROST-FOUND.
           PERFORM 425-MATCH-REGISTRATION THRU 425-EXIT
               VARYING RT-SUB FROM 1 BY 1
               UNTIL RT-SUB > RT-COUNT
                  OR WS-ROST-FOUND > ZERO.
       420-EXIT.
            EXIT.

       425-MATCH-REGISTRATION.
           IF RT-NAME (RT-SUB) = TW-NAME
              AND RT-COURSE-NUMBER (RT-SUB) = TW-COURSE-NUMBER
              AND RT-TERM (RT-SUB) = TW-TERM
              AND NOT RT-DROPPED (RT-SUB)
               MOVE RT-SUB TO WS-ROST-FOUND.
       425-EXIT.
            EXIT.

       430-ADD-STUDENT.
           IF RT-COUNT = 3000
               DISPLAY "*** ROSTER TABLE FULL - INCREASE "
                       "RT-ENTRY OCCURS ***"
               MOVE "Y" TO SORT-ABORT-SW
               GO TO 430-EXIT.
           ADD 1 TO RT-COUNT.
           MOVE TW-NAME          TO RT-NAME (RT-COUNT).
           MOVE TW-COURSE-NUMBER TO RT-COURSE-NUMBER (RT-COUNT).
           MOVE TW-SECTION       TO RT-SECTION (RT-COUNT).
           MOVE TW-TERM          TO RT-TERM (RT-COUNT).
           MOVE ZERO             TO RT-WAIT-SEQ (RT-COUNT).
           IF ST-ENROLLED (WS-SECT-FOUND) < ST-CAPACITY (WS-SECT-FOUND)
               MOVE "E" TO RT-STATUS (RT-COUNT)
               ADD 1 TO ST-ENROLLED (WS-SECT-FOUND)
               ADD 1 TO ADDS-CONFIRMED
               MOVE "CONFIRMED" TO WS-NOTICE-TEXT
           ELSE
               MOVE "W" TO RT-STATUS (RT-COUNT)
               ADD 1 TO WS-LAST-WAIT-SEQ
               MOVE WS-LAST-WAIT-SEQ TO RT-WAIT-SEQ (RT-COUNT)
               ADD 1 TO ST-WAITING (WS-SECT-FOUND)
               ADD 1 TO ADDS-WAIT-LISTED
               MOVE ST-WAITING (WS-SECT-FOUND) TO WPT-POSITION
               MOVE WAIT-POSITION-TEXT TO WS-NOTICE-TEXT.
           PERFORM 480-ADD-NOTICE THRU 480-EXIT.
       430-EXIT.
            EXIT.

       440-DROP-STUDENT.
           ADD 1 TO DROPS-APPLIED.
           IF RT-ENROLLED (WS-ROST-FOUND)
               SUBTRACT 1 FROM ST-ENROLLED (WS-SECT-FOUND)
               MOVE "DROPPED" TO WS-NOTICE-TEXT
           ELSE
               SUBTRACT 1 FROM ST-WAITING (WS-SECT-FOUND)
               MOVE "REMOVED FROM WAIT LIST" TO WS-NOTICE-TEXT.
           MOVE "X" TO RT-STATUS (WS-ROST-FOUND).
           PERFORM 480-ADD-NOTICE THRU 480-EXIT.
           MOVE WS-SECT-FOUND TO ST-SUB.
           PERFORM 450-FILL-OPEN-SEATS THRU 450-EXIT.
       440-EXIT.
            EXIT.

      ******************************************************************
      *  Seats open in section ST-SUB go to its wait list, longest
      *  waiting first
      ******************************************************************
       450-FILL-OPEN-SEATS.
           MOVE "Y" TO WAITER-SW.
           PERFORM 460-MOVE-IN-ONE THRU 460-EXIT
               UNTIL ST-ENROLLED (ST-SUB) NOT < ST-CAPACITY (ST-SUB)
                  OR NO-WAITER.
       450-EXIT.
            EXIT.

       460-MOVE-IN-ONE.
           MOVE ZERO TO WS-NEXT-WAITER.
           PERFORM 470-SCAN-WAITER THRU 470-EXIT
               VARYING RT-SUB FROM 1 BY 1
               UNTIL RT-SUB > RT-COUNT.
           IF WS-NEXT-WAITER = ZERO
               MOVE "N" TO WAITER-SW
               GO TO 460-EXIT.
           MOVE "E" TO RT-STATUS (WS-NEXT-WAITER).
           ADD 1 TO ST-ENROLLED (ST-SUB).
           SUBTRACT 1 FROM ST-WAITING (ST-SUB).
           ADD 1 TO MOVED-FROM-WAIT.
           MOVE RT-NAME (WS-NEXT-WAITER) TO TW-NAME.
           MOVE ST-COURSE-NUMBER (ST-SUB) TO TW-COURSE-NUMBER.
           MOVE ST-SECTION (ST-SUB) TO TW-SECTION.
           MOVE ST-TERM (ST-SUB) TO TW-TERM.
           MOVE "MOVED IN FROM WAIT LIST" TO WS-NOTICE-TEXT.
           PERFORM 480-ADD-NOTICE THRU 480-EXIT.
       460-EXIT.
            EXIT.

       470-SCAN-WAITER.
           IF RT-WAITING (RT-SUB)
              AND RT-COURSE-NUMBER (RT-SUB) = ST-COURSE-NUMBER (ST-SUB)
              AND RT-SECTION (RT-SUB) = ST-SECTION (ST-SUB)
              AND RT-TERM (RT-SUB) = ST-TERM (ST-SUB)
               IF WS-NEXT-WAITER = ZERO
                   MOVE RT-SUB TO WS-NEXT-WAITER
               ELSE
                   IF RT-WAIT-SEQ (RT-SUB) <
                      RT-WAIT-SEQ (WS-NEXT-WAITER)
                       MOVE RT-SUB TO WS-NEXT-WAITER.
       470-EXIT.
            EXIT.

       480-ADD-NOTICE.
      *  A lost notice would leave a student uninformed - overflow
      *  stops the run instead.
           IF NT-COUNT = 3000
               DISPLAY "*** NOTICE TABLE FULL - INCREASE "
                       "NT-ENTRY OCCURS ***"
               MOVE "Y" TO SORT-ABORT-SW
               GO TO 480-EXIT.
           ADD 1 TO NT-COUNT.
           MOVE TW-NAME          TO NT-NAME (NT-COUNT).
           MOVE TW-COURSE-NUMBER TO NT-COURSE-NUMBER (NT-COUNT).
           MOVE TW-SECTION       TO NT-SECTION (NT-COUNT).
           MOVE TW-TERM          TO NT-TERM (NT-COUNT).
           MOVE WS-NOTICE-TEXT   TO NT-TEXT (NT-COUNT).
       480-EXIT.
            EXIT.

       490-REJECT.
           ADD 1 TO TRANS-REJECTED.
           PERFORM 480-ADD-NOTICE THRU 480-EXIT.
       490-EXIT.
            EXIT.

      ******************************************************************
      *  One notice per student, every outcome for that student
      ******************************************************************
       500-RELEASE-NOTICES.
           PERFORM 510-RELEASE-ONE-NOTICE THRU 510-EXIT
               VARYING NT-SUB FROM 1 BY 1
               UNTIL NT-SUB > NT-COUNT.
       500-EXIT.
            EXIT.

       510-RELEASE-ONE-NOTICE.
           MOVE NT-NAME (NT-SUB)          TO NS-NAME.
           MOVE NT-SUB                    TO NS-SEQ.
           MOVE NT-COURSE-NUMBER (NT-SUB) TO NS-COURSE-NUMBER.
           MOVE NT-SECTION (NT-SUB)       TO NS-SECTION.
           MOVE NT-TERM (NT-SUB)          TO NS-TERM.
           MOVE NT-TEXT (NT-SUB)          TO NS-TEXT.
           RELEASE NOTICE-SORT-REC.
       510-EXIT.
            EXIT.

       600-PRINT-NOTICES.
           MOVE "N" TO SORT-EOF-SW.
           MOVE HIGH-VALUES TO WS-PREV-NAME.
           PERFORM 940-RETURN-NOTICE THRU 940-EXIT.
           PERFORM 610-PRINT-ONE-NOTICE THRU 610-EXIT
               UNTIL SORT-EOF.
       600-EXIT.
            EXIT.

       610-PRINT-ONE-NOTICE.
           IF NS-NAME NOT = WS-PREV-NAME
               IF WS-PREV-NAME NOT = HIGH-VALUES
                   WRITE NOTICE-LINE-OUT FROM BLANK-LINE
               END-IF
               MOVE NS-NAME TO NHL-NAME, WS-PREV-NAME
               WRITE NOTICE-LINE-OUT FROM NOTICE-HDR-LINE.
           MOVE NS-COURSE-NUMBER TO NDL-COURSE.
           MOVE NS-SECTION       TO NDL-SECTION.
           MOVE NS-TERM          TO NDL-TERM.
           MOVE NS-TEXT          TO NDL-TEXT.
           WRITE NOTICE-LINE-OUT FROM NOTICE-DETAIL-LINE.
           PERFORM 940-RETURN-NOTICE THRU 940-EXIT.
       610-EXIT.
            EXIT.

      ******************************************************************
      *  Every confirmed registration as a student-file "C" record
      ******************************************************************
       700-RELEASE-ENROLLED.
           PERFORM 710-RELEASE-ONE-COURSE THRU 710-EXIT
               VARYING RT-SUB FROM 1 BY 1
               UNTIL RT-SUB > RT-COUNT.
       700-EXIT.
            EXIT.

       710-RELEASE-ONE-COURSE.
           IF NOT RT-ENROLLED (RT-SUB)
               GO TO 710-EXIT.
           MOVE RT-COURSE-NUMBER (RT-SUB) TO TW-COURSE-NUMBER.
           MOVE RT-SECTION (RT-SUB)       TO TW-SECTION.
           MOVE RT-TERM (RT-SUB)          TO TW-TERM.
           PERFORM 410-FIND-SECTION THRU 410-EXIT.
           MOVE SPACES                    TO COURSE-SORT-REC.
           MOVE RT-NAME (RT-SUB)          TO CS-NAME.
           MOVE RT-COURSE-NUMBER (RT-SUB) TO CS-COURSE-NUMBER.
           IF WS-SECT-FOUND > ZERO
               MOVE ST-CREDITS (WS-SECT-FOUND) TO CS-CREDITS
           ELSE
               MOVE ZERO TO CS-CREDITS.
           MOVE "C"                       TO CS-RECORD-TYPE.
           RELEASE COURSE-SORT-REC.
       710-EXIT.
            EXIT.

      ******************************************************************
      *  Updated master and roster (drops fall away), and the fill
      *  report for the registrar
      ******************************************************************
       800-WRITE-MASTERS.
           WRITE FILL-LINE-OUT FROM FILL-HDR-LINE.
           WRITE FILL-LINE-OUT FROM BLANK-LINE.
           WRITE FILL-LINE-OUT FROM FILL-COLUMN-LINE.
           PERFORM 810-WRITE-ONE-SECTION THRU 810-EXIT
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > ST-COUNT.
           PERFORM 820-WRITE-ONE-ROSTER THRU 820-EXIT
               VARYING RT-SUB FROM 1 BY 1
               UNTIL RT-SUB > RT-COUNT.
       800-EXIT.
            EXIT.

       810-WRITE-ONE-SECTION.
           MOVE ST-COURSE-NUMBER (ST-SUB) TO SW-COURSE-NUMBER,
                                             FDL-COURSE.
           MOVE ST-SECTION (ST-SUB)       TO SW-SECTION, FDL-SECTION.
           MOVE ST-TERM (ST-SUB)          TO SW-TERM, FDL-TERM.
           MOVE ST-COURSE-TITLE (ST-SUB)  TO SW-COURSE-TITLE,
                                             FDL-TITLE.
           MOVE ST-CREDITS (ST-SUB)       TO SW-CREDITS.
           MOVE ST-CAPACITY (ST-SUB)      TO SW-CAPACITY, FDL-CAPACITY.
           MOVE ST-ENROLLED (ST-SUB)      TO SW-ENROLLED, FDL-ENROLLED.
           MOVE ST-WAITING (ST-SUB)       TO SW-WAITING, FDL-WAITING.
           WRITE SECTION-REC-OUT FROM SECTION-WORK.

           IF ST-ENROLLED (ST-SUB) < ST-CAPACITY (ST-SUB)
               COMPUTE FDL-OPEN =
                   ST-CAPACITY (ST-SUB) - ST-ENROLLED (ST-SUB)
           ELSE
               MOVE ZERO TO FDL-OPEN.
           IF ST-CAPACITY (ST-SUB) > ZERO
               COMPUTE WS-FILL-PCT ROUNDED =
                   ST-ENROLLED (ST-SUB) * 100 / ST-CAPACITY (ST-SUB)
           ELSE
               MOVE ZERO TO WS-FILL-PCT.
           MOVE WS-FILL-PCT TO FDL-FILL-PCT.
      *  A capacity cut below the enrollment shows as over - the
      *  students already in keep their seats
           EVALUATE TRUE
               WHEN ST-ENROLLED (ST-SUB) > ST-CAPACITY (ST-SUB)
                   MOVE "OVER CAP" TO FDL-FLAG
               WHEN ST-ENROLLED (ST-SUB) = ST-CAPACITY (ST-SUB)
                   MOVE "FULL"     TO FDL-FLAG
               WHEN OTHER
                   MOVE SPACES     TO FDL-FLAG
           END-EVALUATE.
           WRITE FILL-LINE-OUT FROM FILL-DETAIL-LINE.
           ADD ST-CAPACITY (ST-SUB) TO TOTAL-CAPACITY.
           ADD ST-ENROLLED (ST-SUB) TO TOTAL-ENROLLED.
           ADD ST-WAITING (ST-SUB)  TO TOTAL-WAITING.
       810-EXIT.
            EXIT.

       820-WRITE-ONE-ROSTER.
           IF RT-DROPPED (RT-SUB)
               GO TO 820-EXIT.
           MOVE RT-NAME (RT-SUB)          TO RW-NAME.
           MOVE RT-COURSE-NUMBER (RT-SUB) TO RW-COURSE-NUMBER.
           MOVE RT-SECTION (RT-SUB)       TO RW-SECTION.
           MOVE RT-TERM (RT-SUB)          TO RW-TERM.
           MOVE RT-STATUS (RT-SUB)        TO RW-STATUS.
           MOVE RT-WAIT-SEQ (RT-SUB)      TO RW-WAIT-SEQ.
           WRITE ROSTER-REC-OUT FROM ROSTER-WORK.
       820-EXIT.
            EXIT.

       850-CLEANUP.
           MOVE ST-COUNT         TO FTL-SECTIONS.
           MOVE TOTAL-CAPACITY   TO FTL-CAPACITY.
           MOVE TOTAL-ENROLLED   TO FTL-ENROLLED.
           MOVE TOTAL-WAITING    TO FTL-WAITING.
           WRITE FILL-LINE-OUT FROM BLANK-LINE.
           WRITE FILL-LINE-OUT FROM FILL-TOTAL-LINE.
           MOVE TRANS-READ       TO TTL-READ.
           MOVE ADDS-CONFIRMED   TO TTL-CONFIRMED.
           MOVE ADDS-WAIT-LISTED TO TTL-WAIT-LISTED.
           MOVE DROPS-APPLIED    TO TTL-DROPS.
           MOVE MOVED-FROM-WAIT  TO TTL-MOVED.
           MOVE TRANS-REJECTED   TO TTL-REJECTED.
           WRITE FILL-LINE-OUT FROM TRANS-TOTAL-LINE.
           CLOSE SECTION-MASTER-OUT, ROSTER-FILE-OUT,
                 NOTICE-REPORT, FILL-REPORT.
           IF TRANS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE.
       850-EXIT.
            EXIT.

       900-READ-SECTION.
           READ SECTION-MASTER
               AT END MOVE "10" TO SMCODE
               GO TO 900-EXIT
           END-READ.
       900-EXIT.
            EXIT.

       910-READ-ROSTER.
           READ ROSTER-FILE
               AT END MOVE "10" TO RSCODE
               GO TO 910-EXIT
           END-READ.
       910-EXIT.
            EXIT.

       920-READ-TRANS.
           READ REG-TRANS
               AT END MOVE "10" TO RTCODE
               GO TO 920-EXIT
           END-READ.
       920-EXIT.
            EXIT.

       930-RETURN-TRANS.
           RETURN TRANS-SORT
               AT END MOVE "Y" TO SORT-EOF-SW
           END-RETURN.
       930-EXIT.
            EXIT.

       940-RETURN-NOTICE.
           RETURN NOTICE-SORT
               AT END MOVE "Y" TO SORT-EOF-SW
           END-RETURN.
       940-EXIT.
            EXIT.
