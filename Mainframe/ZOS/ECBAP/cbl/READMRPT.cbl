      *          ADMIT DATE.  CARRIERS PENALIZE READMISSIONS - THIS
      *          RUN FINDS THEM THE SAME NIGHT INSTEAD OF WEEKS LATE.
      *
      *          A PRIOR STAY CODED UNDER A RETIRED DIAGNOSIS CODE IS
      *          TRANSLATED THROUGH THE DIAGNOSIS CROSSWALK, SO THE
      *          PRIOR DIAG COLUMN ALWAYS SHOWS THE CODE NOW IN FORCE
      *          AND OLD-CODED HISTORY READS ALONGSIDE NEW STAYS.  THE
      *          CODE THE STAY WAS ORIGINALLY CODED AS PRINTS BESIDE IT.
      *
      ******************************************************************

             INPUT ADMISSIONS FILE  -   DDS0001.HOSPOUT

             INPUT HISTORY FILE     -   DDS0001.DISCHIST

             DIAG CODE CROSSWALK    -   DDS0001.DIAGXWLK

             READMISSION REPORT     -   RPTFILE

      ******************************************************************
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DHCODE.

           SELECT DIAGXWLK
           ASSIGN TO UT-S-DIAGXWLK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS XWCODE.

           SELECT RPTFILE
           ASSIGN TO RPTFILE
             FILE STATUS IS RFCODE.
           DATA RECORD IS DISCHIST-REC.
       01  DISCHIST-REC  PIC X(2992).

      ****** RETIRED DIAGNOSIS CODES AND THEIR REPLACEMENTS
       FD  DIAGXWLK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIAG-CROSSWALK-REC.
       COPY DIAGXWLK.

       FD  RPTFILE
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
               88 NO-MORE-DATA  VALUE "10".
           05  DHCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  XWCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

           88 NO-MORE-RECORDS  VALUE 'N'.
       77  MORE-HISTORY-SW             PIC X(1) VALUE SPACE.
           88 NO-MORE-HISTORY  VALUE 'N'.
       77  MORE-XWALK-SW               PIC X(1) VALUE SPACE.
           88 NO-MORE-XWALK    VALUE 'N'.
       77  XWALK-FOUND-SW              PIC X(1) VALUE SPACE.
           88 XWALK-FOUND      VALUE 'Y'.

       01  COUNTERS-AND-ACCUMULATORS.
           05 ADMISSIONS-READ          PIC S9(4) COMP.
               10  HT-DISPOSITION-CODE PIC X(02).
               10  HT-LENGTH-OF-STAY   PIC 9(05).
               10  HT-PRIMARY-DIAG     PIC X(05).
               10  HT-ORIG-DIAG        PIC X(05).
       77  HISTORY-COUNT               PIC S9(4) COMP VALUE +0.
       77  HIST-SUB                    PIC S9(4) COMP VALUE +0.

      ****** DIAGNOSIS CROSSWALK HELD IN STORAGE - A LATER RECORD FOR
      ****** THE SAME RETIRED CODE REPLACES THE EARLIER ONE
       01  DIAG-XWALK-TABLE.
           05  XWALK-ENTRY OCCURS 500 TIMES
                       INDEXED BY XWALK-IDX.
               10  XWALK-OLD-CODE      PIC X(05).
               10  XWALK-NEW-CODE      PIC X(05).
       77  XWALK-COUNT                 PIC S9(4) COMP VALUE +0.
       77  XWALK-HOPS                  PIC S9(4) COMP VALUE +0.
       77  XWALK-DIAG-CODE             PIC X(05) VALUE SPACES.

      ****** DATE WORK FIELDS - ADMIT AND DISCHARGE DATES ARE BOTH
      ****** CARRIED AS YYYY-MM-DD, COMPARED AS DAY NUMBERS
       01  DATE-WORK-FIELDS.
           05  FILLER                  PIC X(6)  VALUE "STAY".
           05  FILLER                  PIC X(11) VALUE "PRIOR DIAG".
           05  FILLER                  PIC X(10) VALUE "DAYS OUT".
           05  FILLER                  PIC X(46) VALUE "CODED AS".

       01  WS-READMIT-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  READM-DIAG-O            PIC X(5).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  READM-DAYS-OUT-O        PIC ZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  READM-ORIG-DIAG-O       PIC X(5).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(17)
           DISPLAY "READMRPT HOUSEKEEPING".
           OPEN INPUT ADMFILE.
           OPEN INPUT DISCHIST.
           OPEN INPUT DIAGXWLK.
           OPEN OUTPUT RPTFILE.

           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-COL-HDR-REC.

      *  The crosswalk goes in first so each history stay can be
      *  translated to the current code as it is loaded
           PERFORM 250-LOAD-CROSSWALK-REC THRU 250-EXIT
               UNTIL NO-MORE-XWALK.

      *  The whole discharge history is held in storage - the
      *  admissions file is small and unsorted, so each admission
      *  scans the table instead of re-reading the history file.
       100-EXIT.
           EXIT.

       250-LOAD-CROSSWALK-REC.
           READ DIAGXWLK
               AT END
               MOVE 'N' TO MORE-XWALK-SW
               GO TO 250-EXIT
           END-READ
           SET XWALK-IDX TO 1.
           SEARCH XWALK-ENTRY
               AT END
                   CONTINUE
               WHEN XWALK-IDX > XWALK-COUNT
                   CONTINUE
               WHEN XWALK-OLD-CODE (XWALK-IDX) = XW-OLD-DIAG-CODE
                   MOVE XW-NEW-DIAG-CODE TO XWALK-NEW-CODE (XWALK-IDX)
                   GO TO 250-EXIT
           END-SEARCH.
           IF XWALK-COUNT >= +500
               DISPLAY "*** READMRPT CROSSWALK TABLE FULL - "
                       "RECORDS BEYOND 500 NOT TRANSLATED"
               GO TO 250-EXIT.
           ADD +1 TO XWALK-COUNT.
           SET XWALK-IDX TO XWALK-COUNT.
           MOVE XW-OLD-DIAG-CODE    TO XWALK-OLD-CODE (XWALK-IDX).
           MOVE XW-NEW-DIAG-CODE    TO XWALK-NEW-CODE (XWALK-IDX).
       250-EXIT.
           EXIT.

       300-LOAD-HISTORY-REC.
      *  One discharge-history record into the match table.  The
      *  prior stay's primary diagnosis comes out of the master
           MOVE DH-LENGTH-OF-STAY   TO HT-LENGTH-OF-STAY (HIST-IDX).
           MOVE DH-MASTER-IMAGE     TO PATIENT-MASTER-REC.
           MOVE PRIMARY-DIAGNOSTIC-CODE
                                    TO HT-ORIG-DIAG (HIST-IDX).
           PERFORM 350-TRANSLATE-DIAG THRU 350-EXIT.
           MOVE XWALK-DIAG-CODE     TO HT-PRIMARY-DIAG (HIST-IDX).
           MOVE DH-DISCHARGE-DATE   TO DATE-WORK-INPUT.
           PERFORM 400-DATE-TO-DAY-NUM THRU 400-EXIT.
           MOVE DATE-WORK-DAY-NUM   TO HT-DISCH-DAY-NUM (HIST-IDX).
       300-EXIT.
           EXIT.

       350-TRANSLATE-DIAG.
      *  Follow the crosswalk to the code now in force - the hop
      *  limit stops a circular chain keyed in error from looping.
           MOVE PRIMARY-DIAGNOSTIC-CODE TO XWALK-DIAG-CODE.
           MOVE 'Y' TO XWALK-FOUND-SW.
           PERFORM 360-FOLLOW-CROSSWALK THRU 360-EXIT
               VARYING XWALK-HOPS FROM +1 BY +1
               UNTIL XWALK-HOPS > +5 OR NOT XWALK-FOUND.
       350-EXIT.
           EXIT.

       360-FOLLOW-CROSSWALK.
           MOVE 'N' TO XWALK-FOUND-SW.
           SET XWALK-IDX TO 1.
           SEARCH XWALK-ENTRY
               AT END
                   CONTINUE
               WHEN XWALK-IDX > XWALK-COUNT
                   CONTINUE
               WHEN XWALK-OLD-CODE (XWALK-IDX) = XWALK-DIAG-CODE
                   MOVE XWALK-NEW-CODE (XWALK-IDX) TO XWALK-DIAG-CODE
                   MOVE 'Y' TO XWALK-FOUND-SW
           END-SEARCH.
       360-EXIT.
           EXIT.

       400-DATE-TO-DAY-NUM.
      *  YYYY-MM-DD to an integer day number; zero means the date
      *  would not convert and the record cannot be matched.
           MOVE HT-LENGTH-OF-STAY (HIST-SUB)
                                           TO READM-STAY-O.
           MOVE HT-PRIMARY-DIAG (HIST-SUB) TO READM-DIAG-O.
           IF HT-ORIG-DIAG (HIST-SUB) NOT = HT-PRIMARY-DIAG (HIST-SUB)
               MOVE HT-ORIG-DIAG (HIST-SUB) TO READM-ORIG-DIAG-O
           ELSE
               MOVE SPACES                  TO READM-ORIG-DIAG-O.
           MOVE DAYS-SINCE-DISCHARGE       TO READM-DAYS-OUT-O.
           WRITE RPT-REC FROM WS-READMIT-LINE.
           ADD +1 TO READMISSIONS-FOUND.
           MOVE HISTORY-RECS-READ   TO HISTORY-OUT.
           MOVE READMISSIONS-FOUND  TO READMISSIONS-OUT.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE ADMFILE, DISCHIST, DIAGXWLK, RPTFILE.
           MOVE ADMISSIONS-READ    TO CYCLE-STEP-RECORDS-IN.
           MOVE READMISSIONS-FOUND TO CYCLE-STEP-RECORDS-OUT.
           DISPLAY "NORMAL END OF JOB READMRPT".
