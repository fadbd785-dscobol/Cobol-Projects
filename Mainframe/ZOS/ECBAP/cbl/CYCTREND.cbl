       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CYCTREND.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/88.
       DATE-COMPILED. 01/23/88.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          WEEKLY BATCH-WINDOW TREND REPORT FOR THE NIGHTLY
      *          CYCLE.
      *
      *          NIGHTRUN ADDS A RECORD TO THE PERMANENT CYCLE-
      *          HISTORY FILE FOR EVERY STEP IT RELEASES.  THIS RUN
      *          TAKES THE LAST 30 CYCLES (BUSINESS DATES) ON THAT
      *          FILE - COMPLETED STEPS ONLY, AND FOR A STEP RESTARTED
      *          WITHIN A CYCLE THE LAST COMPLETION - AND PRINTS:
      *
      *             - PER STEP: CYCLES RUN, AVERAGE / MINIMUM /
      *               MAXIMUM / LATEST ELAPSED TIME, THE AVERAGE OF
      *               THE OLDER AND THE MORE RECENT HALF OF THE
      *               PERIOD, AND THROUGHPUT (RECORDS IN PER MINUTE)
      *               ON AVERAGE AND LATEST
      *             - A FLAG ON EVERY STEP WHOSE LATEST RUN TIME IS
      *               MORE THAN THE GROWTH THRESHOLD OVER ITS AVERAGE
      *               FOR THE EARLIER CYCLES
      *             - PER CYCLE: START, END AND WINDOW USED
      *             - THE PROJECTED CYCLE END - THE LATEST CYCLE'S
      *               START PLUS EVERY STEP'S RECENT AVERAGE - AGAINST
      *               THE AGREED BATCH-WINDOW DEADLINE.  A PROJECTION
      *               PAST THE DEADLINE ENDS THE STEP RC 4.
      *
      *          JCL PARM PPPHHMM - GROWTH THRESHOLD PERCENT AND THE
      *          DEADLINE TIME OF DAY.  DEFAULT 0200600 (20 PERCENT,
      *          06:00).  A DEADLINE EARLIER IN THE DAY THAN THE
      *          CYCLE STARTS IS THE NEXT MORNING.
      *
      ******************************************************************

             CYCLE STEP HISTORY      -   DDS0001.CYCHIST

             SORT WORK FILE          -   SORTWK01

             TREND REPORT            -   CYCTRPT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCHIST
           ASSIGN TO UT-S-CYCHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CHCODE.

           SELECT SORTFILE
           ASSIGN TO SORTWK01.

           SELECT CYCTRPT
           ASSIGN TO UT-S-CYCTRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CYCLE-HISTORY-REC.
       COPY CYCHIST.

      ****** NEWEST CYCLE FIRST; WITHIN A CYCLE BY STEP, LAST
      ****** COMPLETION OF A RESTARTED STEP FIRST
       SD  SORTFILE.
       01  SORT-REC.
           05  SRT-BUSINESS-DATE       PIC X(08).
           05  SRT-STEP-NUMBER         PIC 9(02).
           05  SRT-END-STAMP           PIC X(14).
           05  SRT-START-STAMP         PIC X(14).
           05  SRT-PROGRAM-NAME        PIC X(08).
           05  SRT-ELAPSED-SECONDS     PIC 9(06).
           05  SRT-RECORDS-IN          PIC 9(09).

       FD  CYCTRPT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  CHCODE                  PIC X(2).
               88 CHCODE-OK     VALUE "00".
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  FLAGS-AND-SWITCHES.
           05 MORE-HIST-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-HIST   VALUE "N".
           05 MORE-SORT-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-SORT-RECS VALUE "N".
           05 OVERRUN-SW               PIC X(01) VALUE "N".
              88 WINDOW-OVERRUN VALUE "Y".

      ****** PARM - GROWTH THRESHOLD PERCENT AND DEADLINE HHMM
       01  WS-RUN-PARM                 PIC X(07) VALUE SPACES.
       01  WS-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05 PARM-GROWTH-PCT          PIC 9(03).
           05 PARM-DEADLINE-HH         PIC 9(02).
           05 PARM-DEADLINE-MM         PIC 9(02).
       77  WS-GROWTH-PCT               PIC 9(03) VALUE 20.
       77  WS-DEADLINE-HHMM            PIC 9(04) VALUE 0600.

       01  COUNTERS-AND-ACCUMULATORS.
           05 HIST-RECS-READ           PIC S9(7) COMP.
           05 HIST-RECS-SELECTED       PIC S9(7) COMP.
           05 STEPS-FLAGGED            PIC S9(4) COMP.

      ****** ONE ENTRY PER STEP NUMBER ON THE RUN-CONTROL FILE.
      ****** CYCLE 1 IS THE NEWEST; 1-15 ARE THE RECENT HALF OF THE
      ****** PERIOD, 16-30 THE OLDER HALF
       01  STEP-TREND-TABLE.
           05 STEP-ENTRY OCCURS 99 TIMES.
              10 STP-PROGRAM-NAME      PIC X(08).
              10 STP-CYCLES            PIC S9(4) COMP.
              10 STP-TOTAL-SECONDS     PIC S9(9) COMP-3.
              10 STP-TOTAL-RECS-IN     PIC S9(13) COMP-3.
              10 STP-MIN-SECONDS       PIC S9(7) COMP-3.
              10 STP-MAX-SECONDS       PIC S9(7) COMP-3.
              10 STP-LATEST-SECONDS    PIC S9(7) COMP-3.
              10 STP-LATEST-RECS-IN    PIC S9(9) COMP-3.
              10 STP-LATEST-SW         PIC X(01).
                 88 STP-RAN-LATEST     VALUE "Y".
              10 STP-PRIOR-COUNT       PIC S9(4) COMP.
              10 STP-PRIOR-SECONDS     PIC S9(9) COMP-3.
              10 STP-RECENT-COUNT      PIC S9(4) COMP.
              10 STP-RECENT-SECONDS    PIC S9(9) COMP-3.
              10 STP-OLDER-COUNT       PIC S9(4) COMP.
              10 STP-OLDER-SECONDS     PIC S9(9) COMP-3.
       77  STEP-SUB                    PIC S9(4) COMP VALUE +0.

      ****** ONE ENTRY PER CYCLE (BUSINESS DATE), NEWEST FIRST
       01  CYCLE-TABLE.
           05 CYCLE-ENTRY OCCURS 30 TIMES.
              10 CYC-BUSINESS-DATE     PIC X(08).
              10 CYC-START-STAMP       PIC X(14).
              10 CYC-END-STAMP         PIC X(14).
              10 CYC-STEPS             PIC S9(4) COMP.
       77  CYCLE-COUNT                 PIC S9(4) COMP VALUE +0.
       77  CYCLE-SUB                   PIC S9(4) COMP VALUE +0.

       77  HOLD-BUSINESS-DATE          PIC X(08) VALUE SPACES.
       77  HOLD-STEP-NUMBER            PIC 9(02) VALUE ZERO.

      ****** TIMESTAMP ARITHMETIC - YYYYMMDDHHMMSS TO SECONDS
       01  STAMP-WORK.
           05 SW-DATE                  PIC 9(08).
           05 SW-HH                    PIC 9(02).
           05 SW-MM                    PIC 9(02).
           05 SW-SS                    PIC 9(02).
       77  WS-STAMP-SECONDS            PIC S9(11) COMP-3 VALUE +0.
       77  WS-START-SECONDS            PIC S9(11) COMP-3 VALUE +0.
       77  WS-WINDOW-SECONDS           PIC S9(9) COMP-3 VALUE +0.

      ****** SECONDS TO HH:MM:SS FOR PRINTING
       77  WS-CONVERT-SECONDS          PIC S9(9) COMP-3 VALUE +0.
       77  WS-CONVERT-REMAINDER        PIC S9(9) COMP-3 VALUE +0.
       01  WS-HMS-OUT.
           05 HMS-HH                   PIC Z9.
           05 FILLER                   PIC X(01) VALUE ":".
           05 HMS-MM                   PIC 9(02).
           05 FILLER                   PIC X(01) VALUE ":".
           05 HMS-SS                   PIC 9(02).

       77  WS-AVERAGE-SECONDS          PIC S9(7) COMP-3 VALUE +0.
       77  WS-PRIOR-AVERAGE            PIC S9(7)V99 COMP-3 VALUE +0.
       77  WS-GROWTH-RATE              PIC S9(5)V9 COMP-3 VALUE +0.
       77  WS-THROUGHPUT               PIC S9(9) COMP-3 VALUE +0.

      ****** PROJECTION AGAINST THE DEADLINE
       77  WS-PROJECTED-SECONDS        PIC S9(9) COMP-3 VALUE +0.
       77  WS-START-OF-DAY             PIC S9(7) COMP-3 VALUE +0.
       77  WS-PROJECTED-END            PIC S9(7) COMP-3 VALUE +0.
       77  WS-DEADLINE-HH              PIC 9(02) VALUE ZERO.
       77  WS-DEADLINE-MM              PIC 9(02) VALUE ZERO.
       77  WS-DEADLINE-SECONDS         PIC S9(7) COMP-3 VALUE +0.
       77  WS-MARGIN-MINUTES           PIC S9(5) COMP-3 VALUE +0.

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(40)
                  VALUE "NIGHTLY CYCLE BATCH-WINDOW TREND".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDR-DATE                PIC XXXX/XX/XX.
           05  FILLER                  PIC X(11) VALUE "  CYCLES: ".
           05  HDR-CYCLES              PIC ZZ9.
           05  FILLER                  PIC X(20)
                  VALUE "  GROWTH THRESHOLD: ".
           05  HDR-GROWTH-PCT          PIC ZZ9.
           05  FILLER                  PIC X(13) VALUE "%  DEADLINE: ".
           05  HDR-DEADLINE            PIC 99B99.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-STEP-TITLE-REC.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(60)
                  VALUE "STEP ELAPSED TIME AND THROUGHPUT".
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-STEP-COLUMN-REC.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE "STEP PROGRAM".
           05  FILLER                  PIC X(7)  VALUE "CYCLES".
           05  FILLER                  PIC X(10) VALUE "  AVERAGE".
           05  FILLER                  PIC X(10) VALUE "  MINIMUM".
           05  FILLER                  PIC X(10) VALUE "  MAXIMUM".
           05  FILLER                  PIC X(10) VALUE "   LATEST".
           05  FILLER                  PIC X(10) VALUE "  OLDER15".
           05  FILLER                  PIC X(10) VALUE " RECENT15".
           05  FILLER                  PIC X(11) VALUE " RECS/MIN".
           05  FILLER                  PIC X(11) VALUE "  LATEST/M".
           05  FILLER                  PIC X(9)  VALUE " GROWTH%".
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-STEP-DETAIL-REC.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SD-STEP-NUMBER          PIC 99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SD-PROGRAM-NAME         PIC X(08).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SD-CYCLES               PIC ZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  SD-AVERAGE              PIC X(08).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SD-MINIMUM              PIC X(08).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SD-MAXIMUM              PIC X(08).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SD-LATEST               PIC X(08).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SD-OLDER                PIC X(08).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  SD-RECENT               PIC X(08).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SD-AVG-THRUPUT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SD-LATEST-THRUPUT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SD-GROWTH               PIC ----9.9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SD-FLAG                 PIC X(15).
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-CYCLE-TITLE-REC.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(60)
                  VALUE "CYCLE WINDOW USED - NEWEST FIRST".
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-CYCLE-COLUMN-REC.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE "BUSINESS DATE".
           05  FILLER                  PIC X(22) VALUE "STARTED".
           05  FILLER                  PIC X(22) VALUE "ENDED".
           05  FILLER                  PIC X(10) VALUE "  WINDOW".
           05  FILLER                  PIC X(7)  VALUE "  STEPS".
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-CYCLE-DETAIL-REC.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CD-BUSINESS-DATE        PIC XXXX/XX/XX.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  CD-START-DATE           PIC XXXX/XX/XX.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CD-START-TIME           PIC XX/XX/XX.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CD-END-DATE             PIC XXXX/XX/XX.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CD-END-TIME             PIC XX/XX/XX.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  CD-WINDOW               PIC X(08).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  CD-STEPS                PIC ZZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-PROJECTION-REC.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PJ-LABEL                PIC X(40).
           05  PJ-VALUE                PIC X(20).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-MARGIN-OUT               PIC ----9.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE "HISTORY READ:".
           05  TOT-READ-OUT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE "  SELECTED:".
           05  TOT-SELECTED-OUT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(17) VALUE
                  "  STEPS FLAGGED:".
           05  TOT-FLAGGED-OUT         PIC ZZZ9.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           SORT SORTFILE
               ON DESCENDING KEY SRT-BUSINESS-DATE
               ON ASCENDING KEY SRT-STEP-NUMBER
               ON DESCENDING KEY SRT-END-STAMP
               INPUT PROCEDURE IS 100-SELECT-HISTORY
                                  THRU 100-SELECT-EXIT
               OUTPUT PROCEDURE IS 300-ACCUMULATE
                                  THRU 300-ACCUMULATE-EXIT.
           PERFORM 500-PRINT-STEPS THRU 500-EXIT.
           PERFORM 600-PRINT-CYCLES THRU 600-EXIT.
           PERFORM 700-PROJECT-WINDOW THRU 700-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "CYCTREND HOUSEKEEPING".
           INITIALIZE COUNTERS-AND-ACCUMULATORS, STEP-TREND-TABLE,
                      CYCLE-TABLE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM NUMERIC
               MOVE PARM-GROWTH-PCT TO WS-GROWTH-PCT
               COMPUTE WS-DEADLINE-HHMM =
                   PARM-DEADLINE-HH * 100 + PARM-DEADLINE-MM
           ELSE
               IF WS-RUN-PARM > SPACES
                   DISPLAY "CYCTREND PARM " WS-RUN-PARM
                           " NOT PPPHHMM - DEFAULTS USED".
           OPEN INPUT CYCHIST.
           IF NOT CHCODE-OK
               DISPLAY "*** CYCLE-HISTORY FILE PROBLEM " CHCODE
               MOVE +16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT CYCTRPT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO HDR-DATE.
           MOVE WS-GROWTH-PCT    TO HDR-GROWTH-PCT.
           MOVE WS-DEADLINE-HHMM TO HDR-DEADLINE.
           INSPECT HDR-DEADLINE REPLACING ALL " " BY ":".
       000-EXIT.
           EXIT.

      ****** INPUT PROCEDURE - COMPLETED STEPS ONLY
       100-SELECT-HISTORY.
           PERFORM 900-READ-CYCHIST THRU 900-EXIT.
           PERFORM 110-RELEASE-ONE THRU 110-EXIT
               UNTIL NO-MORE-HIST.
       100-SELECT-EXIT.
           EXIT.

       110-RELEASE-ONE.
           IF CH-STEP-COMPLETE
               MOVE CH-BUSINESS-DATE   TO SRT-BUSINESS-DATE
               MOVE CH-STEP-NUMBER     TO SRT-STEP-NUMBER
               MOVE CH-END-DATE        TO SRT-END-STAMP (1:8)
               MOVE CH-END-TIME        TO SRT-END-STAMP (9:6)
               MOVE CH-START-DATE      TO SRT-START-STAMP (1:8)
               MOVE CH-START-TIME      TO SRT-START-STAMP (9:6)
               MOVE CH-PROGRAM-NAME    TO SRT-PROGRAM-NAME
               MOVE CH-ELAPSED-SECONDS TO SRT-ELAPSED-SECONDS
               MOVE CH-RECORDS-IN      TO SRT-RECORDS-IN
               RELEASE SORT-REC.
           PERFORM 900-READ-CYCHIST THRU 900-EXIT.
       110-EXIT.
           EXIT.

      ****** OUTPUT PROCEDURE - THE FIRST 30 BUSINESS DATES OFF THE
      ****** SORT ARE THE LAST 30 CYCLES
       300-ACCUMULATE.
           PERFORM 310-ACCUMULATE-ONE THRU 310-EXIT
               UNTIL NO-MORE-SORT-RECS.
       300-ACCUMULATE-EXIT.
           EXIT.

       310-ACCUMULATE-ONE.
           RETURN SORTFILE
               AT END
               MOVE "N" TO MORE-SORT-SW
               GO TO 310-EXIT
           END-RETURN.
           IF SRT-BUSINESS-DATE NOT = HOLD-BUSINESS-DATE
               IF CYCLE-COUNT = 30
                   MOVE "N" TO MORE-SORT-SW
                   GO TO 310-EXIT
               ELSE
                   ADD +1 TO CYCLE-COUNT
                   MOVE CYCLE-COUNT       TO CYCLE-SUB
                   MOVE SRT-BUSINESS-DATE TO HOLD-BUSINESS-DATE,
                                        CYC-BUSINESS-DATE (CYCLE-SUB)
                   MOVE SRT-START-STAMP   TO CYC-START-STAMP (CYCLE-SUB)
                   MOVE SRT-END-STAMP     TO CYC-END-STAMP (CYCLE-SUB)
                   MOVE ZERO              TO HOLD-STEP-NUMBER
               END-IF
           ELSE
      *  An earlier completion of a step restarted in this cycle
               IF SRT-STEP-NUMBER = HOLD-STEP-NUMBER
                   GO TO 310-EXIT.
           MOVE SRT-STEP-NUMBER TO HOLD-STEP-NUMBER.
           IF SRT-STEP-NUMBER = ZERO
               GO TO 310-EXIT.
           ADD +1 TO HIST-RECS-SELECTED.

           IF SRT-START-STAMP < CYC-START-STAMP (CYCLE-SUB)
               MOVE SRT-START-STAMP TO CYC-START-STAMP (CYCLE-SUB).
           IF SRT-END-STAMP > CYC-END-STAMP (CYCLE-SUB)
               MOVE SRT-END-STAMP   TO CYC-END-STAMP (CYCLE-SUB).
           ADD +1 TO CYC-STEPS (CYCLE-SUB).

           MOVE SRT-STEP-NUMBER TO STEP-SUB.
           MOVE SRT-PROGRAM-NAME TO STP-PROGRAM-NAME (STEP-SUB).
           IF STP-CYCLES (STEP-SUB) = ZERO
              OR SRT-ELAPSED-SECONDS < STP-MIN-SECONDS (STEP-SUB)
               MOVE SRT-ELAPSED-SECONDS TO STP-MIN-SECONDS (STEP-SUB).
           IF SRT-ELAPSED-SECONDS > STP-MAX-SECONDS (STEP-SUB)
               MOVE SRT-ELAPSED-SECONDS TO STP-MAX-SECONDS (STEP-SUB).
           ADD +1                  TO STP-CYCLES (STEP-SUB).
           ADD SRT-ELAPSED-SECONDS TO STP-TOTAL-SECONDS (STEP-SUB).
           ADD SRT-RECORDS-IN      TO STP-TOTAL-RECS-IN (STEP-SUB).
           IF CYCLE-SUB = 1
               MOVE "Y"                 TO STP-LATEST-SW (STEP-SUB)
               MOVE SRT-ELAPSED-SECONDS TO STP-LATEST-SECONDS (STEP-SUB)
               MOVE SRT-RECORDS-IN      TO STP-LATEST-RECS-IN (STEP-SUB)
           ELSE
               ADD +1 TO STP-PRIOR-COUNT (STEP-SUB)
               ADD SRT-ELAPSED-SECONDS TO STP-PRIOR-SECONDS (STEP-SUB).
           IF CYCLE-SUB NOT > 15
               ADD +1 TO STP-RECENT-COUNT (STEP-SUB)
               ADD SRT-ELAPSED-SECONDS TO STP-RECENT-SECONDS (STEP-SUB)
           ELSE
               ADD +1 TO STP-OLDER-COUNT (STEP-SUB)
               ADD SRT-ELAPSED-SECONDS TO STP-OLDER-SECONDS (STEP-SUB).
       310-EXIT.
           EXIT.

       500-PRINT-STEPS.
           MOVE CYCLE-COUNT TO HDR-CYCLES.
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-STEP-TITLE-REC.
           WRITE RPT-REC FROM WS-STEP-COLUMN-REC.
           PERFORM 510-PRINT-ONE-STEP THRU 510-EXIT
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > 99.
       500-EXIT.
           EXIT.

       510-PRINT-ONE-STEP.
           IF STP-CYCLES (STEP-SUB) = ZERO
               GO TO 510-EXIT.
           MOVE STEP-SUB                     TO SD-STEP-NUMBER.
           MOVE STP-PROGRAM-NAME (STEP-SUB)  TO SD-PROGRAM-NAME.
           MOVE STP-CYCLES (STEP-SUB)        TO SD-CYCLES.
           COMPUTE WS-AVERAGE-SECONDS ROUNDED =
               STP-TOTAL-SECONDS (STEP-SUB) / STP-CYCLES (STEP-SUB).
           MOVE WS-AVERAGE-SECONDS TO WS-CONVERT-SECONDS.
           PERFORM 800-SECONDS-TO-HMS THRU 800-EXIT.
           MOVE WS-HMS-OUT TO SD-AVERAGE.
           MOVE STP-MIN-SECONDS (STEP-SUB) TO WS-CONVERT-SECONDS.
           PERFORM 800-SECONDS-TO-HMS THRU 800-EXIT.
           MOVE WS-HMS-OUT TO SD-MINIMUM.
           MOVE STP-MAX-SECONDS (STEP-SUB) TO WS-CONVERT-SECONDS.
           PERFORM 800-SECONDS-TO-HMS THRU 800-EXIT.
           MOVE WS-HMS-OUT TO SD-MAXIMUM.

           MOVE SPACES TO SD-LATEST, SD-OLDER, SD-RECENT, SD-FLAG.
           MOVE ZERO   TO SD-LATEST-THRUPUT, SD-GROWTH.
           IF STP-RAN-LATEST (STEP-SUB)
               MOVE STP-LATEST-SECONDS (STEP-SUB) TO WS-CONVERT-SECONDS
               PERFORM 800-SECONDS-TO-HMS THRU 800-EXIT
               MOVE WS-HMS-OUT TO SD-LATEST
               IF STP-LATEST-SECONDS (STEP-SUB) > ZERO
                   COMPUTE WS-THROUGHPUT ROUNDED =
                       STP-LATEST-RECS-IN (STEP-SUB) * 60
                           / STP-LATEST-SECONDS (STEP-SUB)
                   MOVE WS-THROUGHPUT TO SD-LATEST-THRUPUT.
           IF STP-OLDER-COUNT (STEP-SUB) > ZERO
               COMPUTE WS-CONVERT-SECONDS ROUNDED =
                   STP-OLDER-SECONDS (STEP-SUB)
                       / STP-OLDER-COUNT (STEP-SUB)
               PERFORM 800-SECONDS-TO-HMS THRU 800-EXIT
               MOVE WS-HMS-OUT TO SD-OLDER.
           IF STP-RECENT-COUNT (STEP-SUB) > ZERO
               COMPUTE WS-CONVERT-SECONDS ROUNDED =
                   STP-RECENT-SECONDS (STEP-SUB)
                       / STP-RECENT-COUNT (STEP-SUB)
               PERFORM 800-SECONDS-TO-HMS THRU 800-EXIT
               MOVE WS-HMS-OUT TO SD-RECENT.
           MOVE ZERO TO WS-THROUGHPUT.
           IF STP-TOTAL-SECONDS (STEP-SUB) > ZERO
               COMPUTE WS-THROUGHPUT ROUNDED =
                   STP-TOTAL-RECS-IN (STEP-SUB) * 60
                       / STP-TOTAL-SECONDS (STEP-SUB).
           MOVE WS-THROUGHPUT TO SD-AVG-THRUPUT.

      *  Growth - the latest run against the average of the earlier
      *  cycles in the period
           IF STP-RAN-LATEST (STEP-SUB)
              AND STP-PRIOR-COUNT (STEP-SUB) > ZERO
               COMPUTE WS-PRIOR-AVERAGE ROUNDED =
                   STP-PRIOR-SECONDS (STEP-SUB)
                       / STP-PRIOR-COUNT (STEP-SUB)
               IF WS-PRIOR-AVERAGE > ZERO
                   COMPUTE WS-GROWTH-RATE ROUNDED =
                       (STP-LATEST-SECONDS (STEP-SUB)
                           - WS-PRIOR-AVERAGE) * 100
                               / WS-PRIOR-AVERAGE
                   MOVE WS-GROWTH-RATE TO SD-GROWTH
                   IF WS-GROWTH-RATE > WS-GROWTH-PCT
                       MOVE "*** GROWING ***" TO SD-FLAG
                       ADD +1 TO STEPS-FLAGGED.
           WRITE RPT-REC FROM WS-STEP-DETAIL-REC.
       510-EXIT.
           EXIT.

       600-PRINT-CYCLES.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-CYCLE-TITLE-REC.
           WRITE RPT-REC FROM WS-CYCLE-COLUMN-REC.
           PERFORM 610-PRINT-ONE-CYCLE THRU 610-EXIT
               VARYING CYCLE-SUB FROM 1 BY 1
               UNTIL CYCLE-SUB > CYCLE-COUNT.
       600-EXIT.
           EXIT.

       610-PRINT-ONE-CYCLE.
           MOVE CYC-BUSINESS-DATE (CYCLE-SUB) TO CD-BUSINESS-DATE.
           MOVE CYC-START-STAMP (CYCLE-SUB) (1:8) TO CD-START-DATE.
           MOVE CYC-START-STAMP (CYCLE-SUB) (9:6) TO CD-START-TIME.
           MOVE CYC-END-STAMP (CYCLE-SUB) (1:8)   TO CD-END-DATE.
           MOVE CYC-END-STAMP (CYCLE-SUB) (9:6)   TO CD-END-TIME.
           INSPECT CD-START-TIME REPLACING ALL "/" BY ":".
           INSPECT CD-END-TIME   REPLACING ALL "/" BY ":".
           MOVE CYC-START-STAMP (CYCLE-SUB) TO STAMP-WORK.
           PERFORM 810-STAMP-TO-SECONDS THRU 810-EXIT.
           MOVE WS-STAMP-SECONDS TO WS-START-SECONDS.
           MOVE CYC-END-STAMP (CYCLE-SUB) TO STAMP-WORK.
           PERFORM 810-STAMP-TO-SECONDS THRU 810-EXIT.
           COMPUTE WS-WINDOW-SECONDS =
               WS-STAMP-SECONDS - WS-START-SECONDS.
           MOVE WS-WINDOW-SECONDS TO WS-CONVERT-SECONDS.
           PERFORM 800-SECONDS-TO-HMS THRU 800-EXIT.
           MOVE WS-HMS-OUT TO CD-WINDOW.
           MOVE CYC-STEPS (CYCLE-SUB) TO CD-STEPS.
           WRITE RPT-REC FROM WS-CYCLE-DETAIL-REC.
       610-EXIT.
           EXIT.

      ****** PROJECTED END - THE LATEST CYCLE'S START TIME OF DAY
      ****** PLUS EVERY STEP'S RECENT-HALF AVERAGE
       700-PROJECT-WINDOW.
           IF CYCLE-COUNT = ZERO
               GO TO 700-EXIT.
           MOVE ZERO TO WS-PROJECTED-SECONDS.
           PERFORM 710-ADD-STEP-AVERAGE THRU 710-EXIT
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > 99.

           MOVE CYC-START-STAMP (1) TO STAMP-WORK.
           COMPUTE WS-START-OF-DAY = SW-HH * 3600 + SW-MM * 60 + SW-SS.
           COMPUTE WS-PROJECTED-END =
               WS-START-OF-DAY + WS-PROJECTED-SECONDS.
           DIVIDE WS-DEADLINE-HHMM BY 100
               GIVING WS-DEADLINE-HH REMAINDER WS-DEADLINE-MM.
           COMPUTE WS-DEADLINE-SECONDS =
               WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60.
           IF WS-DEADLINE-SECONDS NOT > WS-START-OF-DAY
               ADD 86400 TO WS-DEADLINE-SECONDS.
           COMPUTE WS-MARGIN-MINUTES =
               (WS-DEADLINE-SECONDS - WS-PROJECTED-END) / 60.

           WRITE RPT-REC FROM WS-BLANK-LINE.
           MOVE SPACES TO PJ-VALUE.
           MOVE "LATEST CYCLE STARTED AT" TO PJ-LABEL.
           MOVE WS-START-OF-DAY TO WS-CONVERT-SECONDS.
           PERFORM 800-SECONDS-TO-HMS THRU 800-EXIT.
           MOVE WS-HMS-OUT TO PJ-VALUE.
           WRITE RPT-REC FROM WS-PROJECTION-REC.
           MOVE "PROJECTED WINDOW (RECENT AVERAGES)" TO PJ-LABEL.
           MOVE WS-PROJECTED-SECONDS TO WS-CONVERT-SECONDS.
           PERFORM 800-SECONDS-TO-HMS THRU 800-EXIT.
           MOVE WS-HMS-OUT TO PJ-VALUE.
           WRITE RPT-REC FROM WS-PROJECTION-REC.
           MOVE "PROJECTED CYCLE END" TO PJ-LABEL.
           DIVIDE WS-PROJECTED-END BY 86400
               GIVING WS-CONVERT-REMAINDER
               REMAINDER WS-CONVERT-SECONDS.
           PERFORM 800-SECONDS-TO-HMS THRU 800-EXIT.
           MOVE WS-HMS-OUT TO PJ-VALUE.
           IF WS-PROJECTED-END NOT < 86400
               MOVE "(NEXT DAY)" TO PJ-VALUE (10:10).
           WRITE RPT-REC FROM WS-PROJECTION-REC.
           MOVE "MARGIN TO DEADLINE (MINUTES)" TO PJ-LABEL.
           MOVE WS-MARGIN-MINUTES TO WS-MARGIN-OUT.
           MOVE WS-MARGIN-OUT TO PJ-VALUE.
           WRITE RPT-REC FROM WS-PROJECTION-REC.
           IF WS-PROJECTED-END > WS-DEADLINE-SECONDS
               MOVE "Y" TO OVERRUN-SW
               MOVE "*** PROJECTED TO OVERRUN THE BATCH WINDOW ***"
                   TO PJ-LABEL
               MOVE SPACES TO PJ-VALUE
               WRITE RPT-REC FROM WS-PROJECTION-REC
               DISPLAY "*** CYCTREND - CYCLE PROJECTED TO OVERRUN "
                       "THE BATCH WINDOW".
       700-EXIT.
           EXIT.

       710-ADD-STEP-AVERAGE.
           IF STP-RECENT-COUNT (STEP-SUB) > ZERO
               COMPUTE WS-AVERAGE-SECONDS ROUNDED =
                   STP-RECENT-SECONDS (STEP-SUB)
                       / STP-RECENT-COUNT (STEP-SUB)
               ADD WS-AVERAGE-SECONDS TO WS-PROJECTED-SECONDS.
       710-EXIT.
           EXIT.

       800-SECONDS-TO-HMS.
           IF WS-CONVERT-SECONDS < ZERO
               MOVE ZERO TO WS-CONVERT-SECONDS.
           DIVIDE WS-CONVERT-SECONDS BY 3600
               GIVING WS-CONVERT-REMAINDER.
           IF WS-CONVERT-REMAINDER > 99
               MOVE 99 TO HMS-HH
           ELSE
               MOVE WS-CONVERT-REMAINDER TO HMS-HH.
           COMPUTE WS-CONVERT-SECONDS = WS-CONVERT-SECONDS
               - WS-CONVERT-REMAINDER * 3600.
           DIVIDE WS-CONVERT-SECONDS BY 60
               GIVING WS-CONVERT-REMAINDER.
           MOVE WS-CONVERT-REMAINDER TO HMS-MM.
           COMPUTE HMS-SS = WS-CONVERT-SECONDS
               - WS-CONVERT-REMAINDER * 60.
       800-EXIT.
           EXIT.

       810-STAMP-TO-SECONDS.
           COMPUTE WS-STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE (SW-DATE) * 86400
               + SW-HH * 3600 + SW-MM * 60 + SW-SS.
       810-EXIT.
           EXIT.

       900-READ-CYCHIST.
           READ CYCHIST
               AT END MOVE "N" TO MORE-HIST-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO HIST-RECS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE HIST-RECS-READ     TO TOT-READ-OUT.
           MOVE HIST-RECS-SELECTED TO TOT-SELECTED-OUT.
           MOVE STEPS-FLAGGED      TO TOT-FLAGGED-OUT.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE CYCHIST, CYCTRPT.
           IF WINDOW-OVERRUN OR STEPS-FLAGGED > 0
               MOVE +4 TO RETURN-CODE
               DISPLAY "*** CYCTREND COMPLETE WITH WARNINGS ***"
           ELSE
               MOVE +0 TO RETURN-CODE
               DISPLAY "NORMAL END OF JOB CYCTREND".
       999-EXIT.
           EXIT.
