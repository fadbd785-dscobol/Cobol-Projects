      *          EACH PENDING STEP IS CALLED IN TURN AND ITS
      *          COMPLETION STATUS, TIMESTAMP, RETURN CODE AND RECORD
      *          COUNTS ARE RECORDED BACK ON ITS CONTROL RECORD.
      *          A STEP ENDING RC 4 (E.G. MSTRXREF, THE MASTER
      *          CROSS-REFERENCE SWEEP) IS COMPLETE WITH WARNINGS -
      *          THE CYCLE CARRIES ON AND ENDS RC 4.
      *
      *          A STEP IS ONLY RELEASED WHEN EVERY PREDECESSOR HAS
      *          COMPLETED - A FAILED OR ABENDED STEP STOPS THE CYCLE
      *          THE SAME FEED CAN NO LONGER RUN TWO NIGHTS RUNNING
      *          UNNOTICED.
      *
      *          EVERY STEP RELEASED IS STAMPED WITH ITS START AS
      *          WELL AS ITS COMPLETION, AND ITS ELAPSED SECONDS, ON
      *          THE CONTROL RECORD, AND ONE RECORD PER STEP (STAMPS,
      *          ELAPSED TIME, RETURN CODE, RECORD COUNTS) IS ADDED TO
      *          THE PERMANENT CYCLE-HISTORY FILE FOR THE WEEKLY
      *          BATCH-WINDOW TREND REPORT (CYCTREND).  A HISTORY
      *          FILE PROBLEM IS REPORTED BUT DOES NOT STOP THE CYCLE.
      *
      *          EACH STEP CARRIES A RUN-FREQUENCY RULE - NIGHTLY
      *          (N OR BLANK), A GIVEN WEEKDAY (W, WITH THE DAY
      *          1=MONDAY ... 7=SUNDAY), LAST (L) OR FIRST (F)
      *          BUSINESS DAY OF THE MONTH, QUARTER-END (Q) OR
      *          YEAR-END (Y) - TESTED AGAINST THE CYCLE'S BUSINESS
      *          DATE THROUGH THE BUSDAY CALENDAR.  A STEP WHOSE RULE
      *          DOES NOT FALL ON THE BUSINESS DATE IS MARKED "S" -
      *          SKIPPED, NOT SCHEDULED - AND SATISFIES ITS
      *          SUCCESSORS THE SAME AS A COMPLETED STEP.  THE END OF
      *          THE CYCLE LISTS EVERY CONDITIONAL STEP AND WHETHER
      *          IT RAN.  IF THE CALENDAR CANNOT BE CONSULTED THE
      *          CYCLE STOPS AT THE FIRST MONTH/QUARTER/YEAR-END STEP.
      *
      ******************************************************************

               RUN-CONTROL FILE (I-O)  -   DDS0001.RUNCTL

               OPERATOR OVERRIDES      -   DDS0001.CYCOVRD

               CYCLE STEP HISTORY(MOD) -   DDS0001.CYCHIST

      ******************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OVCODE.

           SELECT CYCHIST
           ASSIGN TO UT-S-CYCHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CHCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL
               88  STEP-PENDING        VALUE "P".
               88  STEP-COMPLETE       VALUE "C".
               88  STEP-FAILED         VALUE "F".
               88  STEP-NOT-SCHEDULED  VALUE "S".
           05  RC-COMPLETION-DATE      PIC X(08).
           05  RC-COMPLETION-TIME      PIC X(06).
           05  RC-RETURN-CODE          PIC 9(04).
           05  RC-RECORDS-IN           PIC 9(09).
           05  RC-RECORDS-OUT          PIC 9(09).
           05  RC-BUSINESS-DATE        PIC X(08).
           05  RC-START-DATE           PIC X(08).
           05  RC-START-TIME           PIC X(06).
           05  RC-ELAPSED-SECONDS      PIC 9(06).
           05  RC-RUN-FREQUENCY        PIC X(01).
               88  RUN-NIGHTLY         VALUE "N" " ".
               88  RUN-ON-WEEKDAY      VALUE "W".
               88  RUN-LAST-BUSDAY     VALUE "L".
               88  RUN-FIRST-BUSDAY    VALUE "F".
               88  RUN-QUARTER-END     VALUE "Q".
               88  RUN-YEAR-END        VALUE "Y".
           05  RC-RUN-WEEKDAY          PIC 9(01).
           05  FILLER                  PIC X(03).

      ****** LAST BUSINESS DATE THE CYCLE COMPLETED - ONE RECORD
       FD  CYCDATE
           05  OV-OPERATOR-ID          PIC X(08).
           05  FILLER                  PIC X(24).

      ****** ONE RECORD PER STEP RELEASED, ADDED EVERY CYCLE
       FD  CYCHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CYCLE-HISTORY-REC.
       COPY CYCHIST.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  RCCODE                  PIC X(2).
               88 CDCODE-OK     VALUE "00".
           05  OVCODE                  PIC X(2).
               88 OVCODE-OK     VALUE "00".
           05  CHCODE                  PIC X(2).
               88 CHCODE-OK     VALUE "00".

       77  MORE-STEPS-SW               PIC X(1) VALUE "Y".
           88 NO-MORE-STEPS    VALUE 'N'.
              88 DATE-STATE-ON-FILE VALUE "Y".
           05 OVERRIDE-SW              PIC X(01) VALUE "N".
              88 OVERRIDE-ON-FILE VALUE "Y".
           05 HISTORY-OPEN-SW          PIC X(01) VALUE "N".
              88 HISTORY-OPEN VALUE "Y".
           05 STEP-SCHEDULED-SW        PIC X(01) VALUE "Y".
              88 STEP-SCHEDULED VALUE "Y".
              88 STEP-RULE-INVALID VALUE "E".

      ****** THE BUSINESS DATE AGAINST THE CALENDAR - RESOLVED ONCE
      ****** PER CYCLE FOR THE RUN-FREQUENCY RULES
       01  CALENDAR-WORK.
           05 CAL-DATE                 PIC 9(08).
           05 CAL-DATE-X REDEFINES CAL-DATE.
              10 FILLER                PIC X(04).
              10 CAL-MM                PIC 9(02).
              10 FILLER                PIC X(02).
           05 CAL-WEEKDAY              PIC 9(01).
           05 CAL-BUSINESS-DAY-SW      PIC X(01) VALUE "N".
              88 CAL-BUSINESS-DAY VALUE "Y".
           05 CAL-LAST-BUSDAY-SW       PIC X(01) VALUE "N".
              88 CAL-LAST-BUSDAY VALUE "Y".
           05 CAL-FIRST-BUSDAY-SW      PIC X(01) VALUE "N".
              88 CAL-FIRST-BUSDAY VALUE "Y".
           05 CAL-AVAILABLE-SW         PIC X(01) VALUE "Y".
              88 CAL-AVAILABLE VALUE "Y".
       77  WS-DAY-NUMBER               PIC S9(9) COMP VALUE 0.
       77  WS-OTHER-MM                 PIC 9(02) VALUE 0.

       COPY BUSDAYWS.

      ****** CONDITIONAL (NON-NIGHTLY) STEPS SEEN THIS CYCLE AND
      ****** WHAT BECAME OF EACH - LISTED AT END OF JOB
       01  CONDITIONAL-STEP-TABLE.
           05 COND-ENTRY OCCURS 99 TIMES.
              10 COND-STEP-NUMBER      PIC 9(02).
              10 COND-PROGRAM-NAME     PIC X(08).
              10 COND-FREQUENCY        PIC X(01).
              10 COND-WEEKDAY          PIC X(01).
              10 COND-OUTCOME          PIC X(24).
       77  COND-COUNT                  PIC S9(4) COMP VALUE +0.
       77  COND-SUB                    PIC S9(4) COMP VALUE +0.
       77  WS-STEP-OUTCOME             PIC X(24) VALUE SPACES.

      ****** CYCLE BUSINESS DATE - JCL PARM (YYYYMMDD) OR TODAY
       01  WS-RUN-PARM                 PIC X(08) VALUE SPACES.
       77  WS-STEP-PROGRAM             PIC X(08) VALUE SPACES.
       77  WS-STEP-RETURN-CODE         PIC S9(4) COMP VALUE 0.

      ****** STEP ELAPSED TIME - EACH STAMP AS SECONDS SINCE THE
      ****** CALENDAR'S DAY ONE, SO A STEP RUNNING PAST MIDNIGHT
      ****** STILL TIMES CORRECTLY
       01  TIMESTAMP-WORK.
           05 TS-DATE                  PIC 9(08).
           05 TS-TIME.
              10 TS-HH                 PIC 9(02).
              10 TS-MM                 PIC 9(02).
              10 TS-SS                 PIC 9(02).
       77  WS-START-SECONDS            PIC S9(11) COMP-3 VALUE 0.
       77  WS-END-SECONDS              PIC S9(11) COMP-3 VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 STEPS-READ               PIC 9(3) COMP.
           05 STEPS-RUN                PIC 9(3) COMP.
           05 STEPS-SKIPPED            PIC 9(3) COMP.
           05 STEPS-FAILED             PIC 9(3) COMP.
           05 STEPS-WARNED             PIC 9(3) COMP.
           05 STEPS-NOT-SCHEDULED      PIC 9(3) COMP.

      ****** STEP COUNT INTERFACE FILLED BY PARTICIPATING STEPS
       COPY RUNCOUNT.
           DISPLAY "NIGHTRUN HOUSEKEEPING".
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           PERFORM 050-RESOLVE-BUSINESS-DATE THRU 050-EXIT.
           PERFORM 070-RESOLVE-CALENDAR THRU 070-EXIT.
           OPEN I-O RUNCTL.
           OPEN EXTEND CYCHIST.
           IF CHCODE-OK
               MOVE "Y" TO HISTORY-OPEN-SW
           ELSE
               DISPLAY "*** CYCLE-HISTORY FILE PROBLEM " CHCODE
                       " - STEP HISTORY NOT RECORDED THIS CYCLE".
           PERFORM 900-READ-RUNCTL THRU 900-EXIT.
       000-EXIT.
           EXIT.
       060-EXIT.
           EXIT.

       070-RESOLVE-CALENDAR.
      *  Day of the week - day one of the integer calendar
      *  (1601-01-01) was a Monday
           MOVE WS-BUSINESS-DATE TO CAL-DATE.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (CAL-DATE) - 1.
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DAY-NUMBER
               REMAINDER CAL-WEEKDAY.
           ADD 1 TO CAL-WEEKDAY.

           MOVE SPACES           TO BUSDAY-REQUEST-AREA.
           MOVE "ISBD"           TO BD-FUNCTION.
           MOVE WS-BUSINESS-DATE TO BD-DATE-1.
           CALL "BUSDAY" USING BUSDAY-REQUEST-AREA.
           IF BD-RETURN-CODE NOT = 0
               GO TO 070-CALENDAR-PROBLEM.
           MOVE BD-BUSDAY-FLAG TO CAL-BUSINESS-DAY-SW.
           IF NOT CAL-BUSINESS-DAY
               GO TO 070-SHOW-CALENDAR.

      *  Last business day - the next one falls in another month
           MOVE SPACES           TO BUSDAY-REQUEST-AREA.
           MOVE "NEXT"           TO BD-FUNCTION.
           MOVE WS-BUSINESS-DATE TO BD-DATE-1.
           CALL "BUSDAY" USING BUSDAY-REQUEST-AREA.
           IF BD-RETURN-CODE NOT = 0
               GO TO 070-CALENDAR-PROBLEM.
           MOVE BD-RESULT-DATE (5:2) TO WS-OTHER-MM.
           IF WS-OTHER-MM NOT = CAL-MM
               MOVE "Y" TO CAL-LAST-BUSDAY-SW.

      *  First business day - the previous one fell in another month
           MOVE SPACES           TO BUSDAY-REQUEST-AREA.
           MOVE "PREV"           TO BD-FUNCTION.
           MOVE WS-BUSINESS-DATE TO BD-DATE-1.
           CALL "BUSDAY" USING BUSDAY-REQUEST-AREA.
           IF BD-RETURN-CODE NOT = 0
               GO TO 070-CALENDAR-PROBLEM.
           MOVE BD-RESULT-DATE (5:2) TO WS-OTHER-MM.
           IF WS-OTHER-MM NOT = CAL-MM
               MOVE "Y" TO CAL-FIRST-BUSDAY-SW.
           GO TO 070-SHOW-CALENDAR.

       070-CALENDAR-PROBLEM.
           MOVE "N" TO CAL-AVAILABLE-SW.
           DISPLAY "*** BUSDAY PROBLEM FOR " WS-BUSINESS-DATE
                   " - MONTH-END STEPS CANNOT BE SCHEDULED".

       070-SHOW-CALENDAR.
           DISPLAY "BUSINESS DATE WEEKDAY " CAL-WEEKDAY
                   "  BUSINESS DAY " CAL-BUSINESS-DAY-SW
                   "  FIRST " CAL-FIRST-BUSDAY-SW
                   "  LAST " CAL-LAST-BUSDAY-SW.
       070-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE SPACES TO WS-STEP-OUTCOME.
           EVALUATE TRUE
               WHEN STEP-COMPLETE
      *  Completed on a prior (restarted) cycle - do not rerun
                   ADD +1 TO STEPS-SKIPPED
                   MOVE "ALREADY COMPLETE" TO WS-STEP-OUTCOME
                   DISPLAY "STEP " RC-STEP-NUMBER " "
                           RC-PROGRAM-NAME " ALREADY COMPLETE"
               WHEN STEP-NOT-SCHEDULED
      *  Found not scheduled earlier in this (restarted) cycle
                   ADD +1 TO STEPS-NOT-SCHEDULED
                   MOVE "NOT SCHEDULED" TO WS-STEP-OUTCOME
                   DISPLAY "STEP " RC-STEP-NUMBER " "
                           RC-PROGRAM-NAME " NOT SCHEDULED"
               WHEN STEP-FAILED
      *  A failed predecessor stops the cycle cold
                   MOVE "Y" TO CYCLE-STOPPED-SW
                           RC-PROGRAM-NAME " IN FAILED STATUS - "
                           "CYCLE STOPPED"
               WHEN STEP-PENDING AND CYCLE-STOPPED
                   MOVE "HELD" TO WS-STEP-OUTCOME
                   DISPLAY "STEP " RC-STEP-NUMBER " "
                           RC-PROGRAM-NAME " HELD - PREDECESSOR "
                           "DID NOT COMPLETE"
               WHEN STEP-PENDING
                   PERFORM 200-CHECK-SCHEDULE THRU 200-EXIT
                   IF STEP-RULE-INVALID
                       MOVE "Y" TO CYCLE-STOPPED-SW
                       MOVE "NOT EVALUATED" TO WS-STEP-OUTCOME
                   ELSE
                       IF STEP-SCHEDULED
                           PERFORM 300-RUN-STEP THRU 300-EXIT
                       ELSE
                           PERFORM 250-MARK-NOT-SCHEDULED
                               THRU 250-EXIT
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "STEP " RC-STEP-NUMBER " "
                           RC-PROGRAM-NAME " BAD STATUS CODE '"
                           RC-STATUS "' - CYCLE STOPPED"
                   MOVE "Y" TO CYCLE-STOPPED-SW
           END-EVALUATE.
           IF NOT RUN-NIGHTLY
               PERFORM 150-NOTE-CONDITIONAL THRU 150-EXIT.
           PERFORM 900-READ-RUNCTL THRU 900-EXIT.
       100-EXIT.
           EXIT.

       150-NOTE-CONDITIONAL.
           IF COND-COUNT = 99
               DISPLAY "*** CONDITIONAL STEPS EXCEED TABLE - "
                       "INCREASE COND-ENTRY OCCURS ***"
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO COND-COUNT.
           MOVE COND-COUNT       TO COND-SUB.
           MOVE RC-STEP-NUMBER   TO COND-STEP-NUMBER (COND-SUB).
           MOVE RC-PROGRAM-NAME  TO COND-PROGRAM-NAME (COND-SUB).
           MOVE RC-RUN-FREQUENCY TO COND-FREQUENCY (COND-SUB).
           MOVE RC-RUN-WEEKDAY   TO COND-WEEKDAY (COND-SUB).
           MOVE WS-STEP-OUTCOME  TO COND-OUTCOME (COND-SUB).
       150-EXIT.
           EXIT.

       200-CHECK-SCHEDULE.
      *  Does the step's run-frequency rule fall on this business date
           MOVE "Y" TO STEP-SCHEDULED-SW.
           IF RUN-NIGHTLY
               GO TO 200-EXIT.
           IF RUN-ON-WEEKDAY
               IF RC-RUN-WEEKDAY NOT NUMERIC
                  OR RC-RUN-WEEKDAY < 1 OR RC-RUN-WEEKDAY > 7
                   GO TO 200-BAD-RULE
               ELSE
                   IF RC-RUN-WEEKDAY NOT = CAL-WEEKDAY
                       MOVE "N" TO STEP-SCHEDULED-SW
                   END-IF
                   GO TO 200-EXIT.
           IF NOT CAL-AVAILABLE
               DISPLAY "STEP " RC-STEP-NUMBER " " RC-PROGRAM-NAME
                       " SCHEDULE UNKNOWN - NO CALENDAR - "
                       "CYCLE STOPPED"
               MOVE "E" TO STEP-SCHEDULED-SW
               GO TO 200-EXIT.
           EVALUATE TRUE
               WHEN RUN-LAST-BUSDAY
                   IF NOT CAL-LAST-BUSDAY
                       MOVE "N" TO STEP-SCHEDULED-SW
                   END-IF
               WHEN RUN-FIRST-BUSDAY
                   IF NOT CAL-FIRST-BUSDAY
                       MOVE "N" TO STEP-SCHEDULED-SW
                   END-IF
               WHEN RUN-QUARTER-END
                   IF NOT CAL-LAST-BUSDAY
                      OR (CAL-MM NOT = 3 AND 6 AND 9 AND 12)
                       MOVE "N" TO STEP-SCHEDULED-SW
                   END-IF
               WHEN RUN-YEAR-END
                   IF NOT CAL-LAST-BUSDAY OR CAL-MM NOT = 12
                       MOVE "N" TO STEP-SCHEDULED-SW
                   END-IF
               WHEN OTHER
                   GO TO 200-BAD-RULE
           END-EVALUATE.
           GO TO 200-EXIT.

       200-BAD-RULE.
           DISPLAY "STEP " RC-STEP-NUMBER " " RC-PROGRAM-NAME
                   " BAD RUN FREQUENCY '" RC-RUN-FREQUENCY
                   RC-RUN-WEEKDAY "' - CYCLE STOPPED".
           MOVE "E" TO STEP-SCHEDULED-SW.
       200-EXIT.
           EXIT.

       250-MARK-NOT-SCHEDULED.
      *  Not this business date's step - recorded as satisfied so
      *  the steps after it are released as usual
           MOVE "S"              TO RC-STATUS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RC-COMPLETION-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RC-COMPLETION-TIME.
           MOVE ZERO             TO RC-RETURN-CODE, RC-RECORDS-IN,
                                    RC-RECORDS-OUT,
                                    RC-ELAPSED-SECONDS.
           MOVE SPACES           TO RC-START-DATE, RC-START-TIME.
           MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
           REWRITE RUN-CONTROL-REC.
           ADD +1 TO STEPS-NOT-SCHEDULED.
           MOVE "NOT SCHEDULED" TO WS-STEP-OUTCOME.
           DISPLAY "STEP " RC-STEP-NUMBER " " RC-PROGRAM-NAME
                   " NOT SCHEDULED FOR " WS-BUSINESS-DATE
                   " - SKIPPED".
       250-EXIT.
           EXIT.

       300-RUN-STEP.
           MOVE RC-PROGRAM-NAME TO WS-STEP-PROGRAM.
           DISPLAY "RELEASING STEP " RC-STEP-NUMBER " "
                        CYCLE-STEP-RECORDS-OUT.
           MOVE WS-BUSINESS-DATE TO CYCLE-BUSINESS-DATE.
           MOVE +0   TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RC-START-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO RC-START-TIME.

           CALL WS-STEP-PROGRAM
               ON EXCEPTION
           MOVE CYCLE-STEP-RECORDS-IN       TO RC-RECORDS-IN.
           MOVE CYCLE-STEP-RECORDS-OUT      TO RC-RECORDS-OUT.
           MOVE WS-BUSINESS-DATE            TO RC-BUSINESS-DATE.
           PERFORM 310-COMPUTE-ELAPSED THRU 310-EXIT.

           IF CALL-FAILED OR WS-STEP-RETURN-CODE > +4
               MOVE "F" TO RC-STATUS
               MOVE "Y" TO CYCLE-STOPPED-SW
               ADD +1 TO STEPS-FAILED
               MOVE "FAILED" TO WS-STEP-OUTCOME
               DISPLAY "STEP " RC-STEP-NUMBER " "
                       WS-STEP-PROGRAM " FAILED - CYCLE STOPPED"
           ELSE
               MOVE "C" TO RC-STATUS
               ADD +1 TO STEPS-RUN
               MOVE "RAN" TO WS-STEP-OUTCOME
               IF WS-STEP-RETURN-CODE = +4
      *  RC 4 is a warning (MSTRXREF exceptions and the like) - the
      *  step counts as complete and the cycle carries on
                   ADD +1 TO STEPS-WARNED
                   MOVE "RAN - WARNINGS" TO WS-STEP-OUTCOME
                   DISPLAY "STEP " RC-STEP-NUMBER " "
                           WS-STEP-PROGRAM " COMPLETE WITH WARNINGS"
               ELSE
                   DISPLAY "STEP " RC-STEP-NUMBER " "
                           WS-STEP-PROGRAM " COMPLETE".

           REWRITE RUN-CONTROL-REC.
           IF HISTORY-OPEN
               PERFORM 320-WRITE-HISTORY THRU 320-EXIT.
       300-EXIT.
           EXIT.

       310-COMPUTE-ELAPSED.
           MOVE RC-START-DATE      TO TS-DATE.
           MOVE RC-START-TIME      TO TS-TIME.
           COMPUTE WS-START-SECONDS =
               FUNCTION INTEGER-OF-DATE (TS-DATE) * 86400
               + TS-HH * 3600 + TS-MM * 60 + TS-SS.
           MOVE RC-COMPLETION-DATE TO TS-DATE.
           MOVE RC-COMPLETION-TIME TO TS-TIME.
           COMPUTE WS-END-SECONDS =
               FUNCTION INTEGER-OF-DATE (TS-DATE) * 86400
               + TS-HH * 3600 + TS-MM * 60 + TS-SS.
           IF WS-END-SECONDS > WS-START-SECONDS
               COMPUTE RC-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
           ELSE
               MOVE ZERO TO RC-ELAPSED-SECONDS.
       310-EXIT.
           EXIT.

       320-WRITE-HISTORY.
           MOVE SPACES              TO CYCLE-HISTORY-REC.
           MOVE RC-BUSINESS-DATE    TO CH-BUSINESS-DATE.
           MOVE RC-STEP-NUMBER      TO CH-STEP-NUMBER.
           MOVE RC-PROGRAM-NAME     TO CH-PROGRAM-NAME.
           MOVE RC-START-DATE       TO CH-START-DATE.
           MOVE RC-START-TIME       TO CH-START-TIME.
           MOVE RC-COMPLETION-DATE  TO CH-END-DATE.
           MOVE RC-COMPLETION-TIME  TO CH-END-TIME.
           MOVE RC-ELAPSED-SECONDS  TO CH-ELAPSED-SECONDS.
           MOVE RC-RETURN-CODE      TO CH-RETURN-CODE.
           MOVE RC-RECORDS-IN       TO CH-RECORDS-IN.
           MOVE RC-RECORDS-OUT      TO CH-RECORDS-OUT.
           MOVE RC-STATUS           TO CH-STEP-STATUS.
           WRITE CYCLE-HISTORY-REC.
           IF NOT CHCODE-OK
               DISPLAY "*** CYCLE-HISTORY WRITE PROBLEM " CHCODE.
       320-EXIT.
           EXIT.

       900-READ-RUNCTL.
           READ RUNCTL
               AT END MOVE "N" TO MORE-STEPS-SW

       999-CLEANUP.
           CLOSE RUNCTL.
           IF HISTORY-OPEN
               CLOSE CYCHIST.
           DISPLAY "STEPS READ/RUN/SKIPPED/FAILED: "
                   STEPS-READ " " STEPS-RUN " "
                   STEPS-SKIPPED " " STEPS-FAILED.
           DISPLAY "STEPS COMPLETE WITH WARNINGS:  " STEPS-WARNED.
           DISPLAY "STEPS NOT SCHEDULED:           "
                   STEPS-NOT-SCHEDULED.
           IF COND-COUNT > 0
               DISPLAY "CONDITIONAL STEPS FOR BUSINESS DATE "
                       WS-BUSINESS-DATE ":"
               PERFORM 960-SHOW-CONDITIONAL THRU 960-EXIT
                   VARYING COND-SUB FROM 1 BY 1
                   UNTIL COND-SUB > COND-COUNT.
           IF CYCLE-STOPPED
               MOVE +8 TO RETURN-CODE
               DISPLAY "*** CYCLE DID NOT COMPLETE ***"
      *  stopped cycle leaves the date open for the restart
               PERFORM 950-MARK-DATE-COMPLETED THRU 950-EXIT
               MOVE +0 TO RETURN-CODE
               IF STEPS-WARNED > 0
                   MOVE +4 TO RETURN-CODE
                   DISPLAY "*** CYCLE COMPLETE WITH WARNINGS ***"
               ELSE
                   DISPLAY "NORMAL END OF JOB NIGHTRUN".
       999-EXIT.
           EXIT.

               DISPLAY "*** CYCLE-DATE FILE PROBLEM " CDCODE.
       950-EXIT.
           EXIT.

       960-SHOW-CONDITIONAL.
           DISPLAY "  STEP " COND-STEP-NUMBER (COND-SUB) " "
                   COND-PROGRAM-NAME (COND-SUB) "  RULE "
                   COND-FREQUENCY (COND-SUB) COND-WEEKDAY (COND-SUB)
                   "  " COND-OUTCOME (COND-SUB).
       960-EXIT.
           EXIT.
