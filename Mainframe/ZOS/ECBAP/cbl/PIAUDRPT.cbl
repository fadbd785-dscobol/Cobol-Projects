      *             - INQUIRY COUNTS BY OPERATOR, FLAGGED WHEN AN
      *               OPERATOR'S VOLUME RUNS MORE THAN THREE TIMES
      *               THE AVERAGE ACROSS ALL OPERATORS
      *             - EVERY REFUSED ACCESS ATTEMPT, WITH THE REASON.
      *               PATINQ, POLINQ, CLMENTRY, BEDBRD AND ADMENTRY
      *               CHECK THE OPERATOR'S ROLES THROUGH OPRCHK ON
      *               ENTRY, AND OPRCHK LOGS A REFUSAL TO THE SAME
      *               QUEUE MARKED RESULT "R".
      *               REFUSALS ARE NOT COUNTED AS INQUIRIES.
      *
      ******************************************************************

           05  PIA-PATIENT-ID          PIC X(06).
           05  PIA-INQUIRY-DATE        PIC X(08).
           05  PIA-INQUIRY-TIME        PIC X(06).
           05  PIA-ACCESS-RESULT       PIC X(01).
               88 PIA-ACCESS-REFUSED   VALUE "R".
           05  PIA-TRANS-ID            PIC X(04).
           05  PIA-FUNCTION            PIC X(02).
           05  PIA-REFUSAL-REASON      PIC X(01).
               88 PIA-NOT-ENROLLED     VALUE "E".
               88 PIA-SUSPENDED        VALUE "S".

       FD  AUDRPT
           RECORD CONTAINS 133 CHARACTERS

       01  COUNTERS-AND-ACCUMULATORS.
           05 AUDIT-RECS-READ          PIC S9(7) COMP.
           05 INQUIRY-RECS-READ        PIC S9(7) COMP.
           05 REFUSED-RECS-READ        PIC S9(7) COMP.
           05 OPERATORS-FLAGGED        PIC S9(5) COMP.
           05 WS-AVG-PER-OPERATOR      PIC S9(7) COMP.
           05 WS-FLAG-THRESHOLD        PIC S9(7) COMP.
       77  OPERATOR-ENTRY-COUNT        PIC S9(4) COMP VALUE +0.
       77  OPERATOR-SUB                PIC S9(4) COMP VALUE +0.

      ****** REFUSED ACCESS ATTEMPTS, IN LOG ORDER
       01  REFUSAL-TABLE.
           05  REFUSAL-ENTRY OCCURS 2000 TIMES.
               10  RFT-OPERATOR-ID     PIC X(08).
               10  RFT-TERMINAL-ID     PIC X(04).
               10  RFT-TRANS-ID        PIC X(04).
               10  RFT-FUNCTION        PIC X(02).
               10  RFT-PATIENT-ID      PIC X(06).
               10  RFT-DATE            PIC X(08).
               10  RFT-TIME            PIC X(06).
               10  RFT-REASON          PIC X(01).
       77  REFUSAL-ENTRY-COUNT         PIC S9(4) COMP VALUE +0.
       77  REFUSAL-SUB                 PIC S9(4) COMP VALUE +0.

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  OPR-FLAG-O              PIC X(20).
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  WS-REFUSAL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RFL-OPERATOR-O          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RFL-TERMINAL-O          PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RFL-TRANS-O             PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RFL-FUNCTION-O          PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RFL-PATIENT-O           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RFL-DATE-O              PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RFL-TIME-O              PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RFL-REASON-O            PIC X(20).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(18)
                  VALUE "Audit recs read:  ".
           05  FILLER                  PIC X(20)
                  VALUE " Operators flagged: ".
           05  FLAGGED-OUT             PIC Z(5).
           05  FILLER                  PIC X(19)
                  VALUE " Refused attempts: ".
           05  REFUSED-OUT             PIC Z(5).
           05  FILLER                  PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
               GO TO 100-EXIT
           END-READ
           ADD +1 TO AUDIT-RECS-READ.
           IF PIA-ACCESS-REFUSED
               PERFORM 150-NOTE-REFUSAL THRU 150-EXIT
               GO TO 100-EXIT.
           ADD +1 TO INQUIRY-RECS-READ.

           SET PAT-IDX TO 1.
           SEARCH PATIENT-COUNT-ENTRY
       100-EXIT.
           EXIT.

      *  Refused attempts are listed as logged - they never reached
      *  a record, so they stay out of the inquiry counts
       150-NOTE-REFUSAL.
           ADD +1 TO REFUSED-RECS-READ.
           IF REFUSAL-ENTRY-COUNT NOT < +2000
               DISPLAY "*** PIAUDRPT REFUSAL TABLE FULL"
               GO TO 150-EXIT.
           ADD +1 TO REFUSAL-ENTRY-COUNT.
           MOVE REFUSAL-ENTRY-COUNT TO REFUSAL-SUB.
           MOVE PIA-OPERATOR-ID    TO RFT-OPERATOR-ID (REFUSAL-SUB).
           MOVE PIA-TERMINAL-ID    TO RFT-TERMINAL-ID (REFUSAL-SUB).
           MOVE PIA-TRANS-ID       TO RFT-TRANS-ID (REFUSAL-SUB).
           MOVE PIA-FUNCTION       TO RFT-FUNCTION (REFUSAL-SUB).
           MOVE PIA-PATIENT-ID     TO RFT-PATIENT-ID (REFUSAL-SUB).
           MOVE PIA-INQUIRY-DATE   TO RFT-DATE (REFUSAL-SUB).
           MOVE PIA-INQUIRY-TIME   TO RFT-TIME (REFUSAL-SUB).
           MOVE PIA-REFUSAL-REASON TO RFT-REASON (REFUSAL-SUB).
       150-EXIT.
           EXIT.

       300-PRINT-PATIENT-LINE.
           MOVE PCT-PATIENT-ID (PATIENT-SUB) TO PAT-ID-O.
           MOVE PCT-COUNT (PATIENT-SUB)      TO PAT-COUNT-O.
       400-EXIT.
           EXIT.

       500-PRINT-REFUSAL-LINE.
           MOVE RFT-OPERATOR-ID (REFUSAL-SUB) TO RFL-OPERATOR-O.
           MOVE RFT-TERMINAL-ID (REFUSAL-SUB) TO RFL-TERMINAL-O.
           MOVE RFT-TRANS-ID (REFUSAL-SUB)    TO RFL-TRANS-O.
           MOVE RFT-FUNCTION (REFUSAL-SUB)    TO RFL-FUNCTION-O.
           MOVE RFT-PATIENT-ID (REFUSAL-SUB)  TO RFL-PATIENT-O.
           MOVE RFT-DATE (REFUSAL-SUB)        TO RFL-DATE-O.
           MOVE RFT-TIME (REFUSAL-SUB)        TO RFL-TIME-O.
           EVALUATE RFT-REASON (REFUSAL-SUB)
               WHEN "E"
                   MOVE "NOT ENROLLED"        TO RFL-REASON-O
               WHEN "S"
                   MOVE "OPERATOR SUSPENDED"  TO RFL-REASON-O
               WHEN OTHER
                   MOVE "NO ROLE GRANTS IT"   TO RFL-REASON-O
           END-EVALUATE.
           WRITE RPT-REC FROM WS-REFUSAL-LINE.
       500-EXIT.
           EXIT.

       200-CLEANUP.
           MOVE "INQUIRIES BY PATIENT" TO SECTION-TITLE-O.
           WRITE RPT-REC FROM WS-SECTION-HDR.

           IF OPERATOR-ENTRY-COUNT > +0
               COMPUTE WS-AVG-PER-OPERATOR =
                   INQUIRY-RECS-READ / OPERATOR-ENTRY-COUNT
           ELSE
               MOVE +0 TO WS-AVG-PER-OPERATOR.
           COMPUTE WS-FLAG-THRESHOLD = WS-AVG-PER-OPERATOR * 3.
               VARYING OPERATOR-SUB FROM +1 BY +1
               UNTIL OPERATOR-SUB > OPERATOR-ENTRY-COUNT.

           MOVE "REFUSED ACCESS ATTEMPTS" TO SECTION-TITLE-O.
           WRITE RPT-REC FROM WS-SECTION-HDR.
           PERFORM 500-PRINT-REFUSAL-LINE THRU 500-EXIT
               VARYING REFUSAL-SUB FROM +1 BY +1
               UNTIL REFUSAL-SUB > REFUSAL-ENTRY-COUNT.

           MOVE AUDIT-RECS-READ     TO READ-OUT.
           MOVE WS-AVG-PER-OPERATOR TO AVG-OUT.
           MOVE OPERATORS-FLAGGED   TO FLAGGED-OUT.
           MOVE REFUSED-RECS-READ   TO REFUSED-OUT.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE PATAUDIT, AUDRPT.
           DISPLAY "NORMAL END OF JOB PIAUDRPT".
