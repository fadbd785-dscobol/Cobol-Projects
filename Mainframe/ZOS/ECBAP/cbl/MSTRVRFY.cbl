      *          BATCH CHAIN.  THE NEW COUNT AND HASH ARE CARRIED
      *          FORWARD FOR THE NEXT NIGHT'S VERIFY.
      *
      *          THE LIVE JOURNAL NOW HOLDS THE WHOLE BACKOUT
      *          RETENTION WINDOW (JRNLARCH), SO ONLY RECORDS STAMPED
      *          AFTER THE PRIOR VERIFY'S DATE AND TIME ARE TALLIED.
      *          A PRIOR STATE RECORD WITHOUT A TIME TALLIES THE
      *          WHOLE JOURNAL AS BEFORE.
      *
      ******************************************************************

             VSAM MASTER FILE        -   DDS0001.PATMASTR
           05  VS-VERIFY-DATE          PIC X(08).
           05  VS-RECORD-COUNT         PIC 9(09).
           05  VS-PATIENT-HASH         PIC 9(12).
           05  VS-VERIFY-TIME          PIC X(06).
           05  FILLER                  PIC X(05).

      ****** MOVEMENT SINCE THE PRIOR VERIFY - RUN DATE AND TIME
       01  PRIOR-VERIFY-STAMP          PIC X(14) VALUE LOW-VALUES.
       01  WS-JOURNAL-STAMP.
           05  WS-JOURNAL-DATE         PIC X(08).
           05  WS-JOURNAL-TIME         PIC X(06).

       01  VERIFY-WORK-FIELDS.
           05 ACTUAL-COUNT             PIC S9(9) COMP.
           05 WS-KEY-NUM               PIC 9(06).

       77  WS-RUN-YYYYMMDD             PIC X(08).
       77  WS-RUN-HHMMSS               PIC X(06).

       01  WS-VERIFY-LINE.
           05  FILLER                  PIC X(16)

           INITIALIZE VERIFY-WORK-FIELDS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-HHMMSS.

      *  Last record on the state file is the last good verify -
      *  a first-time run starts from the journal alone
               UNTIL NO-MORE-STATE.
           IF PRIOR-STATE-ON-FILE
               MOVE VS-RECORD-COUNT TO PRIOR-COUNT
               MOVE VS-PATIENT-HASH TO PRIOR-HASH
               IF VS-VERIFY-TIME NOT = SPACES
                   MOVE VS-VERIFY-DATE TO PRIOR-VERIFY-STAMP (1:8)
                   MOVE VS-VERIFY-TIME TO PRIOR-VERIFY-STAMP (9:6).
       000-EXIT.
           EXIT.

               MOVE 'N' TO MORE-JOURNAL-SW
               GO TO 110-EXIT
           END-READ
      *  Already counted by an earlier verify
           MOVE PJ-RUN-DATE TO WS-JOURNAL-DATE.
           MOVE PJ-RUN-TIME TO WS-JOURNAL-TIME.
           IF WS-JOURNAL-STAMP NOT > PRIOR-VERIFY-STAMP
               GO TO 110-EXIT.
           EVALUATE TRUE
               WHEN PJ-ACTION-ADD
                   ADD +1 TO JOURNAL-ADDS
      *  next verify measures movement from here
           MOVE SPACES          TO VERIFY-STATE-REC.
           MOVE WS-RUN-YYYYMMDD TO VS-VERIFY-DATE.
           MOVE WS-RUN-HHMMSS   TO VS-VERIFY-TIME.
           MOVE ACTUAL-COUNT    TO VS-RECORD-COUNT.
           MOVE ACTUAL-HASH     TO VS-PATIENT-HASH.
           WRITE VRFYOUT-REC FROM VERIFY-STATE-REC.
