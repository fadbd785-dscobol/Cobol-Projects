      *     the promises file is still in the future
      *   - writes the collections worklist largest balance first,
      *     so the collectors start with the dollars at risk
      *   - keeps the last payment date and amount on the state
      *     file for the agency placement run COLLPLAC
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  CS-MONTHS-DELINQ   PIC 9(3).
           05  CS-LAST-SEVERITY   PIC 9(1).
           05  CS-PROMISE-DATE    PIC X(8).
           05  CS-LAST-PAY-DATE   PIC X(8).
           05  CS-LAST-PAY-AMT    PIC 9(7)V99.
           05  FILLER             PIC X(3).

      * Everything known about this run's delinquent accounts
       01  WS-COLLECTION-TABLE.
               10  CT-MONTHS-DELINQ   PIC 9(3).
               10  CT-SEVERITY        PIC 9(1).
               10  CT-PROMISE-DATE    PIC X(8).
               10  CT-LAST-PAY-DATE   PIC X(8).
               10  CT-LAST-PAY-AMT    PIC 9(7)V99.
               10  CT-LETTER-FLAG     PIC X(1).
                   88  CT-LETTER-SENT      VALUE "Y".
                   88  CT-LETTER-HELD      VALUE "H".
                 MOVE 1     TO CT-MONTHS-DELINQ (WS-COLL-COUNT)
                 MOVE 1     TO CT-SEVERITY (WS-COLL-COUNT)
                 MOVE SPACES TO CT-PROMISE-DATE (WS-COLL-COUNT)
                 PERFORM 2150-Set-Last-Payment
                 MOVE SPACES TO CT-LETTER-FLAG (WS-COLL-COUNT)
                 MOVE SPACES TO CT-LISTED-FLAG (WS-COLL-COUNT)
                 ADD 1 TO WS-DELINQUENTS
           END-IF.
           PERFORM 5000-Read-Summary.

      * A payment this month is the last payment; otherwise the
      * one on the state file carries forward
       2150-Set-Last-Payment.
           IF SS-PAYMENTS-MTD > ZERO
              MOVE SS-STATEMENT-DATE
                 TO CT-LAST-PAY-DATE (WS-COLL-COUNT)
              MOVE SS-PAYMENTS-MTD
                 TO CT-LAST-PAY-AMT (WS-COLL-COUNT)
           ELSE
              MOVE SPACES TO CT-LAST-PAY-DATE (WS-COLL-COUNT)
              MOVE ZERO   TO CT-LAST-PAY-AMT (WS-COLL-COUNT)
           END-IF.

       2200-Apply-Prior-State.
           MOVE COLL-STATE-IN-REC TO WS-COLL-STATE-REC.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                 END-IF
                 MOVE CS-PROMISE-DATE
                    TO CT-PROMISE-DATE (WS-SCAN-SUB)
                 IF CT-LAST-PAY-DATE (WS-SCAN-SUB) = SPACES
                    AND CS-LAST-PAY-AMT NUMERIC
                    MOVE CS-LAST-PAY-DATE
                       TO CT-LAST-PAY-DATE (WS-SCAN-SUB)
                    MOVE CS-LAST-PAY-AMT
                       TO CT-LAST-PAY-AMT (WS-SCAN-SUB)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM 5100-Read-State.
                 TO CS-MONTHS-DELINQ
              MOVE CT-SEVERITY (WS-PICK-SUB)      TO CS-LAST-SEVERITY
              MOVE CT-PROMISE-DATE (WS-PICK-SUB)  TO CS-PROMISE-DATE
              MOVE CT-LAST-PAY-DATE (WS-PICK-SUB) TO CS-LAST-PAY-DATE
              MOVE CT-LAST-PAY-AMT (WS-PICK-SUB)  TO CS-LAST-PAY-AMT
              WRITE COLL-STATE-OUT-REC FROM WS-COLL-STATE-REC
           END-IF.

