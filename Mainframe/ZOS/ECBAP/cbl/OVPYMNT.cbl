       IDENTIFICATION DIVISION.
       PROGRAM-ID.      OVPYMNT.
       AUTHOR.          SAYLES.
      ******************************************************************
      *REMARKS.
      *
      *          MAINTENANCE FOR THE OVERPAYMENT RECEIVABLE (VSAM
      *          DDS0001.OVPYRCV, KEYED BY POLICY NUMBER AND THE
      *          CLAIM THAT WAS OVERPAID).  A CLAIM PAID IN ERROR - A
      *          DUPLICATE PAYMENT, A PAYMENT REVERSED ON APPEAL, A
      *          CARRIER RETRACTION - IS SET UP HERE AS AN OPEN
      *          RECOVERY.  CMPCLREG THEN HOLDS THE BALANCE BACK OUT
      *          OF THE POLICY'S NEXT PAYABLE CLAIMS.
      *
      *          TRANSACTIONS: "E" ESTABLISH A RECOVERY (REASON AND
      *          AMOUNT REQUIRED), "R" REFUND RECEIVED FROM THE
      *          PAYEE, "W" WRITE OFF (A BLANK AMOUNT WRITES OFF THE
      *          WHOLE BALANCE).  A REFUND OR WRITE-OFF CANNOT EXCEED
      *          THE OPEN BALANCE.  A RECOVERY CLOSES WHEN ITS
      *          BALANCE REACHES ZERO.  A BLANK ACTIVITY DATE IS
      *          TAKEN AS TODAY.  REJECTS GO TO THE REJECT FILE WITH
      *          A REASON.
      *
      *          EVERY TRANSACTION APPLIED IS LOGGED TO THE
      *          OVERPAYMENT ACTIVITY FILE, WHICH OVPYAGE POSTS TO
      *          THE GL.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVPYTRAN
             ASSIGN TO UT-S-OVPYTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OVPYTRAN-ST.
           SELECT OVPYREJ
             ASSIGN TO UT-S-OVPYREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OVPYREJ-ST.
           SELECT OVPYRCV
             ASSIGN TO OVPYRCV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OR-KEY
               FILE STATUS IS OVPYRCV-ST.
           SELECT OVPYACT
             ASSIGN TO UT-S-OVPYACT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OVPYACT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  OVPYTRAN
           RECORD CONTAINS 80 CHARACTERS.
       01  OVPY-TRAN-REC.
           05  OT-FUNCTION-CD               PIC X(01).
               88 OT-ESTABLISH              VALUE 'E'.
               88 OT-REFUND                 VALUE 'R'.
               88 OT-WRITE-OFF              VALUE 'W'.
               88 OT-VALID-FUNCTION
                  VALUES ARE 'E', 'R', 'W'.
           05  OT-POLICY-NUMBER             PIC X(09).
           05  OT-CLAIM-NUMBER              PIC X(09).
           05  OT-REASON-CODE               PIC X(01).
               88 OT-VALID-REASON
                  VALUES ARE 'A', 'D', 'R', 'O'.
           05  OT-AMOUNT                    PIC 9(7)V99.
           05  OT-AMOUNT-X REDEFINES OT-AMOUNT
                                            PIC X(09).
           05  OT-ACTIVITY-DATE             PIC X(08).
           05  FILLER                       PIC X(43).

       FD  OVPYREJ
           RECORD CONTAINS 120 CHARACTERS.
       01  OVPY-TRAN-ERR.
           05  ERR-MSG                      PIC X(40).
           05  REST-OF-REC                  PIC X(80).

       FD  OVPYRCV
           RECORD CONTAINS 80 CHARACTERS.
       COPY OVPYRCV.

       FD  OVPYACT
           RECORD CONTAINS 80 CHARACTERS.
       COPY OVPYACT.

       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 OVPYTRAN-EOF              PIC X(1)       VALUE 'N'.
               88 NO-MORE-TRANS                        VALUE 'Y'.
           05 OVPYTRAN-ST               PIC X(2).
               88 OVPYTRAN-OK                          VALUE '00'.
           05 OVPYREJ-ST                PIC X(2).
               88 OVPYREJ-OK                           VALUE '00'.
           05 OVPYRCV-ST                PIC X(2).
               88 OVPYRCV-OK                           VALUE '00'.
               88 OVPYRCV-NOT-FOUND                    VALUE '23'.
           05 OVPYACT-ST                PIC X(2).
               88 OVPYACT-OK                           VALUE '00'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 WS-TRANS-READ             PIC S9(5) COMP VALUE 0.
           05 WS-TRANS-APPLIED          PIC S9(5) COMP VALUE 0.
           05 WS-TRANS-REJECTED         PIC S9(5) COMP VALUE 0.

       77  WS-RUN-DATE                   PIC X(08)      VALUE SPACES.
       77  WS-DATE-RC                    PIC S9(04)     VALUE +0.
       77  WS-ACTIVITY-DATE              PIC X(08)      VALUE SPACES.
       77  WS-ACTIVITY-AMOUNT            PIC S9(7)V99   VALUE 0.

      ****** SHOP-WIDE VSAM ERROR HANDLER INTERFACE - A BAD FILE
      ****** STATUS ON THE RECEIVABLE GOES TO THE OPERATIONS LOG
      ****** AND TAKES THE RUN DOWN THROUGH ONE COMMON ROUTINE
       COPY VSAMERRW.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-TRAN UNTIL NO-MORE-TRANS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           OPEN INPUT OVPYTRAN
           IF NOT OVPYTRAN-OK
              DISPLAY 'OVERPAYMENT TRAN FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT OVPYREJ
           IF NOT OVPYREJ-OK
              DISPLAY 'OVERPAYMENT REJECT FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN EXTEND OVPYACT
           IF NOT OVPYACT-OK
              DISPLAY 'OVERPAYMENT ACTIVITY FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN I-O OVPYRCV
           IF NOT OVPYRCV-OK
              MOVE '100-HOUSEKEEPING' TO VE-PARAGRAPH
              PERFORM 800-VSAM-ERROR.
           PERFORM 400-READ-TRAN.

       200-PROCESS-TRAN.
           MOVE SPACES TO ERR-MSG.
           PERFORM 250-EDIT-TRAN.
           IF ERR-MSG NOT = SPACES
              PERFORM 700-WRITE-REJECT
           ELSE
              PERFORM 300-APPLY-TRAN
           END-IF
           PERFORM 400-READ-TRAN.

      * A WRITE-OFF MAY LEAVE THE AMOUNT BLANK - IT THEN TAKES THE
      * WHOLE OPEN BALANCE
       250-EDIT-TRAN.
           EVALUATE TRUE
              WHEN NOT OT-VALID-FUNCTION
                 MOVE 'INVALID FUNCTION CODE - MUST BE E, R OR W'
                    TO ERR-MSG
              WHEN OT-POLICY-NUMBER = SPACES
                OR OT-CLAIM-NUMBER = SPACES
                 MOVE 'POLICY AND CLAIM NUMBER ARE REQUIRED'
                    TO ERR-MSG
              WHEN OT-ESTABLISH
               AND NOT OT-VALID-REASON
                 MOVE 'INVALID REASON - MUST BE A, D, R OR O'
                    TO ERR-MSG
              WHEN OT-WRITE-OFF
               AND OT-AMOUNT-X = SPACES
                 CONTINUE
              WHEN OT-AMOUNT NOT NUMERIC
                 MOVE 'INVALID AMOUNT' TO ERR-MSG
              WHEN OT-AMOUNT = ZERO
                 MOVE 'AMOUNT MUST BE GREATER THAN ZERO'
                    TO ERR-MSG
           END-EVALUATE.
           IF ERR-MSG = SPACES
              AND OT-ACTIVITY-DATE NOT = SPACES
              CALL 'DATEVAL' USING OT-ACTIVITY-DATE, WS-DATE-RC
              IF WS-DATE-RC < 0
                 MOVE 'INVALID ACTIVITY DATE' TO ERR-MSG
              END-IF
           END-IF.

       300-APPLY-TRAN.
           IF OT-ACTIVITY-DATE = SPACES
              MOVE WS-RUN-DATE          TO WS-ACTIVITY-DATE
           ELSE
              MOVE OT-ACTIVITY-DATE     TO WS-ACTIVITY-DATE
           END-IF.
           MOVE OT-POLICY-NUMBER TO OR-POLICY-NUMBER.
           MOVE OT-CLAIM-NUMBER  TO OR-CLAIM-NUMBER.
           READ OVPYRCV
              INVALID KEY CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN OT-ESTABLISH AND NOT OVPYRCV-NOT-FOUND
                 MOVE 'RECOVERY ALREADY ON FILE FOR THIS CLAIM'
                    TO ERR-MSG
                 PERFORM 700-WRITE-REJECT
              WHEN OT-ESTABLISH
                 PERFORM 310-ESTABLISH-RECOVERY
              WHEN OVPYRCV-NOT-FOUND
                 MOVE 'NO RECOVERY ON FILE FOR THIS CLAIM'
                    TO ERR-MSG
                 PERFORM 700-WRITE-REJECT
              WHEN NOT OR-OPEN
                 MOVE 'RECOVERY IS ALREADY CLOSED' TO ERR-MSG
                 PERFORM 700-WRITE-REJECT
              WHEN OT-AMOUNT-X NOT = SPACES
               AND OT-AMOUNT > OR-BALANCE
                 MOVE 'AMOUNT EXCEEDS OPEN BALANCE' TO ERR-MSG
                 PERFORM 700-WRITE-REJECT
              WHEN OT-REFUND
                 PERFORM 320-POST-REFUND
              WHEN OT-WRITE-OFF
                 PERFORM 330-POST-WRITE-OFF
           END-EVALUATE.

       310-ESTABLISH-RECOVERY.
           MOVE SPACES                  TO OVERPAYMENT-RECEIVABLE-REC.
           MOVE OT-POLICY-NUMBER        TO OR-POLICY-NUMBER.
           MOVE OT-CLAIM-NUMBER         TO OR-CLAIM-NUMBER.
           MOVE OT-REASON-CODE          TO OR-REASON-CODE.
           MOVE WS-ACTIVITY-DATE        TO OR-ESTABLISHED-DATE,
                                           OR-LAST-ACTIVITY-DATE.
           MOVE OT-AMOUNT               TO OR-ORIGINAL-AMOUNT,
                                           OR-BALANCE.
           MOVE ZERO                    TO OR-RECOVERED-AMOUNT,
                                           OR-WRITTEN-OFF-AMOUNT.
           MOVE 'O'                     TO OR-STATUS.
           WRITE OVERPAYMENT-RECEIVABLE-REC
              INVALID KEY
                 MOVE '310-ESTABLISH-RECOVERY' TO VE-PARAGRAPH
                 PERFORM 800-VSAM-ERROR
           END-WRITE.
           MOVE OT-AMOUNT               TO WS-ACTIVITY-AMOUNT.
           PERFORM 500-WRITE-ACTIVITY.
           ADD 1 TO WS-TRANS-APPLIED.

       320-POST-REFUND.
           MOVE OT-AMOUNT               TO WS-ACTIVITY-AMOUNT.
           ADD WS-ACTIVITY-AMOUNT       TO OR-RECOVERED-AMOUNT.
           PERFORM 350-REWRITE-RECOVERY.

       330-POST-WRITE-OFF.
           IF OT-AMOUNT-X = SPACES
              MOVE OR-BALANCE           TO WS-ACTIVITY-AMOUNT
           ELSE
              MOVE OT-AMOUNT            TO WS-ACTIVITY-AMOUNT
           END-IF.
           ADD WS-ACTIVITY-AMOUNT       TO OR-WRITTEN-OFF-AMOUNT.
           PERFORM 350-REWRITE-RECOVERY.

       350-REWRITE-RECOVERY.
           SUBTRACT WS-ACTIVITY-AMOUNT FROM OR-BALANCE.
           IF OR-BALANCE = ZERO
              MOVE 'C'                  TO OR-STATUS
           END-IF.
           MOVE WS-ACTIVITY-DATE        TO OR-LAST-ACTIVITY-DATE.
           REWRITE OVERPAYMENT-RECEIVABLE-REC
              INVALID KEY
                 MOVE '350-REWRITE-RECOVERY' TO VE-PARAGRAPH
                 PERFORM 800-VSAM-ERROR
           END-REWRITE.
           PERFORM 500-WRITE-ACTIVITY.
           ADD 1 TO WS-TRANS-APPLIED.

       400-READ-TRAN.
           READ OVPYTRAN
           AT END
              MOVE 'Y' TO OVPYTRAN-EOF
           END-READ.
           EVALUATE TRUE
              WHEN NO-MORE-TRANS
                 CONTINUE
              WHEN OVPYTRAN-OK
                 ADD 1 TO WS-TRANS-READ
              WHEN OTHER
                 DISPLAY 'OVERPAYMENT TRAN FILE PROBLEM'
                 GO TO 999-ERROR-RTN
           END-EVALUATE.

       500-WRITE-ACTIVITY.
           MOVE SPACES                  TO OVERPAYMENT-ACTIVITY-REC.
           MOVE OR-POLICY-NUMBER        TO OA-POLICY-NUMBER.
           MOVE OR-CLAIM-NUMBER         TO OA-CLAIM-NUMBER.
           MOVE OT-FUNCTION-CD          TO OA-ACTIVITY-TYPE.
           MOVE WS-ACTIVITY-AMOUNT      TO OA-AMOUNT.
           MOVE WS-ACTIVITY-DATE        TO OA-ACTIVITY-DATE.
           MOVE OR-REASON-CODE          TO OA-REASON-CODE.
           MOVE 'OVPYMNT'               TO OA-SOURCE-PROGRAM.
           WRITE OVERPAYMENT-ACTIVITY-REC.
           IF NOT OVPYACT-OK
              DISPLAY 'OVERPAYMENT ACTIVITY WRITE PROBLEM '
                      OVPYACT-ST
              GO TO 999-ERROR-RTN.

       700-WRITE-REJECT.
           MOVE OVPY-TRAN-REC TO REST-OF-REC.
           WRITE OVPY-TRAN-ERR.
           ADD 1 TO WS-TRANS-REJECTED.

       900-WRAP-UP.
           CLOSE OVPYTRAN, OVPYREJ, OVPYRCV, OVPYACT.
           DISPLAY 'OVPYMNT TRANS READ/APPLIED/REJECTED: '
                   WS-TRANS-READ ' ' WS-TRANS-APPLIED ' '
                   WS-TRANS-REJECTED.

      * ONE COMMON ROUTINE LOGS THE EVENT AND ABENDS THE RUN
       800-VSAM-ERROR.
           MOVE 'OVPYMNT'          TO VE-PROGRAM-NAME.
           MOVE 'OVPYRCV'          TO VE-FILE-NAME.
           MOVE OVPYRCV-ST         TO VE-FILE-STATUS.
           MOVE OR-KEY             TO VE-KEY-IN-HAND.
           CALL 'VSAMERR' USING VSAMERR-REQUEST-AREA.

       999-ERROR-RTN.
           GOBACK.
