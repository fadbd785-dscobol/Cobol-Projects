       01  PRINT-LINE                       PIC X(132).

       FD  PAIDCLM
           RECORD CONTAINS 120 CHARACTERS.
       01  PAIDCLM-REC                      PIC X(120).

       FD  POLMAST
           RECORD CONTAINS 120 CHARACTERS.
       01  POLICY-MASTER-REC.
           05  PM-POLICY-NUMBER             PIC X(09).
           05  PM-POLICY-AMOUNT             PIC S9(7)V99.
               88 PM-POLICY-ACTIVE          VALUE 'A'.
               88 PM-POLICY-LAPSED          VALUE 'L'.
           05  FILLER                       PIC X(36).
      ****** BENEFIT-YEAR ACCUMULATORS - THE MEMBER'S OUT-OF-POCKET
      ****** (DEDUCTIBLE PLUS COINSURANCE) FOR THE BENEFIT YEAR
      ****** STARTING PM-BENEFIT-YEAR-START, RESET ON ITS ANNIVERSARY
      ****** BY BYROLL.  A ZERO MAXIMUM MEANS NO OUT-OF-POCKET LIMIT
           05  PM-BENEFIT-YEAR-START        PIC X(08).
           05  PM-OOP-MAXIMUM               PIC S9(5)V99.
           05  PM-OOP-YTD                   PIC S9(5)V99.
           05  FILLER                       PIC X(18).

       WORKING-STORAGE SECTION.
      ****** APPEAL MASTER RECORD - ONE PER APPEAL, CARRIED FORWARD
       77  WS-DEDUCT-DELTA               PIC S9(4)      VALUE 0.
       77  WS-COINS-WITHHELD             PIC S9(7)V99   VALUE 0.

      ****** OUT-OF-POCKET MAXIMUM - ROOM LEFT UNDER THE POLICY'S
      ****** BENEFIT-YEAR LIMIT AND THE COINSURANCE THE PLAN PICKS UP
      ****** ONCE THE MEMBER REACHES IT
       77  WS-OOP-ROOM                   PIC S9(7)V99   VALUE 0.
       77  WS-OOP-RELIEF                 PIC S9(7)V99   VALUE 0.
       77  WS-OOP-MET-SW                 PIC X(01)      VALUE 'N'.
           88 WS-OOP-MET                                VALUE 'Y'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 WS-TRANS-READ             PIC S9(5) COMP VALUE 0.
           05 WS-TRANS-REJECTED         PIC S9(5) COMP VALUE 0.
               END-IF
               ADD WS-DEDUCT-DELTA TO PM-DEDUCTIBLE-PAID
           END-IF.
           PERFORM 510-APPLY-OOP-MAXIMUM.
           MOVE WS-POLICY-AMOUNT TO PM-POLICY-AMOUNT.
           REWRITE POLICY-MASTER-REC
              INVALID KEY
                 DISPLAY 'POLICY MASTER REWRITE PROBLEM ' POLMAST-ST
           END-REWRITE.

           MOVE SPACES                 TO PAID-CLAIM-REC.
           MOVE AM-POLICY-NUMBER       TO PC-POLICY-NUMBER.
           MOVE AM-CLAIM-NUMBER        TO PC-CLAIM-NUMBER.
           MOVE WS-CLAIM-PAID-LS       TO PC-CLAIM-PAID.
           MOVE WS-PAY-THE-CLAIM-LS    TO PC-PAY-FLAG.
           MOVE WS-RUN-DATE            TO PC-VALUE-DATE.
           MOVE WS-OOP-MET-SW          TO PC-OOP-MET.
           MOVE PM-OOP-YTD             TO PC-OOP-YTD.
           MOVE ZERO                   TO PC-DAYS-ELAPSED,
                                          PC-PROMPT-PAY-INT,
                                          PC-RECOVERY-OFFSET.
           MOVE 'N'                    TO PC-PROMPT-PAY-LATE.
           WRITE PAIDCLM-REC FROM PAID-CLAIM-REC.
           ADD WS-CLAIM-PAID-LS TO WS-READJUDICATED-PAID.
           MOVE WS-CLAIM-PAID-LS TO AM-REPAID-AMOUNT.
       500-EXIT.
           EXIT.

      ****** OUT-OF-POCKET MAXIMUM - THE MEMBER'S SHARE OF THE CLAIM
      ****** (DEDUCTIBLE APPLIED PLUS COINSURANCE) COUNTS TOWARD THE
      ****** POLICY'S BENEFIT-YEAR ACCUMULATOR.  COINSURANCE THAT
      ****** WOULD TAKE THE MEMBER PAST THE MAXIMUM IS NOT WITHHELD -
      ****** THE PLAN PAYS IT AND THE POLICY AMOUNT DRAWS DOWN BY IT
       510-APPLY-OOP-MAXIMUM.
           MOVE 'N' TO WS-OOP-MET-SW.
           COMPUTE WS-COINS-WITHHELD ROUNDED =
               WS-POLICY-COINSURANCE * WS-CLAIM-AMOUNT.
           IF PM-OOP-MAXIMUM NOT NUMERIC
              MOVE ZERO TO PM-OOP-MAXIMUM.
           IF PM-OOP-YTD NOT NUMERIC
              MOVE ZERO TO PM-OOP-YTD.
           IF PM-OOP-MAXIMUM > ZERO
              COMPUTE WS-OOP-ROOM =
                  PM-OOP-MAXIMUM - PM-OOP-YTD - WS-DEDUCT-DELTA
              IF WS-OOP-ROOM < ZERO
                 MOVE ZERO TO WS-OOP-ROOM
              END-IF
              IF WS-COINS-WITHHELD > WS-OOP-ROOM
                 COMPUTE WS-OOP-RELIEF =
                     WS-COINS-WITHHELD - WS-OOP-ROOM
                 MOVE WS-OOP-ROOM TO WS-COINS-WITHHELD
                 ADD WS-OOP-RELIEF TO WS-CLAIM-PAID-LS
                 SUBTRACT WS-OOP-RELIEF FROM WS-POLICY-AMOUNT
                 MOVE 'Y' TO WS-OOP-MET-SW
                 IF WS-POLICY-AMOUNT > ZERO
                    MOVE 'Y' TO WS-PAY-THE-CLAIM-LS
                 ELSE
                    MOVE 'N' TO WS-PAY-THE-CLAIM-LS
                 END-IF
              END-IF
           END-IF.
           ADD WS-DEDUCT-DELTA WS-COINS-WITHHELD TO PM-OOP-YTD.
           IF PM-OOP-MAXIMUM > ZERO
              AND PM-OOP-YTD NOT < PM-OOP-MAXIMUM
              MOVE 'Y' TO WS-OOP-MET-SW.

       400-READ-TRAN.
           READ APPLTRAN
           AT END
