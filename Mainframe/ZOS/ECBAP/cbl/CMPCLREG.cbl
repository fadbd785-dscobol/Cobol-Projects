      *          AMOUNT; CLAIMS FOR POLICIES NOT ON THE MASTER GO TO
      *          THE EXCEPTION FILE UNPAID.
      *
      *          THE MEMBER'S SHARE OF EACH CLAIM (DEDUCTIBLE PLUS
      *          COINSURANCE) ACCUMULATES ON THE POLICY FOR THE
      *          BENEFIT YEAR; ONCE THE POLICY'S OUT-OF-POCKET
      *          MAXIMUM IS MET NO MORE COINSURANCE IS WITHHELD, AND
      *          THE PAID-CLAIM RECORD SAYS SO (PC-OOP-MET).
      *
      *          PROMPT PAY - A CLAIM PAID MORE DAYS AFTER ITS
      *          RECEIVED DATE THAN ITS STATE'S RULE ALLOWS (PROMPT-
      *          PAY RULE TABLE, CALENDAR OR BUSINESS DAYS TO THE
      *          VALUE DATE) OWES STATUTORY INTEREST FOR EACH DAY
      *          PAST THE LIMIT.  THE INTEREST GOES ON THE PAID-CLAIM
      *          RECORD AS A SEPARATE AMOUNT PAID ON TOP OF THE CLAIM.
      *
      *          OVERPAYMENT RECOVERY - OPEN RECOVERIES ON THE
      *          OVERPAYMENT RECEIVABLE (VSAM DDS0001.OVPYRCV,
      *          MAINTAINED BY OVPYMNT) ARE HELD BACK OUT OF THE
      *          POLICY'S NEXT PAYABLE CLAIMS, OLDEST CLAIM NUMBER
      *          FIRST.  THE AMOUNT HELD BACK GOES ON THE PAID-CLAIM
      *          RECORD (PC-RECOVERY-OFFSET) AND ON THE REGISTER, THE
      *          RECEIVABLE IS DRAWN DOWN, AND EACH OFFSET IS LOGGED
      *          TO THE OVERPAYMENT ACTIVITY FILE FOR OVPYAGE'S GL
      *          ENTRIES.
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ASSIGN TO UT-S-PSTCLMS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PSTCLM-ST.
           SELECT PPAYRULE
             ASSIGN TO UT-S-PPAYRULE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PPAYRULE-ST.
           SELECT OVPYRCV
             ASSIGN TO OVPYRCV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-KEY
               FILE STATUS IS OVPYRCV-ST.
           SELECT OVPYACT
             ASSIGN TO UT-S-OVPYACT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OVPYACT-ST.

       DATA DIVISION.
       FILE SECTION.
      ****** FRAUD/VELOCITY SCREENS AHEAD OF THIS REGISTER
           05  CR-TREATMENT-TYPE            PIC X(02).
           05  CR-SERVICE-DATE              PIC X(08).
      ****** DATE THE CLAIM WAS RECEIVED AND THE STATE WHOSE
      ****** PROMPT-PAY STATUTE GOVERNS IT
           05  CR-RECEIVED-DATE             PIC X(08).
           05  CR-CLAIM-STATE               PIC X(02).
           05  FILLER                       PIC X(16).

       FD  PRINTFILE
           RECORD CONTAINS 132 CHARACTERS.
      ****** POLICY MASTER - TERMS AND RUNNING BALANCES PER POLICY,
      ****** MAINTAINED BY POLMAINT AND DRAWN DOWN HERE
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

      ****** PAID-CLAIM EXTRACT FEEDING THE REMITTANCE-ADVICE RUN
       FD  PAIDCLM
           RECORD CONTAINS 120 CHARACTERS.
       01  PAIDCLM-REC                      PIC X(120).

      ****** POSTED-CLAIM STAMP FILE (DISP=MOD) - ONE RECORD PER
      ****** CLAIM POSTED, READ BACK AT HOUSEKEEPING SO A RERUN
           05  PS-POSTED-DATE               PIC X(08).
           05  FILLER                       PIC X(04).

      ****** STATE PROMPT-PAY RULES - LOADED AT HOUSEKEEPING
       FD  PPAYRULE
           RECORD CONTAINS 80 CHARACTERS.
       01  PPAYRULE-REC                     PIC X(80).

      ****** OVERPAYMENT RECEIVABLE - ONE RECORD PER RECOVERY, KEYED
      ****** POLICY + ORIGINAL CLAIM, DRAWN DOWN BY OFFSETS HERE
       FD  OVPYRCV
           RECORD CONTAINS 80 CHARACTERS.
       COPY OVPYRCV.

      ****** OVERPAYMENT ACTIVITY (DISP=MOD) - ONE RECORD PER OFFSET
       FD  OVPYACT
           RECORD CONTAINS 80 CHARACTERS.
       COPY OVPYACT.

       WORKING-STORAGE SECTION.
      ****** FIELDS PASSED TO/FROM THE CMPCLAIM/DEDUCT CALL CHAIN -
      ****** SAME NAMES/PICTURES AS CMPCLAIM'S LINKAGE SECTION
               88 PSTCLM-AT-END                          VALUE '10'.
           05 PSTCLM-EOF                PIC X(1)       VALUE 'N'.
               88 NO-MORE-POSTED                         VALUE 'Y'.
           05 PPAYRULE-ST               PIC X(2).
               88 PPAYRULE-OK                            VALUE '00'.
           05 PPAYRULE-EOF              PIC X(1)       VALUE 'N'.
               88 NO-MORE-PPAY-RULES                     VALUE 'Y'.
           05 OVPYRCV-ST                PIC X(2).
               88 OVPYRCV-OK                             VALUE '00'.
           05 OVPYACT-ST                PIC X(2).
               88 OVPYACT-OK                             VALUE '00'.
           05 OVPY-SCAN-SW              PIC X(1)       VALUE 'N'.
               88 OVPY-SCAN-DONE                         VALUE 'Y'.
           05 ALREADY-POSTED-SW         PIC X(1)       VALUE 'N'.
               88 CLAIM-ALREADY-POSTED                  VALUE 'Y'.
           05 DUPLICATE-CLAIM-SW        PIC X(1)       VALUE 'N'.
       77  PST-ENTRY-COUNT               PIC S9(5) COMP VALUE 0.
       77  WS-ALREADY-POSTED             PIC S9(5) COMP VALUE 0.

      ****** STATE PROMPT-PAY RULES
       COPY PPAYRULE.

       01  PPAY-RULE-TABLE.
           05 PPAY-RULE-ENTRY OCCURS 60 TIMES
                               INDEXED BY PPAY-IDX.
               10 PPAY-STATE               PIC X(02).
               10 PPAY-DAY-BASIS           PIC X(01).
                   88 PPAY-BUSINESS-DAYS                VALUE 'B'.
               10 PPAY-ALLOWED-DAYS        PIC 9(03).
               10 PPAY-ANNUAL-RATE         PIC 9(02)V9(03).

       77  PPAY-ENTRY-COUNT              PIC S9(4) COMP VALUE 0.
       77  WS-PPAY-ELAPSED               PIC S9(5)      VALUE 0.
       77  WS-PPAY-DAYS-LATE             PIC S9(5)      VALUE 0.
       77  WS-PPAY-INTEREST              PIC S9(7)V99   VALUE 0.
       77  WS-RECEIVED-YYYYMMDD          PIC 9(08)      VALUE 0.
       77  WS-VALUE-YYYYMMDD             PIC 9(08)      VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 WS-GRAND-TOTAL-PAID       PIC S9(9)V99   VALUE 0.
           05 WS-GRAND-TOTAL-INTEREST   PIC S9(7)V99   VALUE 0.
           05 WS-GRAND-TOTAL-OFFSET     PIC S9(7)V99   VALUE 0.
           05 WS-CLAIM-COUNT            PIC S9(5) COMP VALUE 0.

      ****** PORTION OF THE CURRENT CLAIM THAT WENT TOWARD THE
       77  WS-DEDUCT-DELTA               PIC S9(4)      VALUE 0.
       77  WS-COINS-WITHHELD             PIC S9(7)V99   VALUE 0.

      ****** OUT-OF-POCKET MAXIMUM - ROOM LEFT UNDER THE POLICY'S
      ****** BENEFIT-YEAR LIMIT AND THE COINSURANCE THE PLAN PICKS UP
      ****** ONCE THE MEMBER REACHES IT
       77  WS-OOP-ROOM                   PIC S9(7)V99   VALUE 0.
       77  WS-OOP-RELIEF                 PIC S9(7)V99   VALUE 0.
       77  WS-OOP-MET-SW                 PIC X(01)      VALUE 'N'.
           88 WS-OOP-MET                                VALUE 'Y'.

      ****** COORDINATION OF BENEFITS - THE UNPAID REMAINDER OF THE
      ****** PRIMARY DETERMINATION (DEDUCTIBLE PLUS COINSURANCE
      ****** SHARE) IS RE-ADJUDICATED AGAINST THE SECONDARY POLICY
       77  WS-COB-REMAINDER              PIC S9(7)V99   VALUE 0.

      ****** OVERPAYMENT OFFSET - WHAT IS LEFT OF THE CURRENT CLAIM'S
      ****** PAYMENT TO HOLD BACK, AND THE PIECE TAKEN FROM THE
      ****** RECOVERY IN HAND.  PC-RECOVERY-OFFSET CARRIES AT MOST
      ****** 99,999.99, SO ONE CLAIM NEVER HOLDS BACK MORE - THE REST
      ****** OF THE BALANCE WAITS FOR THE NEXT CLAIM
       77  WS-OFFSET-ROOM                PIC S9(7)V99   VALUE 0.
       77  WS-OFFSET-AMOUNT              PIC S9(7)V99   VALUE 0.
       77  WS-OFFSET-CAP                 PIC S9(7)V99   VALUE 99999.99.

      ****** POLICY NUMBER AND ROLE OF THE DETERMINATION CURRENTLY
      ****** BEING REGISTERED/EXTRACTED (PRIMARY OR SECONDARY)
       01  CURRENT-DETERMINATION-WS.
           05 FILLER            PIC X(16) VALUE 'CLAIM PAID'.
           05 FILLER            PIC X(22) VALUE
                                  'REMAINING POLICY AMT'.
           05 FILLER            PIC X(6)  VALUE 'PAY?'.
           05 FILLER            PIC X(14) VALUE 'PROMPT-PAY INT'.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(15) VALUE 'RECOVERY OFFSET'.

       01  HEADING-LINE-3.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(21) VALUE ALL '-'.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(4)  VALUE ALL '-'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(14) VALUE ALL '-'.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(15) VALUE ALL '-'.

       01  DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DET-POLICY-REMAIN PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DET-PAY-CLAIM     PIC X(3).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DET-PPAY-INTEREST PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 DET-RECOVERY-OFFSET PIC $$,$$$,$$9.99.

       01  TOTAL-LINE.
           05 FILLER            PIC X(31) VALUE SPACES.
           05 FILLER            PIC X(13) VALUE 'GRAND TOTAL:'.
           05 TOT-CLAIM-PAID-OUT PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(17) VALUE SPACES.
           05 TOT-INTEREST-OUT  PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 TOT-OFFSET-OUT    PIC $$,$$$,$$9.99.

       01  DUP-EXCEPTION-LINE.
           05 DUP-OUT-POLICY-NBR PIC X(09).
           PERFORM 150-GET-VALUE-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 160-LOAD-POSTED-CLAIMS.
           PERFORM 170-LOAD-PROMPT-PAY-RULES.
           PERFORM 400-READ-CLAIM.

      * CLAIMS STAMPED POSTED BY A PRIOR RUN - OPERATIONS CAN SIMPLY
       165-EXIT.
           EXIT.

      * STATE PROMPT-PAY RULES - A STATE LEFT OFF THE TABLE (OR A
      * BAD RULE RECORD) SIMPLY OWES NO INTEREST
       170-LOAD-PROMPT-PAY-RULES.
           OPEN INPUT PPAYRULE
           IF NOT PPAYRULE-OK
              DISPLAY 'PROMPT-PAY RULE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           PERFORM 175-LOAD-ONE-RULE THRU 175-EXIT
               UNTIL NO-MORE-PPAY-RULES.
           CLOSE PPAYRULE.

       175-LOAD-ONE-RULE.
           READ PPAYRULE INTO PROMPT-PAY-RULE-REC
           AT END
              MOVE 'Y' TO PPAYRULE-EOF
              GO TO 175-EXIT
           END-READ.
           IF NOT PR-VALID-DAY-BASIS
              OR PR-ALLOWED-DAYS NOT NUMERIC
              OR PR-ANNUAL-RATE NOT NUMERIC
              DISPLAY 'PROMPT-PAY RULE IGNORED - STATE ' PR-STATE
              GO TO 175-EXIT.
           IF PPAY-ENTRY-COUNT < 60
              ADD 1 TO PPAY-ENTRY-COUNT
              SET PPAY-IDX TO PPAY-ENTRY-COUNT
              MOVE PR-STATE        TO PPAY-STATE (PPAY-IDX)
              MOVE PR-DAY-BASIS    TO PPAY-DAY-BASIS (PPAY-IDX)
              MOVE PR-ALLOWED-DAYS TO PPAY-ALLOWED-DAYS (PPAY-IDX)
              MOVE PR-ANNUAL-RATE  TO PPAY-ANNUAL-RATE (PPAY-IDX)
           ELSE
              DISPLAY 'PROMPT-PAY RULE TABLE FULL'.
       175-EXIT.
           EXIT.

      * THE VALUE DATE FOR EVERY CLAIM PAID THIS RUN - THE FIRST
      * BUSINESS DAY AFTER THE RUN DATE, PER THE SHARED CALENDAR
       150-GET-VALUE-DATE.
              DISPLAY 'PAID-CLAIM EXTRACT PROBLEM'
              GO TO 999-ERROR-RTN.

           OPEN I-O OVPYRCV
           IF NOT OVPYRCV-OK
              MOVE '300-OPEN-FILES' TO VE-PARAGRAPH
              PERFORM 395-OVPY-VSAM-ERROR.

           OPEN EXTEND OVPYACT
           IF NOT OVPYACT-OK
              DISPLAY 'OVERPAYMENT ACTIVITY FILE PROBLEM'
              GO TO 999-ERROR-RTN.

      ****** SAME-DAY DUPLICATE CHECK - SAME POLICY NUMBER AND CLAIM
      ****** NUMBER SUBMITTED TWICE IN ONE RUN
       320-CHECK-DUPLICATE.
               END-IF
               ADD WS-DEDUCT-DELTA TO PM-DEDUCTIBLE-PAID
           END-IF.
           PERFORM 375-APPLY-OOP-MAXIMUM.
           MOVE WS-POLICY-AMOUNT TO PM-POLICY-AMOUNT.
           REWRITE POLICY-MASTER-REC
              INVALID KEY
                 PERFORM 345-VSAM-ERROR
           END-REWRITE.

      ****** OUT-OF-POCKET MAXIMUM - THE MEMBER'S SHARE OF THE CLAIM
      ****** (DEDUCTIBLE APPLIED PLUS COINSURANCE) COUNTS TOWARD THE
      ****** POLICY'S BENEFIT-YEAR ACCUMULATOR.  COINSURANCE THAT
      ****** WOULD TAKE THE MEMBER PAST THE MAXIMUM IS NOT WITHHELD -
      ****** THE PLAN PAYS IT AND THE POLICY AMOUNT DRAWS DOWN BY IT
       375-APPLY-OOP-MAXIMUM.
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

      ****** ONE EXTRACT RECORD PER ADJUDICATED CLAIM, CARRYING THE
      ****** FULL DETERMINATION FOR THE REMITTANCE-ADVICE RUN
       380-WRITE-PAID-EXTRACT.
           MOVE SPACES                 TO PAID-CLAIM-REC.
           MOVE WS-REG-POLICY-NUMBER   TO PC-POLICY-NUMBER.
           MOVE CR-CLAIM-NUMBER        TO PC-CLAIM-NUMBER.
           MOVE WS-CLAIM-PAID-LS       TO PC-CLAIM-PAID.
           MOVE WS-PAY-THE-CLAIM-LS    TO PC-PAY-FLAG.
           MOVE WS-VALUE-DATE          TO PC-VALUE-DATE.
           MOVE WS-OOP-MET-SW          TO PC-OOP-MET.
           MOVE PM-OOP-YTD             TO PC-OOP-YTD.
           PERFORM 385-PROMPT-PAY-INTEREST THRU 385-EXIT.
           PERFORM 390-OFFSET-RECOVERIES THRU 390-EXIT.
           WRITE PAIDCLM-REC FROM PAID-CLAIM-REC.

      ****** PROMPT PAY - DAYS FROM RECEIPT TO THE VALUE DATE, COUNTED
      ****** THE WAY THE CLAIM'S STATE COUNTS THEM.  PAST THE DAYS
      ****** ALLOWED, INTEREST AT THE STATE'S ANNUAL RATE RUNS ON THE
      ****** AMOUNT PAID FOR EACH DAY OVER
       385-PROMPT-PAY-INTEREST.
           MOVE CR-CLAIM-STATE         TO PC-CLAIM-STATE.
           MOVE CR-RECEIVED-DATE       TO PC-RECEIVED-DATE.
           MOVE ZERO                   TO PC-DAYS-ELAPSED,
                                          PC-PROMPT-PAY-INT.
           MOVE 'N'                    TO PC-PROMPT-PAY-LATE.
           IF CR-RECEIVED-DATE NOT NUMERIC
              OR CR-RECEIVED-DATE > WS-VALUE-DATE
              GO TO 385-EXIT.
           SET PPAY-IDX TO 1.
           SEARCH PPAY-RULE-ENTRY
               AT END
                   GO TO 385-EXIT
               WHEN PPAY-IDX > PPAY-ENTRY-COUNT
                   GO TO 385-EXIT
               WHEN PPAY-STATE (PPAY-IDX) = CR-CLAIM-STATE
                   CONTINUE
           END-SEARCH.

           IF PPAY-BUSINESS-DAYS (PPAY-IDX)
              MOVE SPACES           TO BUSDAY-REQUEST-AREA
              MOVE 'DAYS'           TO BD-FUNCTION
              MOVE CR-RECEIVED-DATE TO BD-DATE-1
              MOVE WS-VALUE-DATE    TO BD-DATE-2
              CALL 'BUSDAY' USING BUSDAY-REQUEST-AREA
              IF BD-RETURN-CODE NOT = 0
                 DISPLAY 'BUSDAY PROBLEM - NO PROMPT-PAY CHECK '
                         CR-CLAIM-NUMBER
                 GO TO 385-EXIT
              END-IF
              MOVE BD-DAY-COUNT     TO WS-PPAY-ELAPSED
           ELSE
              MOVE CR-RECEIVED-DATE TO WS-RECEIVED-YYYYMMDD
              MOVE WS-VALUE-DATE    TO WS-VALUE-YYYYMMDD
              COMPUTE WS-PPAY-ELAPSED =
                  FUNCTION INTEGER-OF-DATE (WS-VALUE-YYYYMMDD) -
                  FUNCTION INTEGER-OF-DATE (WS-RECEIVED-YYYYMMDD)
           END-IF.
           IF WS-PPAY-ELAPSED > 999
              MOVE 999 TO PC-DAYS-ELAPSED
           ELSE
              MOVE WS-PPAY-ELAPSED TO PC-DAYS-ELAPSED.

           IF WS-PPAY-ELAPSED NOT > PPAY-ALLOWED-DAYS (PPAY-IDX)
              GO TO 385-EXIT.
           IF NOT WS-PAY-THE-CLAIM
              OR WS-CLAIM-PAID-LS NOT > ZERO
              GO TO 385-EXIT.
           MOVE 'Y' TO PC-PROMPT-PAY-LATE.
           COMPUTE WS-PPAY-DAYS-LATE =
               WS-PPAY-ELAPSED - PPAY-ALLOWED-DAYS (PPAY-IDX).
           COMPUTE WS-PPAY-INTEREST ROUNDED =
               WS-CLAIM-PAID-LS * PPAY-ANNUAL-RATE (PPAY-IDX)
                   * WS-PPAY-DAYS-LATE / 36500.
           MOVE WS-PPAY-INTEREST TO PC-PROMPT-PAY-INT.
       385-EXIT.
           EXIT.

      ****** OVERPAYMENT OFFSET - WALK THE POLICY'S RECOVERIES IN KEY
      ****** (ORIGINAL CLAIM NUMBER) ORDER AND HOLD BACK WHAT IS OWED
      ****** OUT OF THIS PAYMENT UNTIL THE PAYMENT OR THE OPEN
      ****** BALANCES RUN OUT.  INTEREST IS NOT OFFSET - IT IS OWED
      ****** TO THE MEMBER BY STATUTE
       390-OFFSET-RECOVERIES.
           MOVE ZERO TO PC-RECOVERY-OFFSET.
           IF NOT WS-PAY-THE-CLAIM
              OR WS-CLAIM-PAID-LS NOT > ZERO
              GO TO 390-EXIT.
           IF WS-CLAIM-PAID-LS > WS-OFFSET-CAP
              MOVE WS-OFFSET-CAP    TO WS-OFFSET-ROOM
           ELSE
              MOVE WS-CLAIM-PAID-LS TO WS-OFFSET-ROOM.
           MOVE WS-REG-POLICY-NUMBER TO OR-POLICY-NUMBER.
           MOVE LOW-VALUES           TO OR-CLAIM-NUMBER.
           MOVE 'N' TO OVPY-SCAN-SW.
           START OVPYRCV KEY NOT < OR-KEY
              INVALID KEY
                 MOVE 'Y' TO OVPY-SCAN-SW
           END-START.
           PERFORM 392-OFFSET-ONE-RECOVERY THRU 392-EXIT
               UNTIL OVPY-SCAN-DONE.
       390-EXIT.
           EXIT.

       392-OFFSET-ONE-RECOVERY.
           IF WS-OFFSET-ROOM NOT > ZERO
              MOVE 'Y' TO OVPY-SCAN-SW
              GO TO 392-EXIT.
           READ OVPYRCV NEXT RECORD
              AT END
                 MOVE 'Y' TO OVPY-SCAN-SW
                 GO TO 392-EXIT
           END-READ.
           IF NOT OVPYRCV-OK
              MOVE '392-OFFSET-ONE-RECOVERY' TO VE-PARAGRAPH
              PERFORM 395-OVPY-VSAM-ERROR.
           IF OR-POLICY-NUMBER NOT = WS-REG-POLICY-NUMBER
              MOVE 'Y' TO OVPY-SCAN-SW
              GO TO 392-EXIT.
           IF NOT OR-OPEN
              OR OR-BALANCE NOT > ZERO
              GO TO 392-EXIT.

           IF OR-BALANCE < WS-OFFSET-ROOM
              MOVE OR-BALANCE     TO WS-OFFSET-AMOUNT
           ELSE
              MOVE WS-OFFSET-ROOM TO WS-OFFSET-AMOUNT.
           SUBTRACT WS-OFFSET-AMOUNT FROM OR-BALANCE, WS-OFFSET-ROOM.
           ADD WS-OFFSET-AMOUNT TO OR-RECOVERED-AMOUNT,
                                   PC-RECOVERY-OFFSET.
           MOVE WS-RUN-DATE TO OR-LAST-ACTIVITY-DATE.
           IF OR-BALANCE = ZERO
              MOVE 'C' TO OR-STATUS.
           REWRITE OVERPAYMENT-RECEIVABLE-REC
              INVALID KEY CONTINUE
           END-REWRITE.
           IF NOT OVPYRCV-OK
              MOVE '392-OFFSET-ONE-RECOVERY' TO VE-PARAGRAPH
              PERFORM 395-OVPY-VSAM-ERROR.

           MOVE SPACES               TO OVERPAYMENT-ACTIVITY-REC.
           MOVE OR-POLICY-NUMBER     TO OA-POLICY-NUMBER.
           MOVE OR-CLAIM-NUMBER      TO OA-CLAIM-NUMBER.
           MOVE 'O'                  TO OA-ACTIVITY-TYPE.
           MOVE WS-OFFSET-AMOUNT     TO OA-AMOUNT.
           MOVE WS-RUN-DATE          TO OA-ACTIVITY-DATE.
           MOVE CR-CLAIM-NUMBER      TO OA-PAYING-CLAIM-NUMBER.
           MOVE OR-REASON-CODE       TO OA-REASON-CODE.
           MOVE 'CMPCLREG'           TO OA-SOURCE-PROGRAM.
           WRITE OVERPAYMENT-ACTIVITY-REC.
       392-EXIT.
           EXIT.

      ****** SAME COMMON ROUTINE AS 345, FOR THE OVERPAYMENT
      ****** RECEIVABLE
       395-OVPY-VSAM-ERROR.
           MOVE 'CMPCLREG'         TO VE-PROGRAM-NAME.
           MOVE 'OVPYRCV'          TO VE-FILE-NAME.
           MOVE OVPYRCV-ST         TO VE-FILE-STATUS.
           MOVE OR-KEY             TO VE-KEY-IN-HAND.
           CALL 'VSAMERR' USING VSAMERR-REQUEST-AREA.

       400-READ-CLAIM.
           READ CLAIMFILE
           AT END
           MOVE WS-CLAIM-PAID-LS        TO DET-CLAIM-PAID.
           MOVE WS-POLICY-AMOUNT        TO DET-POLICY-REMAIN.
           MOVE WS-PAY-THE-CLAIM-LS     TO DET-PAY-CLAIM.
           MOVE PC-PROMPT-PAY-INT       TO DET-PPAY-INTEREST.
           MOVE PC-RECOVERY-OFFSET      TO DET-RECOVERY-OFFSET.
           WRITE PRINT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-COUNT.
              DISPLAY 'SIZE ERROR ON GRAND TOTAL PAID'
           END-ADD.
           ADD 1 TO WS-CLAIM-COUNT.
           ADD PC-PROMPT-PAY-INT TO WS-GRAND-TOTAL-INTEREST.
           ADD PC-RECOVERY-OFFSET TO WS-GRAND-TOTAL-OFFSET.

       700-WRITE-GRAND-TOTAL.
           MOVE WS-GRAND-TOTAL-PAID TO TOT-CLAIM-PAID-OUT.
           MOVE WS-GRAND-TOTAL-INTEREST TO TOT-INTEREST-OUT.
           MOVE WS-GRAND-TOTAL-OFFSET TO TOT-OFFSET-OUT.
           WRITE PRINT-LINE FROM WS-BLANK-LINE
              AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM TOTAL-LINE.
              DISPLAY 'CMPCLREG RERUN - CLAIMS ALREADY POSTED: '
                      WS-ALREADY-POSTED.
           CLOSE CLAIMFILE, PRINTFILE, DUPFILE, POLMAST, PAIDCLM,
                 PSTCLM, OVPYRCV, OVPYACT.

       999-ERROR-RTN.
           GOBACK.
