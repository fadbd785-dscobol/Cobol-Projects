       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRREVIEW.
      *****************************************************************
      * Program name:    CRREVIEW
      * Original author: dastagg
      *
      * Quarterly credit-limit review for the account receivable
      * file.  ACCT-LIMIT is set when ODS0001 opens the account;
      * this run scores every account on how it has actually paid
      * over the last 12 months and recommends a raise, a hold or a
      * cut, for the credit manager to approve.  CRAPPLY applies the
      * approved changes.
      *
      * The history comes from the runs already in place, each
      * kept 12 months and sorted ascending on account and date
      * ahead of this step:
      *
      *   STMTHIST  the monthly STMTGEN statement summaries
      *   PAYHIST   the monthly transaction files - only the
      *             LOCKBOX payments ("P") are used
      *   COLLSTO   the COLLECT state file as it stands
      *
      * For each account the run works out:
      *
      *   - statements in the window
      *   - average days to pay - from each payment back to the
      *     latest statement dated on or before it
      *   - missed months - a statement with nothing paid against
      *     a balance owing on the one before it
      *   - months delinquent and the last letter sent, from the
      *     collections state
      *   - peak utilisation - the highest statement balance as a
      *     percentage of the current limit
      *
      * The rules table (CRRULES) is read in order and the first
      * rule every measure falls inside decides the action and the
      * percentage to raise or cut by; an account no rule fits is
      * held.  The new limit is rounded down to the rounding unit on
      * the parameter card and a raise never goes past the ceiling
      * there.  Accounts placed with the collection agency are not
      * reviewed.
      *
      * Every account goes on the review listing.  The raises and
      * cuts also go on the recommendation file - the credit
      * manager marks each one approved or declined (and may key a
      * different limit) and it goes back in to CRAPPLY as the
      * approval file.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC
           ASSIGN TO DA-S-ACCTREC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AcctRec-Status.

           SELECT STMT-HISTORY
           ASSIGN TO DA-S-STMTHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-StmtHst-Status.

           SELECT PAY-HISTORY
           ASSIGN TO DA-S-PAYHIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PayHst-Status.

           SELECT COLL-STATE
           ASSIGN TO DA-S-COLLSTO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CollSt-Status.

           SELECT CREDIT-RULES
           ASSIGN TO DA-S-CRRULES
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CrRules-Status.

           SELECT REVIEW-PARM
           ASSIGN TO DA-S-CRPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CrParm-Status.

           SELECT RECOMMEND-OUT
           ASSIGN TO DA-S-CRRECOM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CrRecom-Status.

           SELECT REVIEW-PRINT
           ASSIGN TO DA-S-CRREVRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RevPrt-Status.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCT-REC
           RECORDING MODE F.
       01  ACCT-FIELDS.
           05  ACCT-NO            PIC X(8).
           05  ACCT-LIMIT         PIC S9(7)V99 COMP-3.
           05  ACCT-BALANCE       PIC S9(7)V99 COMP-3.
           05  LAST-NAME          PIC X(20).
           05  FIRST-NAME         PIC X(15).
           05  CLIENT-ADDR.
               10  STREET-ADDR    PIC X(25).
               10  CITY-COUNTY    PIC X(20).
               10  USA-STATE      PIC X(15).
           05  RESERVED.
               10  POSTED-THRU-MONTH  PIC X(6).
               10  AGENCY-FLAG        PIC X(1).
                   88  PLACED-WITH-AGENCY VALUE "A".
           05  COMMENTS           PIC X(50).

      * Twelve months of STMTGEN summaries, account / date order
       FD  STMT-HISTORY
           RECORDING MODE F.
       01  STMT-SUMMARY-REC.
           05  SS-ACCT-NO         PIC X(8).
           05  SS-CLOSING-BALANCE PIC S9(7)V99.
           05  SS-ACCT-LIMIT      PIC S9(7)V99.
           05  SS-PAYMENTS-MTD    PIC S9(7)V99.
           05  SS-CHARGES-MTD     PIC S9(7)V99.
           05  SS-STATEMENT-DATE  PIC X(8).
           05  FILLER             PIC X(28).

      * Twelve months of account transactions, account / date order
       FD  PAY-HISTORY
           RECORDING MODE F.
       01  ACCT-TRAN-REC.
           05  TR-ACCT-NO         PIC X(8).
           05  TR-DATE            PIC X(8).
           05  TR-TYPE            PIC X(1).
               88  TR-PAYMENT     VALUE "P".
           05  TR-AMOUNT          PIC 9(7)V99.
           05  TR-DESCRIPTION     PIC X(25).
           05  FILLER             PIC X(29).

       FD  COLL-STATE
           RECORDING MODE F.
       01  COLL-STATE-REC.
           05  CS-ACCT-NO         PIC X(8).
           05  CS-MONTHS-DELINQ   PIC 9(3).
           05  CS-LAST-SEVERITY   PIC 9(1).
           05  CS-PROMISE-DATE    PIC X(8).
           05  CS-LAST-PAY-DATE   PIC X(8).
           05  CS-LAST-PAY-AMT    PIC 9(7)V99.
           05  FILLER             PIC X(3).

      * One rule per record, tried in file order.  Each measure has
      * a low and a high bound - the rule fits when every measure
      * falls inside its pair.  Action R raise, H hold, C cut
       FD  CREDIT-RULES
           RECORDING MODE F.
       01  CREDIT-RULE-REC.
           05  RR-RULE-ID         PIC X(4).
           05  RR-ACTION          PIC X(1).
           05  RR-CHANGE-PCT      PIC 9(3).
           05  RR-MIN-STMTS       PIC 9(2).
           05  RR-DAYS-LOW        PIC 9(3).
           05  RR-DAYS-HIGH       PIC 9(3).
           05  RR-MISSED-LOW      PIC 9(2).
           05  RR-MISSED-HIGH     PIC 9(2).
           05  RR-DELINQ-LOW      PIC 9(3).
           05  RR-DELINQ-HIGH     PIC 9(3).
           05  RR-LETTER-LOW      PIC 9(1).
           05  RR-LETTER-HIGH     PIC 9(1).
           05  RR-UTIL-LOW        PIC 9(3).
           05  RR-UTIL-HIGH       PIC 9(3).
           05  RR-DESCRIPTION     PIC X(30).
           05  FILLER             PIC X(16).

      * Review date, limit ceiling and rounding unit - blank fields
      * take the defaults
       FD  REVIEW-PARM
           RECORDING MODE F.
       01  REVIEW-PARM-REC.
           05  RP-REVIEW-DATE     PIC X(8).
           05  RP-LIMIT-CEILING   PIC 9(7)V99.
           05  RP-ROUND-UNIT      PIC 9(5).
           05  FILLER             PIC X(58).

      * Recommendation / approval record - the credit manager fills
      * in the last three fields before it goes to CRAPPLY
       FD  RECOMMEND-OUT
           RECORDING MODE F.
       01  RECOMMEND-REC.
           05  RC-ACCT-NO         PIC X(8).
           05  RC-REVIEW-DATE     PIC X(8).
           05  RC-ACTION          PIC X(1).
           05  RC-RULE-ID         PIC X(4).
           05  RC-CURRENT-LIMIT   PIC 9(7)V99.
           05  RC-PROPOSED-LIMIT  PIC 9(7)V99.
           05  RC-APPROVAL        PIC X(1).
           05  RC-APPROVED-LIMIT  PIC 9(7)V99.
           05  RC-APPROVER        PIC X(8).
           05  FILLER             PIC X(23).

       FD  REVIEW-PRINT
           RECORDING MODE F.
       01  REVIEW-PRINT-REC       PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AcctRec==.
           COPY WSFST REPLACING ==:tag:== BY ==StmtHst==.
           COPY WSFST REPLACING ==:tag:== BY ==PayHst==.
           COPY WSFST REPLACING ==:tag:== BY ==CollSt==.
           COPY WSFST REPLACING ==:tag:== BY ==CrRules==.
           COPY WSFST REPLACING ==:tag:== BY ==CrParm==.
           COPY WSFST REPLACING ==:tag:== BY ==CrRecom==.
           COPY WSFST REPLACING ==:tag:== BY ==RevPrt==.

       01  WS-REVIEW-DATE         PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-START        PIC 9(8) VALUE ZERO.
       01  WS-LIMIT-CEILING       PIC 9(7)V99 VALUE 25000.00.
       01  WS-ROUND-UNIT          PIC 9(5) VALUE 50.

      * Keys of the history files - HIGH-VALUES once a file is done
       01  WS-STMT-KEY            PIC X(8) VALUE LOW-VALUES.
       01  WS-PAY-KEY             PIC X(8) VALUE LOW-VALUES.
       01  WS-DATE-NUM            PIC 9(8) VALUE ZERO.

       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  RT-RULE-ID         PIC X(4).
               10  RT-ACTION          PIC X(1).
               10  RT-CHANGE-PCT      PIC 9(3).
               10  RT-MIN-STMTS       PIC 9(2).
               10  RT-DAYS-LOW        PIC 9(3).
               10  RT-DAYS-HIGH       PIC 9(3).
               10  RT-MISSED-LOW      PIC 9(2).
               10  RT-MISSED-HIGH     PIC 9(2).
               10  RT-DELINQ-LOW      PIC 9(3).
               10  RT-DELINQ-HIGH     PIC 9(3).
               10  RT-LETTER-LOW      PIC 9(1).
               10  RT-LETTER-HIGH     PIC 9(1).
               10  RT-UTIL-LOW        PIC 9(3).
               10  RT-UTIL-HIGH       PIC 9(3).
       01  WS-RULE-COUNT          PIC S9(4) COMP VALUE ZERO.
       01  WS-RULE-SUB            PIC S9(4) COMP VALUE ZERO.
       01  WS-RULE-FOUND          PIC S9(4) COMP VALUE ZERO.

       01  WS-STATE-TABLE.
           05  WS-STATE-ENTRY OCCURS 500 TIMES.
               10  ST-ACCT-NO         PIC X(8).
               10  ST-MONTHS-DELINQ   PIC 9(3).
               10  ST-LAST-SEVERITY   PIC 9(1).
       01  WS-STATE-COUNT         PIC S9(4) COMP VALUE ZERO.
       01  WS-STATE-SUB           PIC S9(4) COMP VALUE ZERO.

      * One account's statements inside the window, oldest first
       01  WS-STMT-TABLE.
           05  WS-STMT-ENTRY OCCURS 24 TIMES.
               10  SM-STATEMENT-DATE  PIC 9(8).
               10  SM-CLOSING-BALANCE PIC S9(7)V99.
               10  SM-PAYMENTS-MTD    PIC S9(7)V99.
       01  WS-STMT-COUNT          PIC S9(4) COMP VALUE ZERO.
       01  WS-STMT-SUB            PIC S9(4) COMP VALUE ZERO.
       01  WS-STMT-FOUND          PIC S9(4) COMP VALUE ZERO.

      * The account's measures
       01  WS-ACCOUNT-SCORE.
           05  WS-STATEMENTS      PIC 9(2) VALUE ZERO.
           05  WS-PAYMENTS        PIC 9(3) VALUE ZERO.
           05  WS-TOTAL-DAYS      PIC 9(7) VALUE ZERO.
           05  WS-AVG-DAYS        PIC 9(3) VALUE ZERO.
           05  WS-MISSED          PIC 9(2) VALUE ZERO.
           05  WS-DELINQ          PIC 9(3) VALUE ZERO.
           05  WS-LETTER          PIC 9(1) VALUE ZERO.
           05  WS-PEAK-BALANCE    PIC S9(7)V99 VALUE ZERO.
           05  WS-UTIL-PCT        PIC 9(3) VALUE ZERO.
           05  WS-PAY-DAYS        PIC S9(5) VALUE ZERO.

       01  WS-RECOMMENDATION.
           05  WS-ACTION          PIC X(1) VALUE "H".
               88  WS-RAISE           VALUE "R".
               88  WS-HOLD            VALUE "H".
               88  WS-CUT             VALUE "C".
           05  WS-RULE-ID         PIC X(4) VALUE SPACES.
           05  WS-CURRENT-LIMIT   PIC 9(7)V99 VALUE ZERO.
           05  WS-NEW-LIMIT       PIC 9(7)V99 VALUE ZERO.
           05  WS-ROUND-UNITS     PIC 9(7) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-ACCOUNTS-READ   PIC 9(6) VALUE ZERO.
           05  WS-ACCOUNTS-PLACED PIC 9(6) VALUE ZERO.
           05  WS-RAISE-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-HOLD-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-CUT-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-RAISE-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05  WS-CUT-TOTAL       PIC 9(9)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER             PIC X(40) VALUE
               " CREDIT-LIMIT REVIEW - 12 MONTHS TO    ".
           05  HDG-REVIEW-DATE    PIC 9(8).
           05  FILLER             PIC X(12) VALUE "  CEILING: ".
           05  HDG-CEILING        PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(9)  VALUE "  ROUND: ".
           05  HDG-ROUND-UNIT     PIC ZZZZ9.
           05  FILLER             PIC X(12) VALUE SPACES.

       01  WS-COLUMN-LINE-1.
           05  FILLER             PIC X(50) VALUE
               " ACCOUNT  NAME                 LIMIT     BALANCE".
           05  FILLER             PIC X(50) VALUE
               " STM DAYS MS DLQ L UTL% RULE ACTN   NEW LIMIT".

       01  WS-REVIEW-LINE.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  REV-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  REV-LAST-NAME      PIC X(15).
           05  REV-LIMIT          PIC Z,ZZZ,ZZ9.99.
           05  REV-BALANCE        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  REV-STATEMENTS     PIC Z9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  REV-AVG-DAYS       PIC ZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  REV-MISSED         PIC Z9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  REV-DELINQ         PIC ZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  REV-LETTER         PIC 9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  REV-UTIL           PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  REV-RULE-ID        PIC X(4).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  REV-ACTION         PIC X(5).
           05  REV-NEW-LIMIT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(8)  VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER             PIC X(19) VALUE " ACCOUNTS REVIEWED:".
           05  TOT-READ           PIC ZZZZZ9.
           05  FILLER             PIC X(20) VALUE
               "  AT AGENCY SKIPPED:".
           05  TOT-PLACED         PIC ZZZZZ9.
           05  FILLER             PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER             PIC X(9)  VALUE " RAISES: ".
           05  TOT-RAISES         PIC ZZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  TOT-RAISE-AMT      PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(9)  VALUE "  HOLDS: ".
           05  TOT-HOLDS          PIC ZZZZZ9.
           05  FILLER             PIC X(8)  VALUE "  CUTS: ".
           05  TOT-CUTS           PIC ZZZZZ9.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  TOT-CUT-AMT        PIC $$$,$$$,$$9.99.
           05  FILLER             PIC X(27) VALUE SPACES.

       01  WS-BLANK-LINE          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process
              UNTIL WS-AcctRec-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           OPEN INPUT  ACCT-REC
                       STMT-HISTORY
                       PAY-HISTORY
                       COLL-STATE
                       CREDIT-RULES
                       REVIEW-PARM.
           OPEN OUTPUT RECOMMEND-OUT
                       REVIEW-PRINT.

           READ REVIEW-PARM
              AT END MOVE SPACES TO REVIEW-PARM-REC
           END-READ.
           IF RP-REVIEW-DATE NUMERIC AND RP-REVIEW-DATE > "00000000"
              MOVE RP-REVIEW-DATE TO WS-REVIEW-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REVIEW-DATE
           END-IF.
           IF RP-LIMIT-CEILING NUMERIC AND RP-LIMIT-CEILING > ZERO
              MOVE RP-LIMIT-CEILING TO WS-LIMIT-CEILING
           END-IF.
           IF RP-ROUND-UNIT NUMERIC AND RP-ROUND-UNIT > ZERO
              MOVE RP-ROUND-UNIT TO WS-ROUND-UNIT
           END-IF.
      * Twelve months back - same day a year earlier, exclusive
           COMPUTE WS-WINDOW-START = WS-REVIEW-DATE - 10000.

           PERFORM 5400-Read-Rule.
           PERFORM 1100-Load-Rule
              UNTIL WS-CrRules-EOF.
           IF WS-RULE-COUNT = ZERO
              DISPLAY "** ERROR **: EMPTY CREDIT RULES FILE"
              PERFORM 7000-Abort-Run
           END-IF.

           PERFORM 5300-Read-State.
           PERFORM 1200-Load-State
              UNTIL WS-CollSt-EOF.

           MOVE WS-REVIEW-DATE   TO HDG-REVIEW-DATE.
           MOVE WS-LIMIT-CEILING TO HDG-CEILING.
           MOVE WS-ROUND-UNIT    TO HDG-ROUND-UNIT.
           WRITE REVIEW-PRINT-REC FROM WS-HEADING-LINE.
           WRITE REVIEW-PRINT-REC FROM WS-BLANK-LINE.
           WRITE REVIEW-PRINT-REC FROM WS-COLUMN-LINE-1.

           PERFORM 5100-Read-Stmt-History.
           PERFORM 5200-Read-Pay-History.
           PERFORM 5000-Read-Acct-Rec.

       1100-Load-Rule.
           IF WS-RULE-COUNT < 50
              ADD 1 TO WS-RULE-COUNT
              MOVE RR-RULE-ID     TO RT-RULE-ID (WS-RULE-COUNT)
              MOVE RR-ACTION      TO RT-ACTION (WS-RULE-COUNT)
              MOVE RR-CHANGE-PCT  TO RT-CHANGE-PCT (WS-RULE-COUNT)
              MOVE RR-MIN-STMTS   TO RT-MIN-STMTS (WS-RULE-COUNT)
              MOVE RR-DAYS-LOW    TO RT-DAYS-LOW (WS-RULE-COUNT)
              MOVE RR-DAYS-HIGH   TO RT-DAYS-HIGH (WS-RULE-COUNT)
              MOVE RR-MISSED-LOW  TO RT-MISSED-LOW (WS-RULE-COUNT)
              MOVE RR-MISSED-HIGH TO RT-MISSED-HIGH (WS-RULE-COUNT)
              MOVE RR-DELINQ-LOW  TO RT-DELINQ-LOW (WS-RULE-COUNT)
              MOVE RR-DELINQ-HIGH TO RT-DELINQ-HIGH (WS-RULE-COUNT)
              MOVE RR-LETTER-LOW  TO RT-LETTER-LOW (WS-RULE-COUNT)
              MOVE RR-LETTER-HIGH TO RT-LETTER-HIGH (WS-RULE-COUNT)
              MOVE RR-UTIL-LOW    TO RT-UTIL-LOW (WS-RULE-COUNT)
              MOVE RR-UTIL-HIGH   TO RT-UTIL-HIGH (WS-RULE-COUNT)
           ELSE
              DISPLAY "*** CREDIT RULES EXCEED TABLE - INCREASE "
                      "WS-RULE-ENTRY OCCURS ***"
              PERFORM 7000-Abort-Run
           END-IF.
           PERFORM 5400-Read-Rule.

       1200-Load-State.
           IF WS-STATE-COUNT < 500
              ADD 1 TO WS-STATE-COUNT
              MOVE CS-ACCT-NO       TO ST-ACCT-NO (WS-STATE-COUNT)
              MOVE CS-MONTHS-DELINQ TO ST-MONTHS-DELINQ (WS-STATE-COUNT)
              MOVE CS-LAST-SEVERITY TO ST-LAST-SEVERITY (WS-STATE-COUNT)
           ELSE
              DISPLAY "*** COLLECTION STATE EXCEEDS TABLE - INCREASE "
                      "WS-STATE-ENTRY OCCURS ***"
              PERFORM 7000-Abort-Run
           END-IF.
           PERFORM 5300-Read-State.

       2000-Process.
           ADD 1 TO WS-ACCOUNTS-READ.
           MOVE ZERO TO WS-STMT-COUNT, WS-STATEMENTS, WS-PAYMENTS,
                        WS-TOTAL-DAYS, WS-AVG-DAYS, WS-MISSED,
                        WS-DELINQ, WS-LETTER, WS-PEAK-BALANCE,
                        WS-UTIL-PCT.

      * The history is read past for every account - an account at
      * the agency has its history skipped with it
           PERFORM 2100-Gather-Statement
              UNTIL WS-STMT-KEY > ACCT-NO.
           PERFORM 2200-Gather-Payment
              UNTIL WS-PAY-KEY > ACCT-NO.

           IF PLACED-WITH-AGENCY
              ADD 1 TO WS-ACCOUNTS-PLACED
           ELSE
              PERFORM 2300-Score-Account
              PERFORM 2400-Apply-Rules
              PERFORM 2500-Set-New-Limit
              PERFORM 2600-Report-Account
           END-IF.
           PERFORM 5000-Read-Acct-Rec.

       2100-Gather-Statement.
           IF WS-STMT-KEY = ACCT-NO
              MOVE ZERO TO WS-DATE-NUM
              IF SS-STATEMENT-DATE NUMERIC
                 MOVE SS-STATEMENT-DATE TO WS-DATE-NUM
              END-IF
              IF WS-DATE-NUM > WS-WINDOW-START
                 AND WS-DATE-NUM NOT > WS-REVIEW-DATE
                 PERFORM 2150-Keep-Statement
              END-IF
           END-IF.
           PERFORM 5100-Read-Stmt-History.

       2150-Keep-Statement.
           IF WS-STMT-COUNT < 24
              ADD 1 TO WS-STMT-COUNT
              MOVE WS-DATE-NUM TO SM-STATEMENT-DATE (WS-STMT-COUNT)
              MOVE SS-CLOSING-BALANCE
                 TO SM-CLOSING-BALANCE (WS-STMT-COUNT)
              MOVE SS-PAYMENTS-MTD
                 TO SM-PAYMENTS-MTD (WS-STMT-COUNT)
           ELSE
              DISPLAY "*** STATEMENTS FOR " ACCT-NO
                      " EXCEED TABLE - INCREASE WS-STMT-ENTRY OCCURS"
                      " ***"
              PERFORM 7000-Abort-Run
           END-IF.

      * Days to pay run from the latest statement on or before the
      * payment - a payment ahead of any statement in the window
      * is not counted
       2200-Gather-Payment.
           IF WS-PAY-KEY = ACCT-NO AND TR-PAYMENT
              MOVE ZERO TO WS-DATE-NUM
              IF TR-DATE NUMERIC
                 MOVE TR-DATE TO WS-DATE-NUM
              END-IF
              IF WS-DATE-NUM > WS-WINDOW-START
                 AND WS-DATE-NUM NOT > WS-REVIEW-DATE
                 MOVE ZERO TO WS-STMT-FOUND
                 PERFORM 2250-Find-Statement
                    VARYING WS-STMT-SUB FROM 1 BY 1
                    UNTIL WS-STMT-SUB > WS-STMT-COUNT
                 IF WS-STMT-FOUND > ZERO
                    COMPUTE WS-PAY-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUM) -
                       FUNCTION INTEGER-OF-DATE
                          (SM-STATEMENT-DATE (WS-STMT-FOUND))
                    ADD 1           TO WS-PAYMENTS
                    ADD WS-PAY-DAYS TO WS-TOTAL-DAYS
                 END-IF
              END-IF
           END-IF.
           PERFORM 5200-Read-Pay-History.

       2250-Find-Statement.
           IF SM-STATEMENT-DATE (WS-STMT-SUB) NOT > WS-DATE-NUM
              MOVE WS-STMT-SUB TO WS-STMT-FOUND
           END-IF.

       2300-Score-Account.
           MOVE WS-STMT-COUNT TO WS-STATEMENTS.
           IF WS-PAYMENTS > ZERO
              COMPUTE WS-AVG-DAYS ROUNDED =
                 WS-TOTAL-DAYS / WS-PAYMENTS
           END-IF.
           PERFORM 2350-Score-Statement
              VARYING WS-STMT-SUB FROM 1 BY 1
              UNTIL WS-STMT-SUB > WS-STMT-COUNT.

           PERFORM 2370-Find-State
              VARYING WS-STATE-SUB FROM 1 BY 1
              UNTIL WS-STATE-SUB > WS-STATE-COUNT.

           MOVE ACCT-LIMIT TO WS-CURRENT-LIMIT.
           IF WS-CURRENT-LIMIT > ZERO
              IF WS-PEAK-BALANCE * 100 / WS-CURRENT-LIMIT > 999
                 MOVE 999 TO WS-UTIL-PCT
              ELSE
                 COMPUTE WS-UTIL-PCT ROUNDED =
                    WS-PEAK-BALANCE * 100 / WS-CURRENT-LIMIT
              END-IF
           ELSE
              IF WS-PEAK-BALANCE > ZERO
                 MOVE 999 TO WS-UTIL-PCT
              END-IF
           END-IF.

       2350-Score-Statement.
           IF SM-CLOSING-BALANCE (WS-STMT-SUB) > WS-PEAK-BALANCE
              MOVE SM-CLOSING-BALANCE (WS-STMT-SUB) TO WS-PEAK-BALANCE
           END-IF.
           IF WS-STMT-SUB > 1
              IF SM-CLOSING-BALANCE (WS-STMT-SUB - 1) > ZERO
                 AND SM-PAYMENTS-MTD (WS-STMT-SUB) NOT > ZERO
                 ADD 1 TO WS-MISSED
              END-IF
           END-IF.

       2370-Find-State.
           IF ST-ACCT-NO (WS-STATE-SUB) = ACCT-NO
              MOVE ST-MONTHS-DELINQ (WS-STATE-SUB) TO WS-DELINQ
              MOVE ST-LAST-SEVERITY (WS-STATE-SUB) TO WS-LETTER
           END-IF.

      * First rule in file order that every measure fits
       2400-Apply-Rules.
           MOVE ZERO   TO WS-RULE-FOUND.
           MOVE "H"    TO WS-ACTION.
           MOVE SPACES TO WS-RULE-ID.
           PERFORM 2450-Test-Rule
              VARYING WS-RULE-SUB FROM 1 BY 1
              UNTIL WS-RULE-SUB > WS-RULE-COUNT
                 OR WS-RULE-FOUND > ZERO.
           IF WS-RULE-FOUND > ZERO
              MOVE RT-ACTION (WS-RULE-FOUND)  TO WS-ACTION
              MOVE RT-RULE-ID (WS-RULE-FOUND) TO WS-RULE-ID
           END-IF.
           IF NOT WS-RAISE AND NOT WS-CUT
              MOVE "H" TO WS-ACTION
           END-IF.

       2450-Test-Rule.
           IF WS-STATEMENTS NOT < RT-MIN-STMTS (WS-RULE-SUB)
              AND WS-AVG-DAYS NOT < RT-DAYS-LOW (WS-RULE-SUB)
              AND WS-AVG-DAYS NOT > RT-DAYS-HIGH (WS-RULE-SUB)
              AND WS-MISSED NOT < RT-MISSED-LOW (WS-RULE-SUB)
              AND WS-MISSED NOT > RT-MISSED-HIGH (WS-RULE-SUB)
              AND WS-DELINQ NOT < RT-DELINQ-LOW (WS-RULE-SUB)
              AND WS-DELINQ NOT > RT-DELINQ-HIGH (WS-RULE-SUB)
              AND WS-LETTER NOT < RT-LETTER-LOW (WS-RULE-SUB)
              AND WS-LETTER NOT > RT-LETTER-HIGH (WS-RULE-SUB)
              AND WS-UTIL-PCT NOT < RT-UTIL-LOW (WS-RULE-SUB)
              AND WS-UTIL-PCT NOT > RT-UTIL-HIGH (WS-RULE-SUB)
              MOVE WS-RULE-SUB TO WS-RULE-FOUND
           END-IF.

       2500-Set-New-Limit.
           MOVE WS-CURRENT-LIMIT TO WS-NEW-LIMIT.
           IF WS-RAISE
              COMPUTE WS-NEW-LIMIT = WS-CURRENT-LIMIT +
                 WS-CURRENT-LIMIT * RT-CHANGE-PCT (WS-RULE-FOUND) / 100
              IF WS-NEW-LIMIT > WS-LIMIT-CEILING
                 MOVE WS-LIMIT-CEILING TO WS-NEW-LIMIT
              END-IF
           END-IF.
           IF WS-CUT
              IF RT-CHANGE-PCT (WS-RULE-FOUND) NOT < 100
                 MOVE ZERO TO WS-NEW-LIMIT
              ELSE
                 COMPUTE WS-NEW-LIMIT = WS-CURRENT-LIMIT -
                    WS-CURRENT-LIMIT * RT-CHANGE-PCT (WS-RULE-FOUND)
                    / 100
              END-IF
           END-IF.
           IF NOT WS-HOLD
              DIVIDE WS-NEW-LIMIT BY WS-ROUND-UNIT
                 GIVING WS-ROUND-UNITS
              COMPUTE WS-NEW-LIMIT = WS-ROUND-UNITS * WS-ROUND-UNIT
           END-IF.
      * A change that rounds away is no change
           IF WS-NEW-LIMIT = WS-CURRENT-LIMIT
              OR (WS-RAISE AND WS-NEW-LIMIT < WS-CURRENT-LIMIT)
              MOVE "H"              TO WS-ACTION
              MOVE WS-CURRENT-LIMIT TO WS-NEW-LIMIT
           END-IF.

       2600-Report-Account.
           MOVE ACCT-NO          TO REV-ACCT-NO.
           MOVE LAST-NAME        TO REV-LAST-NAME.
           MOVE WS-CURRENT-LIMIT TO REV-LIMIT.
           MOVE ACCT-BALANCE     TO REV-BALANCE.
           MOVE WS-STATEMENTS    TO REV-STATEMENTS.
           MOVE WS-AVG-DAYS      TO REV-AVG-DAYS.
           MOVE WS-MISSED        TO REV-MISSED.
           MOVE WS-DELINQ        TO REV-DELINQ.
           MOVE WS-LETTER        TO REV-LETTER.
           MOVE WS-UTIL-PCT      TO REV-UTIL.
           MOVE WS-RULE-ID       TO REV-RULE-ID.
           MOVE WS-NEW-LIMIT     TO REV-NEW-LIMIT.
           EVALUATE TRUE
              WHEN WS-RAISE
                 MOVE "RAISE" TO REV-ACTION
                 ADD 1 TO WS-RAISE-COUNT
                 COMPUTE WS-RAISE-TOTAL =
                    WS-RAISE-TOTAL + WS-NEW-LIMIT - WS-CURRENT-LIMIT
              WHEN WS-CUT
                 MOVE "CUT"   TO REV-ACTION
                 ADD 1 TO WS-CUT-COUNT
                 COMPUTE WS-CUT-TOTAL =
                    WS-CUT-TOTAL + WS-CURRENT-LIMIT - WS-NEW-LIMIT
              WHEN OTHER
                 MOVE "HOLD"  TO REV-ACTION
                 ADD 1 TO WS-HOLD-COUNT
           END-EVALUATE.
           WRITE REVIEW-PRINT-REC FROM WS-REVIEW-LINE.

           IF NOT WS-HOLD
              MOVE SPACES           TO RECOMMEND-REC
              MOVE ACCT-NO          TO RC-ACCT-NO
              MOVE WS-REVIEW-DATE   TO RC-REVIEW-DATE
              MOVE WS-ACTION        TO RC-ACTION
              MOVE WS-RULE-ID       TO RC-RULE-ID
              MOVE WS-CURRENT-LIMIT TO RC-CURRENT-LIMIT
              MOVE WS-NEW-LIMIT     TO RC-PROPOSED-LIMIT
              MOVE ZERO             TO RC-APPROVED-LIMIT
              WRITE RECOMMEND-REC
           END-IF.

       3000-End-Job.
           MOVE WS-ACCOUNTS-READ   TO TOT-READ.
           MOVE WS-ACCOUNTS-PLACED TO TOT-PLACED.
           MOVE WS-RAISE-COUNT     TO TOT-RAISES.
           MOVE WS-RAISE-TOTAL     TO TOT-RAISE-AMT.
           MOVE WS-HOLD-COUNT      TO TOT-HOLDS.
           MOVE WS-CUT-COUNT       TO TOT-CUTS.
           MOVE WS-CUT-TOTAL       TO TOT-CUT-AMT.
           WRITE REVIEW-PRINT-REC FROM WS-BLANK-LINE.
           WRITE REVIEW-PRINT-REC FROM WS-TOTAL-LINE-1.
           WRITE REVIEW-PRINT-REC FROM WS-TOTAL-LINE-2.
           CLOSE ACCT-REC, STMT-HISTORY, PAY-HISTORY, COLL-STATE,
                 CREDIT-RULES, REVIEW-PARM, RECOMMEND-OUT,
                 REVIEW-PRINT.
           DISPLAY "CRREVIEW COMPLETE".

       7000-Abort-Run.
           CLOSE ACCT-REC, STMT-HISTORY, PAY-HISTORY, COLL-STATE,
                 CREDIT-RULES, REVIEW-PARM, RECOMMEND-OUT,
                 REVIEW-PRINT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       5000-Read-Acct-Rec.
           READ ACCT-REC
              AT END SET WS-AcctRec-EOF TO TRUE
           END-READ.
           IF WS-AcctRec-Status-OK
              NEXT SENTENCE
           ELSE
              IF WS-AcctRec-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: READ ACCT-REC FAILED"
                 DISPLAY "File Status: " WS-AcctRec-Status
                 PERFORM 7000-Abort-Run
              END-IF
           END-IF.

       5100-Read-Stmt-History.
           READ STMT-HISTORY
              AT END SET WS-StmtHst-EOF TO TRUE
           END-READ.
           IF WS-StmtHst-EOF
              MOVE HIGH-VALUES TO WS-STMT-KEY
           ELSE
              MOVE SS-ACCT-NO  TO WS-STMT-KEY
           END-IF.

       5200-Read-Pay-History.
           READ PAY-HISTORY
              AT END SET WS-PayHst-EOF TO TRUE
           END-READ.
           IF WS-PayHst-EOF
              MOVE HIGH-VALUES TO WS-PAY-KEY
           ELSE
              MOVE TR-ACCT-NO  TO WS-PAY-KEY
           END-IF.

       5300-Read-State.
           READ COLL-STATE
              AT END SET WS-CollSt-EOF TO TRUE
           END-READ.

       5400-Read-Rule.
           READ CREDIT-RULES
              AT END SET WS-CrRules-EOF TO TRUE
           END-READ.
