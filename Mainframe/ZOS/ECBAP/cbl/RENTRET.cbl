      *          ANYTHING STILL OUT PAST ITS DUE DATE GETS AN
      *          OVERDUE NOTICE.
      *
      *          EACH RETURN IS INVOICED: RENTAL DAYS TIMES THE DAILY
      *          RATE RECORDED AT CHECKOUT (RENTCKO), THE LATE FEE,
      *          AND THE DAMAGE CHARGE ON THE RETURN TRANSACTION,
      *          NETTED AGAINST THE SECURITY DEPOSIT - A REFUND WHEN
      *          THE DEPOSIT COVERS THE CHARGES, AN AMOUNT DUE WHEN
      *          IT DOES NOT.  THE DEPOSIT LEDGER (ALSO IN RENTAL-KEY
      *          ORDER) IS MATCHED TO THE OPEN RENTALS: A RENTAL NOT
      *          YET ON THE LEDGER IS A DEPOSIT TAKEN TODAY, A
      *          RETURNED RENTAL RELEASES ITS DEPOSIT, AND THE
      *          DEPOSITS STILL HELD CARRY FORWARD TO THE NEW LEDGER.
      *          THE DAILY REGISTER LISTS DEPOSITS TAKEN, REFUNDS
      *          ISSUED AND AMOUNTS BILLED AND ROLLS THE LEDGER
      *          BALANCE SO THE TILL CAN BE BALANCED.
      *
      ******************************************************************

               OPEN RENTALS (SORTED)   -   RENTALIN

               OVERDUE NOTICES         -   OVERDUE

               DEPOSIT LEDGER (OLD)    -   DEPLEDIN

               DEPOSIT LEDGER (NEW)    -   DEPLEDOT

               RETURN INVOICES         -   INVOICE

               DAILY DEPOSIT REGISTER  -   DEPREG

      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT OVERDUE-FILE ASSIGN TO OVERDUE
           ORGANIZATION IS SEQUENTIAL.

           SELECT LEDGER-IN-FILE ASSIGN TO DEPLEDIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT LEDGER-OUT-FILE ASSIGN TO DEPLEDOT
           ORGANIZATION IS SEQUENTIAL.

           SELECT INVOICE-FILE ASSIGN TO INVOICE
           ORGANIZATION IS SEQUENTIAL.

           SELECT REGISTER-FILE ASSIGN TO DEPREG
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RENTALS-FILE
           03  RENTAL-ITEM             PIC X(10).
           03  RENTAL-DATE-OUT         PIC X(8).
           03  RENTAL-DATE-DUE         PIC X(8).
           03  RENTAL-ITEM-CLASS       PIC X(2).
           03  RENTAL-DAILY-RATE       PIC 9(3)V99.
           03  RENTAL-DEPOSIT          PIC 9(5)V99.
           03  FILLER                  PIC X(10).

       FD  RETURNS-FILE
           LABEL RECORDS ARE STANDARD.
       01  RETURN-REC.
           03  RETURN-KEY              PIC X(10).
           03  RETURN-DATE             PIC X(8).
           03  RETURN-DAMAGE           PIC 9(5)V99.
           03  FILLER                  PIC X(55).

       FD  FEERATE-FILE
           LABEL RECORDS ARE STANDARD.
           03  HIST-RETURN-DATE        PIC X(8).
           03  HIST-DAYS-LATE          PIC S9(5).
           03  HIST-LATE-FEE           PIC 9(5)V99.
           03  HIST-RENTAL-CHARGE      PIC 9(5)V99.
           03  HIST-DAMAGE-CHARGE      PIC 9(5)V99.
           03  FILLER                  PIC X(6).

       FD  OVERDUE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-LINE                 PIC X(100).

       FD  LEDGER-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-IN-REC.
           03  LDG-KEY                 PIC X(10).
           03  LDG-CUSTOMER            PIC X(20).
           03  LDG-DATE-OUT            PIC X(8).
           03  LDG-DEPOSIT             PIC 9(5)V99.
           03  FILLER                  PIC X(35).

       FD  LEDGER-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-OUT-REC.
           03  NLD-KEY                 PIC X(10).
           03  NLD-CUSTOMER            PIC X(20).
           03  NLD-DATE-OUT            PIC X(8).
           03  NLD-DEPOSIT             PIC 9(5)V99.
           03  FILLER                  PIC X(35).

       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-LINE                PIC X(100).

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-SWITCHES.
           05  END-OF-RENTALS-INDICATOR    PIC X VALUE 'N'.
               88  NO-MORE-RENTAL-RECORDS        VALUE 'Y'.
           05  END-OF-RETURNS-INDICATOR    PIC X VALUE 'N'.
               88  NO-MORE-RETURN-RECORDS        VALUE 'Y'.
           05  END-OF-LEDGER-INDICATOR     PIC X VALUE 'N'.
               88  NO-MORE-LEDGER-RECORDS        VALUE 'Y'.

       01  MATCH-KEYS.
           05  WS-RENTAL-KEY           PIC X(10) VALUE SPACES.
           05  WS-RETURN-KEY           PIC X(10) VALUE SPACES.
           05  WS-LEDGER-KEY           PIC X(10) VALUE SPACES.

       01  DATE-WORK-FIELDS.
           05  WS-RUN-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-RET-YYYYMMDD         PIC 9(8)  VALUE ZERO.
           05  WS-RET-DAY-NUM          PIC S9(7) COMP VALUE 0.
           05  WS-DAYS-LATE            PIC S9(5) COMP VALUE 0.
           05  WS-OUT-YYYYMMDD         PIC 9(8)  VALUE ZERO.
           05  WS-OUT-DAY-NUM          PIC S9(7) COMP VALUE 0.
           05  WS-RENTAL-DAYS          PIC S9(5) COMP VALUE 0.

       01  FEE-WORK-FIELDS.
           05  WS-BILLABLE-DAYS        PIC S9(5) COMP VALUE 0.
           05  WS-LATE-FEE             PIC 9(5)V99 VALUE 0.
           05  WS-RENTAL-CHARGE        PIC 9(5)V99 VALUE 0.
           05  WS-DAMAGE-CHARGE        PIC 9(5)V99 VALUE 0.
           05  WS-TOTAL-CHARGES        PIC 9(6)V99 VALUE 0.
           05  WS-REFUND               PIC 9(6)V99 VALUE 0.
           05  WS-AMOUNT-DUE           PIC 9(6)V99 VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05  RETURNS-PROCESSED       PIC 9(5) VALUE 0.
           05  RENTALS-STILL-OUT       PIC 9(5) VALUE 0.
           05  OVERDUE-NOTICES         PIC 9(5) VALUE 0.
           05  TOTAL-LATE-FEES         PIC 9(7)V99 VALUE 0.
           05  DEPOSITS-TAKEN-CNT      PIC 9(5) VALUE 0.
           05  REFUNDS-ISSUED-CNT      PIC 9(5) VALUE 0.
           05  AMOUNTS-BILLED-CNT      PIC 9(5) VALUE 0.
           05  LEDGER-ORPHANS          PIC 9(5) VALUE 0.

      *  Deposit ledger roll - opening plus taken less released is
      *  what the new ledger must carry
       01  DEPOSIT-ACCUMULATORS.
           05  LEDGER-OPENING          PIC 9(7)V99 VALUE 0.
           05  DEPOSITS-TAKEN          PIC 9(7)V99 VALUE 0.
           05  DEPOSITS-RELEASED       PIC 9(7)V99 VALUE 0.
           05  LEDGER-CLOSING          PIC 9(7)V99 VALUE 0.
           05  LEDGER-EXPECTED         PIC 9(7)V99 VALUE 0.
           05  REFUNDS-ISSUED          PIC 9(7)V99 VALUE 0.
           05  AMOUNTS-BILLED          PIC 9(7)V99 VALUE 0.
           05  DEPOSITS-RETAINED       PIC S9(7)V99 VALUE 0.
           05  NET-TILL                PIC S9(7)V99 VALUE 0.

       01  NOTICE-HEADING              PIC X(40) VALUE
           "OVERDUE RENTAL NOTICES".
           05  FILLER                  PIC X(12) VALUE "  LATE FEES:".
           05  TOT-FEES                PIC $$$,$$9.99.

       01  INVOICE-HEADING.
           05  FILLER                  PIC X(16) VALUE
               "RENTAL INVOICE  ".
           05  INV-RENTAL-KEY          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  INV-CUSTOMER            PIC X(20).
           05  FILLER                  PIC X(8)  VALUE "  ITEM: ".
           05  INV-ITEM                PIC X(10).
           05  FILLER                  PIC X(8)  VALUE "  OUT:  ".
           05  INV-DATE-OUT            PIC X(8).
           05  FILLER                  PIC X(8)  VALUE "  BACK: ".
           05  INV-RETURN-DATE         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  INVOICE-RENTAL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "RENTAL CHARGE ".
           05  INV-RENTAL-DAYS         PIC ZZZ9.
           05  FILLER                  PIC X(8)  VALUE " DAYS @ ".
           05  INV-DAILY-RATE          PIC $$$9.99.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  INV-RENTAL-AMT          PIC $$$$,$$9.99.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  INVOICE-AMOUNT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  INV-LABEL               PIC X(38).
           05  INV-AMOUNT              PIC $$$$,$$9.99.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  REGISTER-HEADING.
           05  FILLER                  PIC X(32) VALUE
               "DAILY RENTAL DEPOSIT REGISTER - ".
           05  REG-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  REGISTER-DETAIL.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  REG-ACTIVITY            PIC X(16).
           05  REG-RENTAL-KEY          PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REG-CUSTOMER            PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  REG-AMOUNT              PIC $$$$,$$9.99.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  REGISTER-TOTAL.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  REG-TOT-LABEL           PIC X(30).
           05  REG-TOT-COUNT           PIC ZZZZZ.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  REG-TOT-AMOUNT          PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  BLANK-LINE                  PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
           GOBACK.

       000-HOUSEKEEPING.
           OPEN INPUT RENTALS-FILE, RETURNS-FILE, FEERATE-FILE,
                      LEDGER-IN-FILE.
           OPEN OUTPUT NEW-RENTALS-FILE, HISTORY-FILE, OVERDUE-FILE,
                       LEDGER-OUT-FILE, INVOICE-FILE, REGISTER-FILE.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-DAY-NUM =

           WRITE NOTICE-LINE FROM NOTICE-HEADING.
           WRITE NOTICE-LINE FROM BLANK-LINE.
           MOVE WS-RUN-DATE TO REG-RUN-DATE.
           WRITE REGISTER-LINE FROM REGISTER-HEADING.
           WRITE REGISTER-LINE FROM BLANK-LINE.

           PERFORM 920-READ-LEDGER THRU 920-EXIT.
           PERFORM 900-READ-RENTALS THRU 900-EXIT.
           PERFORM 910-READ-RETURNS THRU 910-EXIT.
       000-EXIT.
               MOVE ZERO TO WS-LATE-FEE.
           ADD WS-LATE-FEE TO TOTAL-LATE-FEES.

           PERFORM 410-PRICE-RENTAL THRU 410-EXIT.
           PERFORM 420-SETTLE-DEPOSIT THRU 420-EXIT.
           PERFORM 430-PRINT-INVOICE THRU 430-EXIT.

           MOVE RENTAL-REC   TO HIST-RENTAL-DATA.
           MOVE RETURN-DATE  TO HIST-RETURN-DATE.
           MOVE WS-DAYS-LATE TO HIST-DAYS-LATE.
           MOVE WS-LATE-FEE  TO HIST-LATE-FEE.
           MOVE WS-RENTAL-CHARGE TO HIST-RENTAL-CHARGE.
           MOVE WS-DAMAGE-CHARGE TO HIST-DAMAGE-CHARGE.
           WRITE HISTORY-REC.
       400-EXIT.
           EXIT.

       410-PRICE-RENTAL.
      *  Rental days run from checkout to return - a same-day return
      *  is still a day - at the rate recorded when it went out
           MOVE RENTAL-DATE-OUT TO WS-OUT-YYYYMMDD.
           COMPUTE WS-OUT-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-OUT-YYYYMMDD).
           COMPUTE WS-RENTAL-DAYS =
               WS-RET-DAY-NUM - WS-OUT-DAY-NUM.
           IF WS-RENTAL-DAYS < 1
               MOVE 1 TO WS-RENTAL-DAYS.
           IF RENTAL-DAILY-RATE NUMERIC
               COMPUTE WS-RENTAL-CHARGE =
                   WS-RENTAL-DAYS * RENTAL-DAILY-RATE
           ELSE
               MOVE ZERO TO WS-RENTAL-CHARGE.
           IF RETURN-DAMAGE NUMERIC
               MOVE RETURN-DAMAGE TO WS-DAMAGE-CHARGE
           ELSE
               MOVE ZERO TO WS-DAMAGE-CHARGE.
           COMPUTE WS-TOTAL-CHARGES =
               WS-RENTAL-CHARGE + WS-LATE-FEE + WS-DAMAGE-CHARGE.
       410-EXIT.
           EXIT.

       420-SETTLE-DEPOSIT.
      *  The deposit comes off the ledger and is netted against the
      *  charges - whatever is left over goes back to the customer
           MOVE ZERO TO WS-REFUND, WS-AMOUNT-DUE.
           IF RENTAL-DEPOSIT NOT NUMERIC
               MOVE ZERO TO RENTAL-DEPOSIT.
           ADD RENTAL-DEPOSIT TO DEPOSITS-RELEASED.
           MOVE RENTAL-KEY      TO REG-RENTAL-KEY.
           MOVE RENTAL-CUSTOMER TO REG-CUSTOMER.
           IF RENTAL-DEPOSIT > WS-TOTAL-CHARGES
               COMPUTE WS-REFUND =
                   RENTAL-DEPOSIT - WS-TOTAL-CHARGES
               ADD 1         TO REFUNDS-ISSUED-CNT
               ADD WS-REFUND TO REFUNDS-ISSUED
               MOVE "REFUND ISSUED   " TO REG-ACTIVITY
               MOVE WS-REFUND          TO REG-AMOUNT
               WRITE REGISTER-LINE FROM REGISTER-DETAIL
               GO TO 420-EXIT.
           IF WS-TOTAL-CHARGES > RENTAL-DEPOSIT
               COMPUTE WS-AMOUNT-DUE =
                   WS-TOTAL-CHARGES - RENTAL-DEPOSIT
               ADD 1             TO AMOUNTS-BILLED-CNT
               ADD WS-AMOUNT-DUE TO AMOUNTS-BILLED
               MOVE "AMOUNT BILLED   " TO REG-ACTIVITY
               MOVE WS-AMOUNT-DUE      TO REG-AMOUNT
               WRITE REGISTER-LINE FROM REGISTER-DETAIL.
       420-EXIT.
           EXIT.

       430-PRINT-INVOICE.
           MOVE RENTAL-KEY        TO INV-RENTAL-KEY.
           MOVE RENTAL-CUSTOMER   TO INV-CUSTOMER.
           MOVE RENTAL-ITEM       TO INV-ITEM.
           MOVE RENTAL-DATE-OUT   TO INV-DATE-OUT.
           MOVE RETURN-DATE       TO INV-RETURN-DATE.
           WRITE INVOICE-LINE FROM INVOICE-HEADING.
           MOVE WS-RENTAL-DAYS    TO INV-RENTAL-DAYS.
           MOVE RENTAL-DAILY-RATE TO INV-DAILY-RATE.
           MOVE WS-RENTAL-CHARGE  TO INV-RENTAL-AMT.
           WRITE INVOICE-LINE FROM INVOICE-RENTAL-LINE.
           MOVE "LATE FEE"        TO INV-LABEL.
           MOVE WS-LATE-FEE       TO INV-AMOUNT.
           WRITE INVOICE-LINE FROM INVOICE-AMOUNT-LINE.
           MOVE "DAMAGE CHARGE"   TO INV-LABEL.
           MOVE WS-DAMAGE-CHARGE  TO INV-AMOUNT.
           WRITE INVOICE-LINE FROM INVOICE-AMOUNT-LINE.
           MOVE "TOTAL CHARGES"   TO INV-LABEL.
           MOVE WS-TOTAL-CHARGES  TO INV-AMOUNT.
           WRITE INVOICE-LINE FROM INVOICE-AMOUNT-LINE.
           MOVE "LESS SECURITY DEPOSIT" TO INV-LABEL.
           MOVE RENTAL-DEPOSIT    TO INV-AMOUNT.
           WRITE INVOICE-LINE FROM INVOICE-AMOUNT-LINE.
           IF WS-AMOUNT-DUE > ZERO
               MOVE "AMOUNT DUE FROM CUSTOMER" TO INV-LABEL
               MOVE WS-AMOUNT-DUE TO INV-AMOUNT
           ELSE
               MOVE "REFUND TO CUSTOMER" TO INV-LABEL
               MOVE WS-REFUND TO INV-AMOUNT.
           WRITE INVOICE-LINE FROM INVOICE-AMOUNT-LINE.
           WRITE INVOICE-LINE FROM BLANK-LINE.
       430-EXIT.
           EXIT.

       500-STILL-OUT.
      *  No return - the rental carries forward; past due gets a
      *  notice
           ADD 1 TO RENTALS-STILL-OUT.
           WRITE NEW-RENTAL-REC FROM RENTAL-REC.
           IF RENTAL-DEPOSIT NUMERIC
              AND RENTAL-DEPOSIT > ZERO
               MOVE SPACES          TO LEDGER-OUT-REC
               MOVE RENTAL-KEY      TO NLD-KEY
               MOVE RENTAL-CUSTOMER TO NLD-CUSTOMER
               MOVE RENTAL-DATE-OUT TO NLD-DATE-OUT
               MOVE RENTAL-DEPOSIT  TO NLD-DEPOSIT
               WRITE LEDGER-OUT-REC
               ADD RENTAL-DEPOSIT   TO LEDGER-CLOSING
           END-IF.
           MOVE RENTAL-DATE-DUE TO WS-DUE-YYYYMMDD.
           COMPUTE WS-DUE-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-DUE-YYYYMMDD).
               AT END
                   SET NO-MORE-RENTAL-RECORDS TO TRUE
                   MOVE HIGH-VALUES TO WS-RENTAL-KEY
                   PERFORM 930-LEDGER-ORPHAN THRU 930-EXIT
                       UNTIL NO-MORE-LEDGER-RECORDS
                   GO TO 900-EXIT
           END-READ.
           MOVE RENTAL-KEY TO WS-RENTAL-KEY.
           PERFORM 940-MATCH-LEDGER THRU 940-EXIT.
       900-EXIT.
           EXIT.

       910-EXIT.
           EXIT.

       920-READ-LEDGER.
           READ LEDGER-IN-FILE
               AT END
                   SET NO-MORE-LEDGER-RECORDS TO TRUE
                   MOVE HIGH-VALUES TO WS-LEDGER-KEY
                   GO TO 920-EXIT
           END-READ.
           MOVE LDG-KEY TO WS-LEDGER-KEY.
           ADD LDG-DEPOSIT TO LEDGER-OPENING.
       920-EXIT.
           EXIT.

       930-LEDGER-ORPHAN.
      *  A deposit on the ledger with no open rental behind it - the
      *  money is still held, so it carries forward until someone
      *  clears it
           ADD 1 TO LEDGER-ORPHANS.
           MOVE "*** NO RENTAL   " TO REG-ACTIVITY.
           MOVE LDG-KEY            TO REG-RENTAL-KEY.
           MOVE LDG-CUSTOMER       TO REG-CUSTOMER.
           MOVE LDG-DEPOSIT        TO REG-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL.
           WRITE LEDGER-OUT-REC FROM LEDGER-IN-REC.
           ADD LDG-DEPOSIT TO LEDGER-CLOSING.
           PERFORM 920-READ-LEDGER THRU 920-EXIT.
       930-EXIT.
           EXIT.

       940-MATCH-LEDGER.
      *  Same rental-key order as the open rentals - a rental the
      *  ledger has not seen yet went out since the last run
           PERFORM 930-LEDGER-ORPHAN THRU 930-EXIT
               UNTIL WS-LEDGER-KEY NOT < WS-RENTAL-KEY.
           IF WS-LEDGER-KEY = WS-RENTAL-KEY
               PERFORM 920-READ-LEDGER THRU 920-EXIT
               GO TO 940-EXIT.
           IF RENTAL-DEPOSIT NOT NUMERIC
               GO TO 940-EXIT.
           IF RENTAL-DEPOSIT > ZERO
               ADD 1 TO DEPOSITS-TAKEN-CNT
               ADD RENTAL-DEPOSIT      TO DEPOSITS-TAKEN
               MOVE "DEPOSIT TAKEN   " TO REG-ACTIVITY
               MOVE RENTAL-KEY         TO REG-RENTAL-KEY
               MOVE RENTAL-CUSTOMER    TO REG-CUSTOMER
               MOVE RENTAL-DEPOSIT     TO REG-AMOUNT
               WRITE REGISTER-LINE FROM REGISTER-DETAIL.
       940-EXIT.
           EXIT.

       950-PRINT-REGISTER-TOTALS.
           COMPUTE DEPOSITS-RETAINED =
               DEPOSITS-RELEASED - REFUNDS-ISSUED.
           COMPUTE NET-TILL = DEPOSITS-TAKEN - REFUNDS-ISSUED.
           WRITE REGISTER-LINE FROM BLANK-LINE.
           MOVE "DEPOSITS TAKEN"       TO REG-TOT-LABEL.
           MOVE DEPOSITS-TAKEN-CNT     TO REG-TOT-COUNT.
           MOVE DEPOSITS-TAKEN         TO REG-TOT-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL.
           MOVE "REFUNDS ISSUED"       TO REG-TOT-LABEL.
           MOVE REFUNDS-ISSUED-CNT     TO REG-TOT-COUNT.
           MOVE REFUNDS-ISSUED         TO REG-TOT-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL.
           MOVE "AMOUNTS BILLED"       TO REG-TOT-LABEL.
           MOVE AMOUNTS-BILLED-CNT     TO REG-TOT-COUNT.
           MOVE AMOUNTS-BILLED         TO REG-TOT-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL.
           MOVE "NET CASH AT TILL"     TO REG-TOT-LABEL.
           MOVE ZERO                   TO REG-TOT-COUNT.
           MOVE NET-TILL               TO REG-TOT-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL.
           WRITE REGISTER-LINE FROM BLANK-LINE.
           MOVE "LEDGER OPENING BALANCE" TO REG-TOT-LABEL.
           MOVE ZERO                   TO REG-TOT-COUNT.
           MOVE LEDGER-OPENING         TO REG-TOT-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL.
           MOVE "  PLUS DEPOSITS TAKEN" TO REG-TOT-LABEL.
           MOVE DEPOSITS-TAKEN         TO REG-TOT-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL.
           MOVE "  LESS DEPOSITS RELEASED" TO REG-TOT-LABEL.
           MOVE DEPOSITS-RELEASED      TO REG-TOT-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL.
           MOVE "    APPLIED TO CHARGES" TO REG-TOT-LABEL.
           MOVE DEPOSITS-RETAINED      TO REG-TOT-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL.
           MOVE "LEDGER CLOSING BALANCE" TO REG-TOT-LABEL.
           MOVE LEDGER-CLOSING         TO REG-TOT-AMOUNT.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL.
           COMPUTE LEDGER-EXPECTED =
               LEDGER-OPENING + DEPOSITS-TAKEN - DEPOSITS-RELEASED.
           IF LEDGER-EXPECTED NOT = LEDGER-CLOSING
               MOVE "*** LEDGER OUT OF BALANCE BY" TO REG-TOT-LABEL
               COMPUTE NET-TILL = LEDGER-CLOSING - LEDGER-EXPECTED
               MOVE NET-TILL            TO REG-TOT-AMOUNT
               WRITE REGISTER-LINE FROM REGISTER-TOTAL
               MOVE 8 TO RETURN-CODE.
       950-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE RETURNS-PROCESSED TO TOT-RETURNS.
           MOVE ORPHAN-RETURNS    TO TOT-ORPHANS.
           MOVE TOTAL-LATE-FEES   TO TOT-FEES.
           WRITE NOTICE-LINE FROM BLANK-LINE.
           WRITE NOTICE-LINE FROM NOTICE-TOTALS.
           PERFORM 950-PRINT-REGISTER-TOTALS THRU 950-EXIT.
           CLOSE RENTALS-FILE, RETURNS-FILE, FEERATE-FILE,
                 NEW-RENTALS-FILE, HISTORY-FILE, OVERDUE-FILE,
                 LEDGER-IN-FILE, LEDGER-OUT-FILE, INVOICE-FILE,
                 REGISTER-FILE.
           DISPLAY "NORMAL END OF JOB RENTRET".
       999-EXIT.
           EXIT.
