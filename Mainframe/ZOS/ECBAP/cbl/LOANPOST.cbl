      *****************************************************************
      * Program name:    LOANPOST
      *
      * Monthly payment posting for the mortgage loans LOANBOOK put
      * on the servicing master.  Payments come in loan-number and
      * date order.  Each one, together with any unapplied funds
      * already held, pays whole installments - interest on the live
      * balance at one twelfth the annual rate, the rest of the P+I
      * to principal, and the monthly escrow - for the installments
      * already due plus the one coming due within the month.  Then:
      *    - late charges outstanding are paid from what is left,
      *      once no installment is still past due
      *    - the amount the borrower marked as extra principal goes
      *      straight to principal if the loan is current; a loan
      *      still behind has it put to the past-due installments
      *    - anything short of a full installment is held as
      *      unapplied funds (a partial payment) until the rest
      *      comes in
      * An installment not paid within the grace period draws a
      * late charge of five percent of the P+I, once per
      * installment, and the loan is aged 30/60/90 days from the
      * oldest unpaid due date.  Prints a statement for every active
      * borrower and the delinquency report; payments for loans not
      * on file, or already paid off, are listed there and left for
      * cash applications (return code 4).
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 2026-10-15 MYNAME        Created - payment posting, late
      *                          charges, aging, borrower statement,
      *                          delinquency report.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanMasterIn
             ASSIGN TO UT-S-LNMASTI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LoanMasterIn-Status.
           SELECT LoanMasterOut
             ASSIGN TO UT-S-LNMASTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LoanMasterOut-Status.
           SELECT LoanPaymentFile
             ASSIGN TO UT-S-LNPAYMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LoanPaymentFile-Status.
           SELECT StatementFile
             ASSIGN TO UT-S-LNSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS StatementFile-Status.
           SELECT DelinquencyReport
             ASSIGN TO UT-S-LNDELQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DelinquencyReport-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  LoanMasterIn
           RECORD CONTAINS 350 CHARACTERS.
           COPY LOANMSTR.

       FD  LoanMasterOut
           RECORD CONTAINS 350 CHARACTERS.
       01  LoanMasterOut-Record          PIC X(350).

      * LP-EXTRA-PRINCIPAL is the part of LP-AMOUNT the borrower
      * marked as additional principal
       FD  LoanPaymentFile
           RECORD CONTAINS 40 CHARACTERS.
       01  LoanPaymentFile-Record.
           05  LP-LOAN-NUMBER            PIC X(10).
           05  LP-PAY-DATE               PIC 9(8).
           05  LP-PAY-DATE-PARTS REDEFINES LP-PAY-DATE.
               10  LP-PAY-YEAR           PIC 9(4).
               10  LP-PAY-MMDD           PIC 9(4).
           05  LP-AMOUNT                 PIC 9(6)V99.
           05  LP-EXTRA-PRINCIPAL        PIC 9(6)V99.
           05  FILLER                    PIC X(6).

       FD  StatementFile
           RECORD CONTAINS 100 CHARACTERS.
       01  StatementFile-Record          PIC X(100).

       FD  DelinquencyReport
           RECORD CONTAINS 100 CHARACTERS.
       01  DelinquencyReport-Record      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-File-Status.
           05  LoanMasterIn-Status      PIC X(02).
               88 LoanMasterIn-OK           VALUE '00'.
               88 LoanMasterIn-EOF          VALUE '10'.
           05  LoanMasterOut-Status     PIC X(02).
               88 LoanMasterOut-OK          VALUE '00'.
           05  LoanPaymentFile-Status   PIC X(02).
               88 LoanPaymentFile-OK        VALUE '00'.
               88 LoanPaymentFile-EOF       VALUE '10'.
           05  StatementFile-Status     PIC X(02).
               88 StatementFile-OK          VALUE '00'.
           05  DelinquencyReport-Status PIC X(02).
               88 DelinquencyReport-OK      VALUE '00'.

       01  POSTING-CONSTANTS.
           05  PC-GRACE-DAYS             PIC 99   VALUE 15.
           05  PC-LATE-CHARGE-RATE       PIC V99  VALUE .05.

      * Match keys - HIGH-VALUES once a file is exhausted
       01  MATCH-KEYS.
           05  MK-MASTER-KEY             PIC X(10).
           05  MK-PAYMENT-KEY            PIC X(10).

       01  RUN-DATE-FIELDS.
           05  RD-RUN-DATE               PIC 9(8).
           05  RD-RUN-DATE-PARTS REDEFINES RD-RUN-DATE.
               10  RD-RUN-YEAR           PIC 9(4).
               10  RD-RUN-MONTH          PIC 99.
               10  RD-RUN-DAY            PIC 99.
           05  RD-RUN-DAY-NBR            PIC S9(7) COMP.

      * Due dates step a month at a time - the due day never passes
      * the 28th, so only the month and year move
       01  DATE-WORK-FIELDS.
           05  DW-DATE                   PIC 9(8).
           05  DW-DATE-PARTS REDEFINES DW-DATE.
               10  DW-YEAR               PIC 9(4).
               10  DW-MONTH              PIC 99.
               10  DW-DAY                PIC 99.
           05  DW-DAYS-LATE              PIC S9(7) COMP.

       01  PAYMENT-WORK-FIELDS.
           05  PW-FUNDS                  PIC 9(7)V99.
           05  PW-EXTRA                  PIC 9(6)V99.
           05  PW-UNAPPLIED-BEFORE       PIC 9(6)V99.
           05  PW-LIMIT-DATE             PIC 9(8).
           05  PW-REJECT-REASON          PIC X(30).

       01  INSTALLMENT-WORK-FIELDS.
           05  IN-MONTHLY-RATE           PIC 9V9(9).
           05  IN-INTEREST               PIC 9(6)V99.
           05  IN-PRINCIPAL              PIC 9(7)V99.
           05  IN-AMOUNT                 PIC 9(7)V99.

      * How one payment was split - printed on the statement
       01  PAYMENT-SPLIT.
           05  PS-PRINCIPAL              PIC 9(7)V99.
           05  PS-INTEREST               PIC 9(6)V99.
           05  PS-ESCROW                 PIC 9(6)V99.
           05  PS-LATE-CHARGE            PIC 9(5)V99.
           05  PS-EXTRA                  PIC 9(6)V99.

       01  AGING-WORK-FIELDS.
           05  AG-PAST-DUE-COUNT         PIC 9(3).
           05  AG-PAST-DUE-AMOUNT        PIC 9(7)V99.
           05  AG-TOTAL-DUE              PIC S9(7)V99.
           05  AG-BUCKET                 PIC 9.
           05  AG-UPCOMING-DUE-DATE      PIC 9(8).
           05  AG-PAYMENTS-THIS-LOAN     PIC S9(4) COMP.

       01  POSTING-TOTALS.
           05  PT-LOANS-SERVICED         PIC S9(7) COMP VALUE ZERO.
           05  PT-LOANS-PAID-OFF         PIC S9(7) COMP VALUE ZERO.
           05  PT-PAYMENTS-POSTED        PIC S9(7) COMP VALUE ZERO.
           05  PT-PAYMENTS-REJECTED      PIC S9(7) COMP VALUE ZERO.
           05  PT-LATE-CHARGES-ASSESSED  PIC S9(7) COMP VALUE ZERO.
           05  PT-CASH-RECEIVED          PIC 9(9)V99 VALUE ZERO.
           05  PT-PRINCIPAL              PIC 9(9)V99 VALUE ZERO.
           05  PT-INTEREST               PIC 9(9)V99 VALUE ZERO.
           05  PT-ESCROW                 PIC 9(9)V99 VALUE ZERO.
           05  PT-LATE-CHARGES-PAID      PIC 9(9)V99 VALUE ZERO.
           05  PT-EXTRA-PRINCIPAL        PIC 9(9)V99 VALUE ZERO.
           05  PT-UNAPPLIED-CHANGE       PIC S9(9)V99 VALUE ZERO.
           05  PT-CASH-APPLIED           PIC S9(9)V99 VALUE ZERO.

      * Delinquency buckets 1-29, 30-59, 60-89 and 90+ days
       01  DELINQUENCY-BUCKET-NAMES.
           05  FILLER                    PIC X(20)
               VALUE '1-29 30-5960-8990+  '.
       01  DELINQUENCY-BUCKET-TABLE REDEFINES DELINQUENCY-BUCKET-NAMES.
           05  DB-NAME                   PIC X(5) OCCURS 4 TIMES.
       01  DELINQUENCY-TOTALS.
           05  DT-BUCKET OCCURS 4 TIMES INDEXED BY DT-IDX.
               10  DT-COUNT              PIC S9(7) COMP.
               10  DT-BALANCE            PIC 9(9)V99.
               10  DT-PAST-DUE           PIC 9(9)V99.

      * Borrower statement
       01  STMT-HDR-LINE.
           05  FILLER                    PIC X(50)
               VALUE 'MORTGAGE LOAN STATEMENT'.
           05  FILLER                    PIC X(16)
               VALUE 'STATEMENT DATE '.
           05  SH-STATEMENT-DATE         PIC 9999/99/99.

       01  STMT-LOAN-LINE.
           05  FILLER                    PIC X(13)
               VALUE 'LOAN NUMBER  '.
           05  SH-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(7)  VALUE '  RATE '.
           05  SH-ANNUAL-RATE            PIC Z9.999.
           05  FILLER                    PIC X(1)  VALUE '%'.

       01  STMT-ADDRESS-LINE.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  SA-ADDRESS-TEXT           PIC X(30).

       01  STMT-COL-LINE.
           05  FILLER                    PIC X(50) VALUE
               '     DATE       AMOUNT  PRINCIPAL   INTEREST     E'.
           05  FILLER                    PIC X(50) VALUE
               'SCROW   LATE CHG EXTRA PRIN'.

       01  STMT-PAYMENT-LINE.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SP-PAY-DATE               PIC 9999/99/99.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SP-AMOUNT                 PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SP-PRINCIPAL              PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SP-INTEREST               PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SP-ESCROW                 PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SP-LATE-CHARGE            PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  SP-EXTRA                  PIC ZZZ,ZZ9.99.

       01  STMT-NO-PAYMENT-LINE          PIC X(100) VALUE
           '     NO PAYMENTS RECEIVED THIS PERIOD'.

       01  STMT-SUMMARY-LINE.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  SS-LABEL                  PIC X(30).
           05  SS-AMOUNT                 PIC $$$,$$$,$$9.99-.

       01  STMT-DUE-DATE-LINE.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  FILLER                    PIC X(30)
               VALUE 'NEXT PAYMENT DUE'.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  SD-DUE-DATE               PIC 9999/99/99.

       01  STMT-NOTICE-LINE.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  FILLER                    PIC X(17)
               VALUE '*** YOUR LOAN IS '.
           05  SN-DAYS-PAST-DUE          PIC ZZZ9.
           05  FILLER                    PIC X(38)
               VALUE ' DAYS PAST DUE - PLEASE REMIT NOW ***'.

       01  STMT-PAID-LINE.
           05  FILLER                    PIC X(41) VALUE
               '    *** LOAN PAID IN FULL - ANY UNAPPLIED'.
           05  FILLER                    PIC X(59) VALUE
               ' FUNDS AND ESCROW BALANCE WILL BE REFUNDED ***'.

       01  STMT-END-LINE                 PIC X(100) VALUE ALL '-'.

      * Delinquency report
       01  DELQ-HDR-LINE.
           05  FILLER                    PIC X(40)
               VALUE 'MORTGAGE DELINQUENCY REPORT  AS OF '.
           05  DH-RUN-DATE               PIC 9999/99/99.

       01  DELQ-COL-LINE.
           05  FILLER                    PIC X(50) VALUE
               'LOAN NBR   BORROWER              OLDEST DUE DAYS  '.
           05  FILLER                    PIC X(50) VALUE
               'AGE  INST   PAST DUE  LATE CHG    PRINCIPAL'.

       01  DELQ-DETAIL-LINE.
           05  DD-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  DD-BORROWER-NAME          PIC X(20).
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DD-NEXT-DUE               PIC 9999/99/99.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  DD-DAYS                   PIC ZZZ9.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  DD-BUCKET                 PIC X(5).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  DD-INSTALLMENTS           PIC ZZ9.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  DD-PAST-DUE               PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  DD-LATE-CHARGES           PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  DD-PRINCIPAL              PIC Z,ZZZ,ZZ9.99.

       01  DELQ-REJECT-LINE.
           05  DR-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  DR-PAY-DATE               PIC X(8).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  DR-AMOUNT                 PIC ZZZ,ZZ9.99.
           05  FILLER                    PIC X(21)
               VALUE '  *** PAYMENT HELD - '.
           05  DR-REASON                 PIC X(30).

       01  DELQ-BUCKET-LINE.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  DB-BUCKET-NAME            PIC X(5).
           05  FILLER                    PIC X(6) VALUE ' DAYS '.
           05  DB-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(8) VALUE ' LOANS  '.
           05  FILLER                    PIC X(10) VALUE 'PAST DUE '.
           05  DB-PAST-DUE               PIC $$$,$$$,$$9.99.
           05  FILLER                    PIC X(12) VALUE '  PRINCIPAL '.
           05  DB-BALANCE                PIC $$$$,$$$,$$9.99.

       01  DELQ-TOTAL-LINE.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  DX-LABEL                  PIC X(30).
           05  DX-AMOUNT                 PIC $$$$,$$$,$$9.99-.

       01  DELQ-COUNT-LINE.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  DC-LABEL                  PIC X(30).
           05  DC-COUNT                  PIC ZZZ,ZZ9.

       01  REPORT-BLANK-LINE             PIC X(100) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM BEGIN-POSTING.
           PERFORM PROCESS-LOAN
              UNTIL MK-MASTER-KEY = HIGH-VALUES
                AND MK-PAYMENT-KEY = HIGH-VALUES.
           PERFORM END-POSTING.
           GOBACK.
      *
       BEGIN-POSTING.
           OPEN INPUT  LoanMasterIn
                       LoanPaymentFile
                OUTPUT LoanMasterOut
                       StatementFile
                       DelinquencyReport.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RD-RUN-DATE.
           COMPUTE RD-RUN-DAY-NBR =
              FUNCTION INTEGER-OF-DATE(RD-RUN-DATE).
           INITIALIZE DELINQUENCY-TOTALS.
           MOVE RD-RUN-DATE TO DH-RUN-DATE, SH-STATEMENT-DATE.
           WRITE DelinquencyReport-Record FROM DELQ-HDR-LINE.
           WRITE DelinquencyReport-Record FROM REPORT-BLANK-LINE.
           WRITE DelinquencyReport-Record FROM DELQ-COL-LINE.
           PERFORM READ-LOAN-MASTER.
           PERFORM READ-LOAN-PAYMENT.
      *
       PROCESS-LOAN.
           EVALUATE TRUE
              WHEN MK-PAYMENT-KEY < MK-MASTER-KEY
                 MOVE 'LOAN NOT ON FILE' TO PW-REJECT-REASON
                 PERFORM REJECT-PAYMENT
                 PERFORM READ-LOAN-PAYMENT
              WHEN LM-PAID-OFF
                 PERFORM REJECT-PAID-OFF-PAYMENT
                    UNTIL MK-PAYMENT-KEY NOT = MK-MASTER-KEY
                 WRITE LoanMasterOut-Record FROM LOAN-MASTER-REC
                 PERFORM READ-LOAN-MASTER
              WHEN OTHER
                 PERFORM SERVICE-LOAN
                 WRITE LoanMasterOut-Record FROM LOAN-MASTER-REC
                 PERFORM READ-LOAN-MASTER
           END-EVALUATE.
      *
       REJECT-PAID-OFF-PAYMENT.
           MOVE 'LOAN ALREADY PAID OFF' TO PW-REJECT-REASON.
           PERFORM REJECT-PAYMENT.
           PERFORM READ-LOAN-PAYMENT.
      *
      * One active loan: its payments, then late charges for what is
      * still unpaid past grace, aging, the statement and (if behind)
      * the delinquency line
       SERVICE-LOAN.
           ADD 1 TO PT-LOANS-SERVICED.
           MOVE ZERO TO AG-PAYMENTS-THIS-LOAN.
           COMPUTE IN-MONTHLY-RATE = (LM-ANNUAL-RATE / 100) / 12.
           PERFORM WRITE-STATEMENT-HEADER.
           PERFORM POST-PAYMENT
              UNTIL MK-PAYMENT-KEY NOT = MK-MASTER-KEY.
           IF AG-PAYMENTS-THIS-LOAN = ZERO
              WRITE StatementFile-Record FROM STMT-NO-PAYMENT-LINE
           END-IF.
           IF LM-ACTIVE
              PERFORM ASSESS-LATE-CHARGES
           END-IF.
           PERFORM AGE-LOAN.
           PERFORM WRITE-STATEMENT-SUMMARY.
           IF AG-PAST-DUE-COUNT > ZERO
              PERFORM WRITE-DELINQUENCY-LINE
           END-IF.
      *
       POST-PAYMENT.
           IF LP-AMOUNT NOT NUMERIC
              OR LP-EXTRA-PRINCIPAL NOT NUMERIC
              OR LP-PAY-DATE NOT NUMERIC
              MOVE 'PAYMENT RECORD NOT NUMERIC' TO PW-REJECT-REASON
              PERFORM REJECT-PAYMENT
           ELSE
              IF LP-EXTRA-PRINCIPAL > LP-AMOUNT
                 MOVE 'EXTRA PRINCIPAL OVER AMOUNT'
                    TO PW-REJECT-REASON
                 PERFORM REJECT-PAYMENT
              ELSE
                 IF LM-PAID-OFF
                    MOVE 'LOAN ALREADY PAID OFF' TO PW-REJECT-REASON
                    PERFORM REJECT-PAYMENT
                 ELSE
                    PERFORM APPLY-PAYMENT
                 END-IF
              END-IF
           END-IF.
           PERFORM READ-LOAN-PAYMENT.
      *
       APPLY-PAYMENT.
           ADD 1 TO PT-PAYMENTS-POSTED, AG-PAYMENTS-THIS-LOAN.
           ADD LP-AMOUNT TO PT-CASH-RECEIVED.
           IF LP-PAY-YEAR > LM-YTD-YEAR
              PERFORM ROLL-YEAR-TO-DATE
           END-IF.
           INITIALIZE PAYMENT-SPLIT.
           MOVE LM-UNAPPLIED-FUNDS TO PW-UNAPPLIED-BEFORE.
           COMPUTE PW-FUNDS =
              LM-UNAPPLIED-FUNDS + LP-AMOUNT - LP-EXTRA-PRINCIPAL.
           MOVE LP-EXTRA-PRINCIPAL TO PW-EXTRA.
           MOVE ZERO TO LM-UNAPPLIED-FUNDS.
           MOVE LP-PAY-DATE TO DW-DATE.
           PERFORM ADVANCE-ONE-MONTH.
           MOVE DW-DATE TO PW-LIMIT-DATE.

           PERFORM PAY-INSTALLMENTS.
           IF PW-EXTRA > ZERO
              AND LM-ACTIVE
              AND LM-NEXT-DUE-DATE NOT > LP-PAY-DATE
              ADD PW-EXTRA TO PW-FUNDS
              MOVE ZERO TO PW-EXTRA
              PERFORM PAY-INSTALLMENTS
           END-IF.

           IF LM-LATE-CHARGES-DUE > ZERO AND PW-FUNDS > ZERO
              AND LM-NEXT-DUE-DATE > LP-PAY-DATE
              IF PW-FUNDS < LM-LATE-CHARGES-DUE
                 MOVE PW-FUNDS TO PS-LATE-CHARGE
              ELSE
                 MOVE LM-LATE-CHARGES-DUE TO PS-LATE-CHARGE
              END-IF
              SUBTRACT PS-LATE-CHARGE FROM PW-FUNDS,
                                           LM-LATE-CHARGES-DUE
              ADD PS-LATE-CHARGE TO LM-YTD-LATE-CHARGES
           END-IF.

           IF PW-EXTRA > ZERO AND LM-ACTIVE
              IF PW-EXTRA > LM-PRINCIPAL-BALANCE
                 MOVE LM-PRINCIPAL-BALANCE TO PS-EXTRA
              ELSE
                 MOVE PW-EXTRA TO PS-EXTRA
              END-IF
              SUBTRACT PS-EXTRA FROM PW-EXTRA, LM-PRINCIPAL-BALANCE
              ADD PS-EXTRA TO LM-YTD-PRINCIPAL
              IF LM-PRINCIPAL-BALANCE = ZERO
                 PERFORM MARK-PAID-OFF
              END-IF
           END-IF.

           COMPUTE LM-UNAPPLIED-FUNDS = PW-FUNDS + PW-EXTRA.
           MOVE LP-PAY-DATE TO LM-LAST-PAY-DATE.
           MOVE LP-AMOUNT   TO LM-LAST-PAY-AMOUNT.

           ADD PS-PRINCIPAL   TO PT-PRINCIPAL.
           ADD PS-INTEREST    TO PT-INTEREST.
           ADD PS-ESCROW      TO PT-ESCROW.
           ADD PS-LATE-CHARGE TO PT-LATE-CHARGES-PAID.
           ADD PS-EXTRA       TO PT-EXTRA-PRINCIPAL.
           COMPUTE PT-UNAPPLIED-CHANGE = PT-UNAPPLIED-CHANGE
              + LM-UNAPPLIED-FUNDS - PW-UNAPPLIED-BEFORE.
           PERFORM WRITE-STATEMENT-PAYMENT.
      *
      * Whole installments only - due already, or coming due within
      * a month of the payment
       PAY-INSTALLMENTS.
           PERFORM COMPUTE-INSTALLMENT.
           PERFORM APPLY-INSTALLMENT
              UNTIL LM-PAID-OFF
                 OR PW-FUNDS < IN-AMOUNT
                 OR LM-NEXT-DUE-DATE > PW-LIMIT-DATE.
      *
      * Interest on the live balance; the last installment takes
      * whatever principal is left
       COMPUTE-INSTALLMENT.
           COMPUTE IN-INTEREST ROUNDED =
              LM-PRINCIPAL-BALANCE * IN-MONTHLY-RATE.
           IF LM-PI-PAYMENT > IN-INTEREST
              COMPUTE IN-PRINCIPAL = LM-PI-PAYMENT - IN-INTEREST
           ELSE
              MOVE ZERO TO IN-PRINCIPAL
           END-IF.
           IF IN-PRINCIPAL > LM-PRINCIPAL-BALANCE
              MOVE LM-PRINCIPAL-BALANCE TO IN-PRINCIPAL
           END-IF.
           COMPUTE IN-AMOUNT =
              IN-INTEREST + IN-PRINCIPAL + LM-ESCROW-PAYMENT.
      *
       APPLY-INSTALLMENT.
           MOVE LM-NEXT-DUE-DATE TO DW-DATE.
           COMPUTE DW-DAYS-LATE =
              FUNCTION INTEGER-OF-DATE(LP-PAY-DATE)
              - FUNCTION INTEGER-OF-DATE(DW-DATE).
           IF DW-DAYS-LATE > PC-GRACE-DAYS
              PERFORM ASSESS-ONE-LATE-CHARGE
           END-IF.
           SUBTRACT IN-AMOUNT FROM PW-FUNDS.
           ADD IN-INTEREST       TO PS-INTEREST, LM-YTD-INTEREST.
           ADD IN-PRINCIPAL      TO PS-PRINCIPAL, LM-YTD-PRINCIPAL.
           ADD LM-ESCROW-PAYMENT TO PS-ESCROW, LM-YTD-ESCROW,
                                    LM-ESCROW-BALANCE.
           SUBTRACT IN-PRINCIPAL FROM LM-PRINCIPAL-BALANCE.
           ADD 1 TO LM-PAYMENTS-MADE.
           PERFORM ADVANCE-ONE-MONTH.
           MOVE DW-DATE TO LM-NEXT-DUE-DATE.
           IF LM-PRINCIPAL-BALANCE = ZERO
              PERFORM MARK-PAID-OFF
           ELSE
              PERFORM COMPUTE-INSTALLMENT
           END-IF.
      *
       MARK-PAID-OFF.
           SET LM-PAID-OFF TO TRUE.
           ADD 1 TO PT-LOANS-PAID-OFF.
      *
      * Installments still unpaid past grace at the run date, each
      * charged once - the installment in DW-DATE
       ASSESS-LATE-CHARGES.
           MOVE LM-NEXT-DUE-DATE TO DW-DATE.
           COMPUTE DW-DAYS-LATE = RD-RUN-DAY-NBR
              - FUNCTION INTEGER-OF-DATE(DW-DATE).
           PERFORM ASSESS-NEXT-LATE-CHARGE
              UNTIL DW-DAYS-LATE NOT > PC-GRACE-DAYS.
      *
       ASSESS-NEXT-LATE-CHARGE.
           PERFORM ASSESS-ONE-LATE-CHARGE.
           PERFORM ADVANCE-ONE-MONTH.
           COMPUTE DW-DAYS-LATE = RD-RUN-DAY-NBR
              - FUNCTION INTEGER-OF-DATE(DW-DATE).
      *
       ASSESS-ONE-LATE-CHARGE.
           IF DW-DATE > LM-LAST-LATE-DUE-DATE
              COMPUTE LM-LATE-CHARGES-DUE ROUNDED =
                 LM-LATE-CHARGES-DUE
                 + LM-PI-PAYMENT * PC-LATE-CHARGE-RATE
              MOVE DW-DATE TO LM-LAST-LATE-DUE-DATE
              ADD 1 TO PT-LATE-CHARGES-ASSESSED
           END-IF.
      *
       ADVANCE-ONE-MONTH.
           IF DW-MONTH = 12
              MOVE 1 TO DW-MONTH
              ADD 1 TO DW-YEAR
           ELSE
              ADD 1 TO DW-MONTH
           END-IF.
      *
      * The year's buckets move to prior-year on the first posting
      * of a new year, with the balance the year closed on
       ROLL-YEAR-TO-DATE.
           MOVE LM-PRINCIPAL-BALANCE TO LM-PRIOR-END-BALANCE.
           MOVE LM-YTD-TOTALS        TO LM-PRIOR-TOTALS.
           INITIALIZE LM-YTD-TOTALS.
           MOVE LP-PAY-YEAR          TO LM-YTD-YEAR.
      *
      * Days and installments past due from the oldest unpaid due
      * date; a loan inside its first 29 days is behind but not yet
      * reported as 30 days delinquent
       AGE-LOAN.
           MOVE ZERO TO AG-PAST-DUE-COUNT, AG-PAST-DUE-AMOUNT,
                        LM-DAYS-PAST-DUE.
           SET LM-CURRENT TO TRUE.
           MOVE LM-NEXT-DUE-DATE TO AG-UPCOMING-DUE-DATE.
           IF LM-ACTIVE AND LM-NEXT-DUE-DATE < RD-RUN-DATE
              MOVE LM-NEXT-DUE-DATE TO DW-DATE
              COMPUTE LM-DAYS-PAST-DUE = RD-RUN-DAY-NBR
                 - FUNCTION INTEGER-OF-DATE(DW-DATE)
              PERFORM COUNT-PAST-DUE-INSTALLMENT
                 UNTIL DW-DATE NOT < RD-RUN-DATE
              MOVE DW-DATE TO AG-UPCOMING-DUE-DATE
              COMPUTE AG-PAST-DUE-AMOUNT =
                 AG-PAST-DUE-COUNT * LM-TOTAL-PAYMENT
              EVALUATE TRUE
                 WHEN LM-DAYS-PAST-DUE > 89
                    SET LM-DELINQ-90 TO TRUE
                    MOVE 4 TO AG-BUCKET
                 WHEN LM-DAYS-PAST-DUE > 59
                    SET LM-DELINQ-60 TO TRUE
                    MOVE 3 TO AG-BUCKET
                 WHEN LM-DAYS-PAST-DUE > 29
                    SET LM-DELINQ-30 TO TRUE
                    MOVE 2 TO AG-BUCKET
                 WHEN OTHER
                    MOVE 1 TO AG-BUCKET
              END-EVALUATE
           END-IF.
      *
       COUNT-PAST-DUE-INSTALLMENT.
           ADD 1 TO AG-PAST-DUE-COUNT.
           PERFORM ADVANCE-ONE-MONTH.
      *
       REJECT-PAYMENT.
           ADD 1 TO PT-PAYMENTS-REJECTED.
           MOVE LP-LOAN-NUMBER   TO DR-LOAN-NUMBER.
           MOVE LP-PAY-DATE      TO DR-PAY-DATE.
           IF LP-AMOUNT NUMERIC
              MOVE LP-AMOUNT     TO DR-AMOUNT
           ELSE
              MOVE ZERO          TO DR-AMOUNT
           END-IF.
           MOVE PW-REJECT-REASON TO DR-REASON.
           WRITE DelinquencyReport-Record FROM DELQ-REJECT-LINE.
      *
       WRITE-STATEMENT-HEADER.
           MOVE LM-LOAN-NUMBER   TO SH-LOAN-NUMBER.
           MOVE LM-ANNUAL-RATE   TO SH-ANNUAL-RATE.
           WRITE StatementFile-Record FROM STMT-HDR-LINE.
           WRITE StatementFile-Record FROM STMT-LOAN-LINE.
           MOVE LM-BORROWER-NAME TO SA-ADDRESS-TEXT.
           WRITE StatementFile-Record FROM STMT-ADDRESS-LINE.
           MOVE LM-BORROWER-ADDRESS TO SA-ADDRESS-TEXT.
           WRITE StatementFile-Record FROM STMT-ADDRESS-LINE.
           MOVE LM-BORROWER-CITY-ST TO SA-ADDRESS-TEXT.
           WRITE StatementFile-Record FROM STMT-ADDRESS-LINE.
           WRITE StatementFile-Record FROM REPORT-BLANK-LINE.
           WRITE StatementFile-Record FROM STMT-COL-LINE.
      *
       WRITE-STATEMENT-PAYMENT.
           MOVE LP-PAY-DATE      TO SP-PAY-DATE.
           MOVE LP-AMOUNT        TO SP-AMOUNT.
           MOVE PS-PRINCIPAL     TO SP-PRINCIPAL.
           MOVE PS-INTEREST      TO SP-INTEREST.
           MOVE PS-ESCROW        TO SP-ESCROW.
           MOVE PS-LATE-CHARGE   TO SP-LATE-CHARGE.
           MOVE PS-EXTRA         TO SP-EXTRA.
           WRITE StatementFile-Record FROM STMT-PAYMENT-LINE.
      *
      * Amount due is the next installment coming due plus any past
      * due and late charges, less what is already held unapplied
       WRITE-STATEMENT-SUMMARY.
           WRITE StatementFile-Record FROM REPORT-BLANK-LINE.
           MOVE 'PRINCIPAL BALANCE'     TO SS-LABEL.
           MOVE LM-PRINCIPAL-BALANCE    TO SS-AMOUNT.
           WRITE StatementFile-Record FROM STMT-SUMMARY-LINE.
           MOVE 'ESCROW BALANCE'        TO SS-LABEL.
           MOVE LM-ESCROW-BALANCE       TO SS-AMOUNT.
           WRITE StatementFile-Record FROM STMT-SUMMARY-LINE.
           MOVE 'UNAPPLIED FUNDS'       TO SS-LABEL.
           MOVE LM-UNAPPLIED-FUNDS      TO SS-AMOUNT.
           WRITE StatementFile-Record FROM STMT-SUMMARY-LINE.
           MOVE 'INTEREST PAID THIS YEAR' TO SS-LABEL.
           MOVE LM-YTD-INTEREST         TO SS-AMOUNT.
           WRITE StatementFile-Record FROM STMT-SUMMARY-LINE.
           IF LM-PAID-OFF
              WRITE StatementFile-Record FROM REPORT-BLANK-LINE
              WRITE StatementFile-Record FROM STMT-PAID-LINE
           ELSE
              WRITE StatementFile-Record FROM REPORT-BLANK-LINE
              MOVE AG-UPCOMING-DUE-DATE TO SD-DUE-DATE
              WRITE StatementFile-Record FROM STMT-DUE-DATE-LINE
              MOVE 'REGULAR PAYMENT'    TO SS-LABEL
              MOVE LM-TOTAL-PAYMENT     TO SS-AMOUNT
              WRITE StatementFile-Record FROM STMT-SUMMARY-LINE
              IF AG-PAST-DUE-COUNT > ZERO
                 MOVE 'PAST DUE INSTALLMENTS' TO SS-LABEL
                 MOVE AG-PAST-DUE-AMOUNT      TO SS-AMOUNT
                 WRITE StatementFile-Record FROM STMT-SUMMARY-LINE
              END-IF
              IF LM-LATE-CHARGES-DUE > ZERO
                 MOVE 'LATE CHARGES DUE'      TO SS-LABEL
                 MOVE LM-LATE-CHARGES-DUE     TO SS-AMOUNT
                 WRITE StatementFile-Record FROM STMT-SUMMARY-LINE
              END-IF
              COMPUTE AG-TOTAL-DUE = LM-TOTAL-PAYMENT
                 + AG-PAST-DUE-AMOUNT + LM-LATE-CHARGES-DUE
                 - LM-UNAPPLIED-FUNDS
              IF AG-TOTAL-DUE < ZERO
                 MOVE ZERO TO AG-TOTAL-DUE
              END-IF
              MOVE 'TOTAL AMOUNT DUE'   TO SS-LABEL
              MOVE AG-TOTAL-DUE         TO SS-AMOUNT
              WRITE StatementFile-Record FROM STMT-SUMMARY-LINE
              IF NOT LM-CURRENT
                 MOVE LM-DAYS-PAST-DUE  TO SN-DAYS-PAST-DUE
                 WRITE StatementFile-Record FROM REPORT-BLANK-LINE
                 WRITE StatementFile-Record FROM STMT-NOTICE-LINE
              END-IF
           END-IF.
           WRITE StatementFile-Record FROM STMT-END-LINE.
      *
       WRITE-DELINQUENCY-LINE.
           MOVE LM-LOAN-NUMBER       TO DD-LOAN-NUMBER.
           MOVE LM-BORROWER-NAME     TO DD-BORROWER-NAME.
           MOVE LM-NEXT-DUE-DATE     TO DD-NEXT-DUE.
           MOVE LM-DAYS-PAST-DUE     TO DD-DAYS.
           MOVE DB-NAME(AG-BUCKET)   TO DD-BUCKET.
           MOVE AG-PAST-DUE-COUNT    TO DD-INSTALLMENTS.
           MOVE AG-PAST-DUE-AMOUNT   TO DD-PAST-DUE.
           MOVE LM-LATE-CHARGES-DUE  TO DD-LATE-CHARGES.
           MOVE LM-PRINCIPAL-BALANCE TO DD-PRINCIPAL.
           WRITE DelinquencyReport-Record FROM DELQ-DETAIL-LINE.
           SET DT-IDX TO AG-BUCKET.
           ADD 1                    TO DT-COUNT(DT-IDX).
           ADD LM-PRINCIPAL-BALANCE TO DT-BALANCE(DT-IDX).
           ADD AG-PAST-DUE-AMOUNT   TO DT-PAST-DUE(DT-IDX).
      *
      * Bucket summary, then the posting control totals - cash
      * received must equal cash applied plus the net change in
      * unapplied funds
       END-POSTING.
           WRITE DelinquencyReport-Record FROM REPORT-BLANK-LINE.
           PERFORM WRITE-BUCKET-TOTAL
              VARYING DT-IDX FROM 1 BY 1
              UNTIL DT-IDX > 4.
           WRITE DelinquencyReport-Record FROM REPORT-BLANK-LINE.
           MOVE 'LOANS SERVICED'        TO DC-LABEL.
           MOVE PT-LOANS-SERVICED       TO DC-COUNT.
           WRITE DelinquencyReport-Record FROM DELQ-COUNT-LINE.
           MOVE 'LOANS PAID OFF'        TO DC-LABEL.
           MOVE PT-LOANS-PAID-OFF       TO DC-COUNT.
           WRITE DelinquencyReport-Record FROM DELQ-COUNT-LINE.
           MOVE 'PAYMENTS POSTED'       TO DC-LABEL.
           MOVE PT-PAYMENTS-POSTED      TO DC-COUNT.
           WRITE DelinquencyReport-Record FROM DELQ-COUNT-LINE.
           MOVE 'PAYMENTS HELD'         TO DC-LABEL.
           MOVE PT-PAYMENTS-REJECTED    TO DC-COUNT.
           WRITE DelinquencyReport-Record FROM DELQ-COUNT-LINE.
           MOVE 'LATE CHARGES ASSESSED' TO DC-LABEL.
           MOVE PT-LATE-CHARGES-ASSESSED TO DC-COUNT.
           WRITE DelinquencyReport-Record FROM DELQ-COUNT-LINE.
           MOVE 'CASH RECEIVED'         TO DX-LABEL.
           MOVE PT-CASH-RECEIVED        TO DX-AMOUNT.
           WRITE DelinquencyReport-Record FROM DELQ-TOTAL-LINE.
           MOVE '  TO PRINCIPAL'        TO DX-LABEL.
           MOVE PT-PRINCIPAL            TO DX-AMOUNT.
           WRITE DelinquencyReport-Record FROM DELQ-TOTAL-LINE.
           MOVE '  TO EXTRA PRINCIPAL'  TO DX-LABEL.
           MOVE PT-EXTRA-PRINCIPAL      TO DX-AMOUNT.
           WRITE DelinquencyReport-Record FROM DELQ-TOTAL-LINE.
           MOVE '  TO INTEREST'         TO DX-LABEL.
           MOVE PT-INTEREST             TO DX-AMOUNT.
           WRITE DelinquencyReport-Record FROM DELQ-TOTAL-LINE.
           MOVE '  TO ESCROW'           TO DX-LABEL.
           MOVE PT-ESCROW               TO DX-AMOUNT.
           WRITE DelinquencyReport-Record FROM DELQ-TOTAL-LINE.
           MOVE '  TO LATE CHARGES'     TO DX-LABEL.
           MOVE PT-LATE-CHARGES-PAID    TO DX-AMOUNT.
           WRITE DelinquencyReport-Record FROM DELQ-TOTAL-LINE.
           MOVE '  UNAPPLIED NET CHANGE' TO DX-LABEL.
           MOVE PT-UNAPPLIED-CHANGE     TO DX-AMOUNT.
           WRITE DelinquencyReport-Record FROM DELQ-TOTAL-LINE.
           COMPUTE PT-CASH-APPLIED = PT-PRINCIPAL + PT-EXTRA-PRINCIPAL
              + PT-INTEREST + PT-ESCROW + PT-LATE-CHARGES-PAID
              + PT-UNAPPLIED-CHANGE.
           CLOSE LoanMasterIn
                 LoanPaymentFile
                 LoanMasterOut
                 StatementFile
                 DelinquencyReport.
           EVALUATE TRUE
              WHEN PT-CASH-APPLIED NOT = PT-CASH-RECEIVED
                 DISPLAY 'LOANPOST - CASH OUT OF BALANCE'
                 MOVE 8 TO RETURN-CODE
              WHEN PT-PAYMENTS-REJECTED > ZERO
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE.
      *
       WRITE-BUCKET-TOTAL.
           MOVE DB-NAME(DT-IDX)     TO DB-BUCKET-NAME.
           MOVE DT-COUNT(DT-IDX)    TO DB-COUNT.
           MOVE DT-PAST-DUE(DT-IDX) TO DB-PAST-DUE.
           MOVE DT-BALANCE(DT-IDX)  TO DB-BALANCE.
           WRITE DelinquencyReport-Record FROM DELQ-BUCKET-LINE.
      *
       READ-LOAN-MASTER.
           READ LoanMasterIn
              AT END SET LoanMasterIn-EOF TO TRUE
           END-READ.
           IF LoanMasterIn-EOF
              MOVE HIGH-VALUES TO MK-MASTER-KEY
           ELSE
              MOVE LM-LOAN-NUMBER TO MK-MASTER-KEY
           END-IF.
      *
       READ-LOAN-PAYMENT.
           READ LoanPaymentFile
              AT END SET LoanPaymentFile-EOF TO TRUE
           END-READ.
           IF LoanPaymentFile-EOF
              MOVE HIGH-VALUES TO MK-PAYMENT-KEY
           ELSE
              MOVE LP-LOAN-NUMBER TO MK-PAYMENT-KEY
           END-IF.
