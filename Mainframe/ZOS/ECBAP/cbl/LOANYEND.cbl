      *****************************************************************
      * Program name:    LOANYEND
      *
      * Year-end mortgage interest statement, one per borrower, off
      * the loan servicing master LOANPOST keeps.  Run in the new
      * year for the calendar year just closed: the year-to-date
      * buckets still hold that year if no payment has posted since,
      * otherwise LOANPOST has rolled them to prior-year along with
      * the balance the year closed on.  Loans with no interest paid
      * in the year get no statement.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 2026-10-15 MYNAME        Created - year-end interest-paid
      *                          statement from the loan master.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANYEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanMasterIn
             ASSIGN TO UT-S-LNMASTI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LoanMasterIn-Status.
           SELECT InterestStatementFile
             ASSIGN TO UT-S-LNYEND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS InterestStatementFile-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  LoanMasterIn
           RECORD CONTAINS 350 CHARACTERS.
           COPY LOANMSTR.

       FD  InterestStatementFile
           RECORD CONTAINS 100 CHARACTERS.
       01  InterestStatementFile-Record  PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-File-Status.
           05  LoanMasterIn-Status      PIC X(02).
               88 LoanMasterIn-OK           VALUE '00'.
               88 LoanMasterIn-EOF          VALUE '10'.
           05  InterestStatementFile-Status PIC X(02).
               88 InterestStatementFile-OK  VALUE '00'.

       01  RUN-DATE-FIELDS.
           05  RD-RUN-DATE               PIC 9(8).
           05  RD-RUN-DATE-PARTS REDEFINES RD-RUN-DATE.
               10  RD-RUN-YEAR           PIC 9(4).
               10  RD-RUN-MMDD           PIC 9(4).
           05  RD-TAX-YEAR               PIC 9(4).

      * The tax year's figures, from whichever bucket holds them
       01  TAX-YEAR-FIGURES.
           05  TY-INTEREST               PIC 9(6)V99.
           05  TY-PRINCIPAL              PIC 9(7)V99.
           05  TY-ESCROW                 PIC 9(6)V99.
           05  TY-LATE-CHARGES           PIC 9(5)V99.
           05  TY-END-BALANCE            PIC 9(7)V99.

       01  YEAR-END-TOTALS.
           05  YT-LOANS-READ             PIC S9(7) COMP VALUE ZERO.
           05  YT-STATEMENTS             PIC S9(7) COMP VALUE ZERO.
           05  YT-INTEREST               PIC 9(9)V99 VALUE ZERO.

       01  YEAR-HDR-LINE.
           05  FILLER                    PIC X(38)
               VALUE 'MORTGAGE INTEREST STATEMENT  TAX YEAR '.
           05  YH-TAX-YEAR               PIC 9(4).

       01  YEAR-LOAN-LINE.
           05  FILLER                    PIC X(13)
               VALUE 'LOAN NUMBER  '.
           05  YL-LOAN-NUMBER            PIC X(10).

       01  YEAR-ADDRESS-LINE.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  YA-ADDRESS-TEXT           PIC X(30).

       01  YEAR-AMOUNT-LINE.
           05  FILLER                    PIC X(4) VALUE SPACES.
           05  YM-LABEL                  PIC X(40).
           05  YM-AMOUNT                 PIC $$$,$$$,$$9.99.

       01  YEAR-END-LINE                 PIC X(100) VALUE ALL '-'.

       01  YEAR-TOTAL-LINE.
           05  FILLER                    PIC X(13)
               VALUE ' LOANS READ: '.
           05  YX-LOANS-READ             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(14)
               VALUE '  STATEMENTS: '.
           05  YX-STATEMENTS             PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(20)
               VALUE '  INTEREST REPORTED '.
           05  YX-INTEREST               PIC $$$$,$$$,$$9.99.

       01  YEAR-BLANK-LINE               PIC X(100) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT  LoanMasterIn
                OUTPUT InterestStatementFile.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RD-RUN-DATE.
           COMPUTE RD-TAX-YEAR = RD-RUN-YEAR - 1.
           MOVE RD-TAX-YEAR TO YH-TAX-YEAR.
           PERFORM READ-LOAN-MASTER.
           PERFORM PROCESS-LOAN-MASTER
              UNTIL LoanMasterIn-EOF.
           MOVE YT-LOANS-READ TO YX-LOANS-READ.
           MOVE YT-STATEMENTS TO YX-STATEMENTS.
           MOVE YT-INTEREST   TO YX-INTEREST.
           WRITE InterestStatementFile-Record FROM YEAR-TOTAL-LINE.
           CLOSE LoanMasterIn
                 InterestStatementFile.
           GOBACK.
      *
       PROCESS-LOAN-MASTER.
           ADD 1 TO YT-LOANS-READ.
           INITIALIZE TAX-YEAR-FIGURES.
           EVALUATE TRUE
              WHEN LM-YTD-YEAR = RD-TAX-YEAR
                 MOVE LM-YTD-INTEREST      TO TY-INTEREST
                 MOVE LM-YTD-PRINCIPAL     TO TY-PRINCIPAL
                 MOVE LM-YTD-ESCROW        TO TY-ESCROW
                 MOVE LM-YTD-LATE-CHARGES  TO TY-LATE-CHARGES
                 MOVE LM-PRINCIPAL-BALANCE TO TY-END-BALANCE
              WHEN LM-PRIOR-YEAR = RD-TAX-YEAR
                 MOVE LM-PRIOR-INTEREST    TO TY-INTEREST
                 MOVE LM-PRIOR-PRINCIPAL   TO TY-PRINCIPAL
                 MOVE LM-PRIOR-ESCROW      TO TY-ESCROW
                 MOVE LM-PRIOR-LATE-CHARGES TO TY-LATE-CHARGES
                 MOVE LM-PRIOR-END-BALANCE TO TY-END-BALANCE
           END-EVALUATE.
           IF TY-INTEREST > ZERO
              PERFORM WRITE-INTEREST-STATEMENT
           END-IF.
           PERFORM READ-LOAN-MASTER.
      *
       WRITE-INTEREST-STATEMENT.
           ADD 1 TO YT-STATEMENTS.
           ADD TY-INTEREST TO YT-INTEREST.
           WRITE InterestStatementFile-Record FROM YEAR-HDR-LINE.
           MOVE LM-LOAN-NUMBER TO YL-LOAN-NUMBER.
           WRITE InterestStatementFile-Record FROM YEAR-LOAN-LINE.
           MOVE LM-BORROWER-NAME TO YA-ADDRESS-TEXT.
           WRITE InterestStatementFile-Record FROM YEAR-ADDRESS-LINE.
           MOVE LM-BORROWER-ADDRESS TO YA-ADDRESS-TEXT.
           WRITE InterestStatementFile-Record FROM YEAR-ADDRESS-LINE.
           MOVE LM-BORROWER-CITY-ST TO YA-ADDRESS-TEXT.
           WRITE InterestStatementFile-Record FROM YEAR-ADDRESS-LINE.
           WRITE InterestStatementFile-Record FROM YEAR-BLANK-LINE.
           MOVE 'MORTGAGE INTEREST PAID' TO YM-LABEL.
           MOVE TY-INTEREST TO YM-AMOUNT.
           WRITE InterestStatementFile-Record FROM YEAR-AMOUNT-LINE.
           MOVE 'PRINCIPAL PAID' TO YM-LABEL.
           MOVE TY-PRINCIPAL TO YM-AMOUNT.
           WRITE InterestStatementFile-Record FROM YEAR-AMOUNT-LINE.
           MOVE 'PAID INTO ESCROW' TO YM-LABEL.
           MOVE TY-ESCROW TO YM-AMOUNT.
           WRITE InterestStatementFile-Record FROM YEAR-AMOUNT-LINE.
           MOVE 'LATE CHARGES PAID' TO YM-LABEL.
           MOVE TY-LATE-CHARGES TO YM-AMOUNT.
           WRITE InterestStatementFile-Record FROM YEAR-AMOUNT-LINE.
           MOVE 'PRINCIPAL OUTSTANDING AT YEAR END' TO YM-LABEL.
           MOVE TY-END-BALANCE TO YM-AMOUNT.
           WRITE InterestStatementFile-Record FROM YEAR-AMOUNT-LINE.
           WRITE InterestStatementFile-Record FROM YEAR-END-LINE.
      *
       READ-LOAN-MASTER.
           READ LoanMasterIn
              AT END SET LoanMasterIn-EOF TO TRUE
           END-READ.
