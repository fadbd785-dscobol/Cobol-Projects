       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYSTUB.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL EMPLOYEE DATA.

      ******************************************************************
      *REMARKS.
      *
      *          EMPLOYEE EARNINGS STATEMENT (PAY STUB).  EMPLOYEES
      *          GOT A LINE ON THE DEPOSIT REGISTER OR A BARE CHECK
      *          WITH NOTHING SHOWING HOW THE NET WAS REACHED.  THIS
      *          STEP RUNS AFTER PAYROL02 (AND LEAVEACC) EACH PAY
      *          CYCLE AND PRINTS ONE STATEMENT PER EMPLOYEE ON
      *          PAYCHECK - ALL OF THE EMPLOYEE'S PAYCHECK RECORDS
      *          FOR THE RUN (TIMECARD, RETRO, COMMISSION, SHIFT
      *          DIFFERENTIAL) ON THE ONE STATEMENT:
      *
      *             - HOURS AND RATE BY TYPE - REGULAR, OVERTIME
      *               PREMIUM (WHAT PAYROL02 PAID OVER RATE X
      *               HOURS), RETRO, COMMISSION, SHIFT DIFFERENTIAL
      *             - CURRENT GROSS, AND YEAR-TO-DATE GROSS OFF THE
      *               YTD BALANCES PAYROL02 JUST WROTE
      *             - FEDERAL WITHHOLDING AND FICA (TAXCALC)
      *             - EACH VOLUNTARY DEDUCTION, BY CODE - THE GROWTH
      *               IN TAKEN-TO-DATE FROM THE DEDUCTION MASTER
      *               VOLDED STARTED WITH TO THE ONE IT WROTE BACK,
      *               THE SAME FIGURES VOLDED'S REGISTER TOTALS
      *             - NET PAY, AND THE ACCOUNT IT WAS DEPOSITED TO
      *               (ALL BUT THE LAST FOUR DIGITS MASKED) OR THAT
      *               IT WAS PAID BY CHECK - THE SAME TEST DIRDEP
      *               USES (DEPOSIT FLAG, NO DEPOSIT HOLD, AND A BANK
      *               ROUTING NUMBER AND ACCOUNT ON FILE)
      *             - THE VACATION AND SICK BALANCES ON EMPMAST
      *
      *          THE SAME FIGURES GO TO A FIXED-FORMAT EXTRACT, ONE
      *          RECORD PER STATEMENT, FOR THE EMPLOYEE SELF-SERVICE
      *          SITE.
      *
      ******************************************************************

             PAYCHECK FILE           -   DDS0001.PAYCHECK

             YTD GROSS BALANCES      -   DDS0001.YTDOUT

             DEDUCTION MASTER - IN   -   DDS0001.DEDMAST

             DEDUCTION MASTER - OUT  -   DDS0001.DEDMASTO

             VSAM EMPLOYEE MASTER    -   DDS0001.EMPMAST

             SELF-SERVICE EXTRACT    -   DDS0001.ESSEXTR

             EARNINGS STATEMENTS     -   STUBRPT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       SPECIAL-NAMES.
           C01 IS NEXT-PAGE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYCHECK
           ASSIGN TO UT-S-PAYCHECK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PCCODE.

           SELECT YTDBAL
           ASSIGN TO UT-S-YTDBAL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS YBCODE.

           SELECT DEDMAST
           ASSIGN TO UT-S-DEDMAST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DMCODE.

           SELECT DEDMASTO
           ASSIGN TO UT-S-DEDMASTO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DOCODE.

           SELECT EMPMAST
                  ASSIGN       TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS EMPMAST-KEY
                  FILE STATUS  IS EMCODE.

           SELECT ESSEXTR
           ASSIGN TO UT-S-ESSEXTR
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ESCODE.

           SELECT STUBRPT
           ASSIGN TO UT-S-STUBRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYCHECK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYCHECK-REC.
       01  PAYCHECK-REC  PIC X(120).

      ****** PAYROL02'S YTDOUT - GROSS TO DATE INCLUDING THIS RUN
       FD  YTDBAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS YTDBAL-REC.
       01  YTDBAL-REC.
           05  YB-EMP-NUMBER               PIC 9(05).
           05  YB-GROSS-AMT                PIC 9(9)V99.
           05  FILLER                      PIC X(64).

      ****** VOLDED'S DEDUCTION MASTER - THE ONE THE PAY RUN STARTED
      ****** FROM AND THE ONE IT WROTE BACK, SAME LAYOUT
       FD  DEDMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEDMAST-REC.
       01  DEDMAST-REC.
           05  DM-EMP-NUMBER               PIC 9(05).
           05  DM-DED-CODE                 PIC X(04).
           05  FILLER                      PIC X(18).
           05  DM-TAKEN-TO-DATE            PIC 9(7)V99.
           05  FILLER                      PIC X(14).

       FD  DEDMASTO
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DEDMASTO-REC.
       01  DEDMASTO-REC.
           05  DO-EMP-NUMBER               PIC 9(05).
           05  DO-DED-CODE                 PIC X(04).
           05  FILLER                      PIC X(18).
           05  DO-TAKEN-TO-DATE            PIC 9(7)V99.
           05  FILLER                      PIC X(14).

       FD  EMPMAST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EMPMAST-REC.
       01  EMPMAST-REC.
           05  EMPMAST-KEY                 PIC X(05).
           05  EM-FIRST-NAME               PIC X(10).
           05  EM-LAST-NAME                PIC X(10).
           05  EM-HIRE-DATE                PIC X(08).
           05  EM-HOURLY-RATE              PIC 9(3)V99.
           05  EM-DEPARTMENT               PIC X(04).
           05  EM-STATUS                   PIC X(01).
               88  EM-ACTIVE               VALUE "A".
               88  EM-TERMINATED           VALUE "T".
           05  EM-VAC-BALANCE              PIC S9(3)V99.
           05  EM-SICK-BALANCE             PIC S9(3)V99.
           05  EM-BANK-ROUTING             PIC X(09).
           05  EM-BANK-ACCOUNT             PIC X(10).
           05  EM-DEPOSIT-HOLD             PIC X(01).
               88  EM-DEPOSIT-HELD         VALUE "Y".
           05  FILLER                      PIC X(07).

      ****** ONE RECORD PER STATEMENT FOR THE SELF-SERVICE SITE
       FD  ESSEXTR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ESSEXTR-REC.
       01  ESSEXTR-REC.
           05  ES-EMP-NUMBER               PIC 9(05).
           05  ES-LAST-NAME                PIC X(10).
           05  ES-FIRST-NAME               PIC X(10).
           05  ES-PAY-DATE                 PIC X(10).
           05  ES-REG-HOURS                PIC 9(03).
           05  ES-REG-RATE                 PIC 9(03).
           05  ES-REG-AMOUNT               PIC 9(7)V99.
           05  ES-OT-HOURS                 PIC 9(03).
           05  ES-OT-AMOUNT                PIC 9(7)V99.
           05  ES-RETRO-AMOUNT             PIC 9(7)V99.
           05  ES-COMMISSION-AMOUNT        PIC 9(7)V99.
           05  ES-GROSS-PAY                PIC 9(7)V99.
           05  ES-YTD-GROSS                PIC 9(9)V99.
           05  ES-WITHHOLDING              PIC 9(7)V99.
           05  ES-FICA                     PIC 9(7)V99.
           05  ES-DED-COUNT                PIC 9(02).
           05  ES-DEDUCTION OCCURS 5 TIMES.
               10  ES-DED-CODE             PIC X(04).
               10  ES-DED-AMOUNT           PIC 9(7)V99.
      ****** DEDUCTIONS PAST THE FIFTH, LUMPED
           05  ES-DED-OTHER                PIC 9(7)V99.
           05  ES-NET-PAY                  PIC 9(7)V99.
           05  ES-PAY-METHOD               PIC X(01).
               88  ES-DIRECT-DEPOSIT       VALUE "D".
               88  ES-PAPER-CHECK          VALUE "C".
           05  ES-MASKED-ACCOUNT           PIC X(10).
           05  ES-VAC-BALANCE              PIC S9(3)V99
                                           SIGN LEADING SEPARATE.
           05  ES-SICK-BALANCE             PIC S9(3)V99
                                           SIGN LEADING SEPARATE.
           05  ES-SHIFT-DIFF-AMOUNT        PIC 9(7)V99.
           05  FILLER                      PIC X(15).

       FD  STUBRPT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PCCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  YBCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  DMCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  DOCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  EMCODE                  PIC X(2).
               88 EMCODE-OK          VALUE "00".
               88 EMCODE-NOT-FOUND   VALUE "23".
           05  ESCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  FLAGS-AND-SWITCHES.
           05 MORE-PAYCHECK-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-PAYCHECKS     VALUE "N".
           05 MORE-YTD-SW              PIC X(01) VALUE "Y".
              88 NO-MORE-YTD           VALUE "N".
           05 MORE-DEDMAST-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-DEDMAST       VALUE "N".
           05 MORE-DEDMASTO-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-DEDMASTO      VALUE "N".

      ****** SAME NUMERIC DETAIL LAYOUT PAYROL02 WRITES TO PAYCHECK
       01  WS-PAYCHECK-REC.
           05 NAME-IN.
              10 FIRST-IN              PIC X(10).
              10 LAST-IN               PIC X(10).
           05  DATE-IN                 PIC X(10).
           05  HOURLY-RATE-IN          PIC 9(3).
           05  HOURS-WORKED-IN         PIC 9(3).
           05  CATEGORY-IN             PIC X(1).
               88  COMMISSION-EARNING  VALUE "C".
               88  RETRO-EARNING       VALUE "R".
               88  SHIFT-DIFF-EARNING  VALUE "S".
           05  GROSS-PAY-IN            PIC 9(5)V99.
           05  ALLOWANCES-IN           PIC 9(2).
           05  WITHHOLDING-IN          PIC 9(5)V99.
           05  FICA-IN                 PIC 9(5)V99.
           05  NET-PAY-IN              PIC 9(5)V99.
           05  BANK-ROUTING-IN         PIC X(9).
           05  BANK-ACCOUNT-IN         PIC X(10).
           05  EMP-NUMBER-IN           PIC 9(5).
           05  DEPOSIT-FLAG-IN         PIC X(1).
               88 WANTS-DIRECT-DEPOSIT VALUE "Y".
           05  FILLER                  PIC X(28).

      ****** ONE ENTRY PER EMPLOYEE PAID THIS RUN, IN PAYCHECK ORDER
       01  EMPLOYEE-TABLE.
           05  EMP-ENTRY OCCURS 500 TIMES.
               10  EMP-NUMBER          PIC 9(05).
               10  EMP-FIRST-NAME      PIC X(10).
               10  EMP-LAST-NAME       PIC X(10).
               10  EMP-PAY-DATE        PIC X(10).
               10  EMP-REG-HOURS       PIC 9(03).
               10  EMP-REG-RATE        PIC 9(03).
               10  EMP-REG-AMOUNT      PIC 9(7)V99.
               10  EMP-OT-HOURS        PIC 9(03).
               10  EMP-OT-AMOUNT       PIC 9(7)V99.
               10  EMP-RETRO-AMOUNT    PIC 9(7)V99.
               10  EMP-COMM-AMOUNT     PIC 9(7)V99.
               10  EMP-DIFF-AMOUNT     PIC 9(7)V99.
               10  EMP-GROSS           PIC 9(7)V99.
               10  EMP-WITHHOLDING     PIC 9(7)V99.
               10  EMP-FICA            PIC 9(7)V99.
               10  EMP-NET             PIC 9(7)V99.
               10  EMP-BANK-ROUTING    PIC X(09).
               10  EMP-BANK-ACCOUNT    PIC X(10).
               10  EMP-DEPOSIT-FLAG    PIC X(01).
                   88  EMP-WANTS-DEPOSIT   VALUE "Y".
       77  EMP-COUNT                   PIC S9(4) COMP VALUE +0.
       77  EMP-SUB                     PIC S9(4) COMP VALUE +0.
       77  EMP-FOUND                   PIC S9(4) COMP VALUE +0.

      ****** YTD GROSS BY EMPLOYEE
       01  YTD-TABLE.
           05  YTD-ENTRY OCCURS 500 TIMES.
               10  YTD-EMP-NUMBER      PIC 9(05).
               10  YTD-GROSS-AMT       PIC 9(9)V99.
       77  YTD-COUNT                   PIC S9(4) COMP VALUE +0.
       77  YTD-SUB                     PIC S9(4) COMP VALUE +0.
       77  YTD-FOUND                   PIC S9(4) COMP VALUE +0.

      ****** TAKEN-TO-DATE AT THE START OF THE PAY RUN
       01  DEDUCTION-START-TABLE.
           05  DED-START-ENTRY OCCURS 500 TIMES.
               10  DS-EMP-NUMBER       PIC 9(05).
               10  DS-DED-CODE         PIC X(04).
               10  DS-TAKEN-TO-DATE    PIC 9(7)V99.
       77  DED-START-COUNT             PIC S9(4) COMP VALUE +0.
       77  DED-START-SUB               PIC S9(4) COMP VALUE +0.
       77  DED-START-FOUND             PIC S9(4) COMP VALUE +0.

      ****** EACH DEDUCTION TAKEN THIS RUN, BY EMPLOYEE AND CODE
       01  DEDUCTION-TAKEN-TABLE.
           05  DED-TAKEN-ENTRY OCCURS 500 TIMES.
               10  DT-EMP-NUMBER       PIC 9(05).
               10  DT-DED-CODE         PIC X(04).
               10  DT-AMOUNT           PIC 9(7)V99.
       77  DED-TAKEN-COUNT             PIC S9(4) COMP VALUE +0.
       77  DED-TAKEN-SUB               PIC S9(4) COMP VALUE +0.

       01  STUB-WORK-FIELDS.
           05  WS-STRAIGHT-TIME        PIC 9(7)V99.
           05  WS-OT-PREMIUM           PIC 9(7)V99.
           05  WS-DED-TAKEN            PIC S9(9)V99.
           05  WS-DED-TOTAL            PIC 9(7)V99.
           05  WS-PREMIUM-RATE         PIC 9(3)V99.
           05  WS-MASKED-ACCOUNT       PIC X(10).
           05  WS-ACCT-LAST            PIC S9(4) COMP.
           05  WS-ACCT-START           PIC S9(4) COMP.
           05  WS-PAID-BY-DEPOSIT-SW   PIC X(01).
               88  PAID-BY-DEPOSIT     VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 PAYCHECKS-READ           PIC S9(7) COMP.
           05 STATEMENTS-PRINTED       PIC S9(5) COMP.
           05 DEPOSIT-STATEMENTS       PIC S9(5) COMP.
           05 CHECK-STATEMENTS         PIC S9(5) COMP.
           05 NOT-ON-MASTER            PIC S9(5) COMP.
           05 TOTAL-NET-PAY            PIC S9(9)V99 COMP-3.

       01  WS-STUB-HDR-1.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(30) VALUE
               "EARNINGS STATEMENT".
           05  FILLER                  PIC X(10) VALUE "PAY DATE: ".
           05  HDR-PAY-DATE-O          PIC X(10).
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-STUB-HDR-2.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(10) VALUE "EMPLOYEE: ".
           05  HDR-EMP-NUMBER-O        PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HDR-NAME-O              PIC X(23).
           05  FILLER                  PIC X(6) VALUE "DEPT: ".
           05  HDR-DEPT-O              PIC X(4).
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-STUB-SECTION.
           05  FILLER                  PIC X(1) VALUE " ".
           05  SECTION-O               PIC X(24).
           05  SECTION-COLS-O          PIC X(40).
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  WS-STUB-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SL-LABEL-O              PIC X(22).
           05  SL-HOURS-O              PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  SL-RATE-O               PIC ZZ9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  SL-AMOUNT-O             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  SL-NOTE-O               PIC X(45).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-STUB-YTD-NOTE.
           05  FILLER                  PIC X(17)
                  VALUE "YEAR-TO-DATE:   ".
           05  YTD-GROSS-O             PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-STUB-NET-NOTE.
           05  FILLER                  PIC X(24)
                  VALUE "DEPOSITED TO ACCOUNT    ".
           05  NET-ACCOUNT-O           PIC X(10).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-STUB-LEAVE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(32)
                  VALUE "LEAVE BALANCES (HOURS) VACATION:".
           05  LV-VAC-O                PIC ----9.99.
           05  FILLER                  PIC X(8) VALUE "   SICK:".
           05  LV-SICK-O               PIC ----9.99.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(12)
                  VALUE "Statements: ".
           05  STATEMENTS-OUT          PIC Z(5).
           05  FILLER                  PIC X(12)
                  VALUE " Deposited: ".
           05  DEPOSITS-OUT            PIC Z(5).
           05  FILLER                  PIC X(9)
                  VALUE " Checks: ".
           05  CHECKS-OUT              PIC Z(5).
           05  FILLER                  PIC X(11)
                  VALUE " Net paid: ".
           05  NET-PAID-OUT            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(16)
                  VALUE " Not on master: ".
           05  NOT-ON-MASTER-OUT       PIC Z(5).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-PRINT-STATEMENT THRU 100-EXIT
                   VARYING EMP-SUB FROM +1 BY +1
                   UNTIL EMP-SUB > EMP-COUNT.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "PAYSTUB HOUSEKEEPING".
           OPEN INPUT PAYCHECK, YTDBAL, DEDMAST, DEDMASTO, EMPMAST.
           OPEN OUTPUT ESSEXTR, STUBRPT.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.

           PERFORM 300-LOAD-YTD THRU 300-EXIT
               UNTIL NO-MORE-YTD.
           PERFORM 310-LOAD-DEDMAST THRU 310-EXIT
               UNTIL NO-MORE-DEDMAST.
           PERFORM 320-LOAD-DED-TAKEN THRU 320-EXIT
               UNTIL NO-MORE-DEDMASTO.
           PERFORM 330-LOAD-PAYCHECK THRU 330-EXIT
               UNTIL NO-MORE-PAYCHECKS.
       000-EXIT.
           EXIT.

       100-PRINT-STATEMENT.
           MOVE EMP-NUMBER (EMP-SUB) TO EMPMAST-KEY.
           READ EMPMAST.
           IF NOT EMCODE-OK
               ADD +1 TO NOT-ON-MASTER
               DISPLAY "*** PAYSTUB EMPLOYEE NOT ON MASTER: "
                       EMP-NUMBER (EMP-SUB)
               MOVE SPACES TO EM-DEPARTMENT
               MOVE ZERO   TO EM-VAC-BALANCE, EM-SICK-BALANCE.

           MOVE SPACES TO ESSEXTR-REC.
           MOVE ZERO   TO ES-DED-COUNT, ES-DED-OTHER, WS-DED-TOTAL.

      *  Statement heading
           MOVE EMP-PAY-DATE (EMP-SUB) TO HDR-PAY-DATE-O.
           WRITE RPT-REC FROM WS-STUB-HDR-1
               AFTER ADVANCING NEXT-PAGE.
           MOVE EMP-NUMBER (EMP-SUB) TO HDR-EMP-NUMBER-O.
           MOVE SPACES               TO HDR-NAME-O.
           STRING EMP-LAST-NAME (EMP-SUB) DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  EMP-FIRST-NAME (EMP-SUB) DELIMITED BY "  "
               INTO HDR-NAME-O.
           MOVE EM-DEPARTMENT        TO HDR-DEPT-O.
           WRITE RPT-REC FROM WS-STUB-HDR-2.
           WRITE RPT-REC FROM WS-BLANK-LINE.

      *  Earnings by type
           MOVE "EARNINGS" TO SECTION-O.
           MOVE "HOURS       RATE          CURRENT"
               TO SECTION-COLS-O.
           WRITE RPT-REC FROM WS-STUB-SECTION.
           IF EMP-REG-HOURS (EMP-SUB) > ZERO
               MOVE "REGULAR"                  TO SL-LABEL-O
               MOVE EMP-REG-HOURS (EMP-SUB)    TO SL-HOURS-O
               MOVE EMP-REG-RATE (EMP-SUB)     TO SL-RATE-O
               MOVE EMP-REG-AMOUNT (EMP-SUB)   TO SL-AMOUNT-O
               MOVE SPACES                     TO SL-NOTE-O
               WRITE RPT-REC FROM WS-STUB-LINE.
           IF EMP-OT-AMOUNT (EMP-SUB) > ZERO
               COMPUTE WS-PREMIUM-RATE ROUNDED =
                   EMP-OT-AMOUNT (EMP-SUB) / EMP-OT-HOURS (EMP-SUB)
               MOVE "OVERTIME PREMIUM"         TO SL-LABEL-O
               MOVE EMP-OT-HOURS (EMP-SUB)     TO SL-HOURS-O
               MOVE WS-PREMIUM-RATE            TO SL-RATE-O
               MOVE EMP-OT-AMOUNT (EMP-SUB)    TO SL-AMOUNT-O
               MOVE SPACES                     TO SL-NOTE-O
               WRITE RPT-REC FROM WS-STUB-LINE.
           MOVE ZERO TO SL-HOURS-O, SL-RATE-O.
           IF EMP-RETRO-AMOUNT (EMP-SUB) > ZERO
               MOVE "RETRO PAY"                TO SL-LABEL-O
               MOVE EMP-RETRO-AMOUNT (EMP-SUB) TO SL-AMOUNT-O
               MOVE SPACES                     TO SL-NOTE-O
               WRITE RPT-REC FROM WS-STUB-LINE.
           IF EMP-COMM-AMOUNT (EMP-SUB) > ZERO
               MOVE "COMMISSION"               TO SL-LABEL-O
               MOVE EMP-COMM-AMOUNT (EMP-SUB)  TO SL-AMOUNT-O
               MOVE SPACES                     TO SL-NOTE-O
               WRITE RPT-REC FROM WS-STUB-LINE.
           IF EMP-DIFF-AMOUNT (EMP-SUB) > ZERO
               MOVE "SHIFT DIFFERENTIAL"       TO SL-LABEL-O
               MOVE EMP-DIFF-AMOUNT (EMP-SUB)  TO SL-AMOUNT-O
               MOVE SPACES                     TO SL-NOTE-O
               WRITE RPT-REC FROM WS-STUB-LINE.

           MOVE +0 TO YTD-FOUND.
           PERFORM 110-FIND-YTD THRU 110-EXIT
               VARYING YTD-SUB FROM +1 BY +1
               UNTIL YTD-SUB > YTD-COUNT
                  OR YTD-FOUND > +0.
           IF YTD-FOUND > +0
               MOVE YTD-GROSS-AMT (YTD-FOUND) TO YTD-GROSS-O,
                                                 ES-YTD-GROSS
           ELSE
               MOVE EMP-GROSS (EMP-SUB)       TO YTD-GROSS-O,
                                                 ES-YTD-GROSS.
           MOVE "GROSS PAY"             TO SL-LABEL-O.
           MOVE EMP-GROSS (EMP-SUB)     TO SL-AMOUNT-O.
           MOVE WS-STUB-YTD-NOTE        TO SL-NOTE-O.
           WRITE RPT-REC FROM WS-STUB-LINE.
           WRITE RPT-REC FROM WS-BLANK-LINE.

      *  Taxes, then the voluntary deductions by code
           MOVE "TAXES" TO SECTION-O.
           MOVE SPACES  TO SECTION-COLS-O.
           WRITE RPT-REC FROM WS-STUB-SECTION.
           MOVE SPACES                    TO SL-NOTE-O.
           MOVE "FEDERAL WITHHOLDING"     TO SL-LABEL-O.
           MOVE EMP-WITHHOLDING (EMP-SUB) TO SL-AMOUNT-O.
           WRITE RPT-REC FROM WS-STUB-LINE.
           MOVE "FICA"                    TO SL-LABEL-O.
           MOVE EMP-FICA (EMP-SUB)        TO SL-AMOUNT-O.
           WRITE RPT-REC FROM WS-STUB-LINE.

           MOVE "VOLUNTARY DEDUCTIONS" TO SECTION-O.
           WRITE RPT-REC FROM WS-STUB-SECTION.
           PERFORM 120-PRINT-DEDUCTION THRU 120-EXIT
               VARYING DED-TAKEN-SUB FROM +1 BY +1
               UNTIL DED-TAKEN-SUB > DED-TAKEN-COUNT.
           IF WS-DED-TOTAL = ZERO
               MOVE "NONE"                TO SL-LABEL-O
               MOVE ZERO                  TO SL-AMOUNT-O
               WRITE RPT-REC FROM WS-STUB-LINE.
           WRITE RPT-REC FROM WS-BLANK-LINE.

      *  Net pay and where it went - DIRDEP's test
           IF EMP-WANTS-DEPOSIT (EMP-SUB)
              AND NOT (EMCODE-OK AND EM-DEPOSIT-HELD)
              AND EMP-BANK-ROUTING (EMP-SUB) NOT = SPACES
              AND EMP-BANK-ACCOUNT (EMP-SUB) NOT = SPACES
               MOVE "Y" TO WS-PAID-BY-DEPOSIT-SW
           ELSE
               MOVE "N" TO WS-PAID-BY-DEPOSIT-SW.
           MOVE "NET PAY"               TO SL-LABEL-O.
           MOVE EMP-NET (EMP-SUB)       TO SL-AMOUNT-O.
           IF PAID-BY-DEPOSIT
               PERFORM 130-MASK-ACCOUNT THRU 130-EXIT
               MOVE WS-MASKED-ACCOUNT   TO NET-ACCOUNT-O
               MOVE WS-STUB-NET-NOTE    TO SL-NOTE-O
               MOVE "D"                 TO ES-PAY-METHOD
               MOVE WS-MASKED-ACCOUNT   TO ES-MASKED-ACCOUNT
               ADD +1 TO DEPOSIT-STATEMENTS
           ELSE
               MOVE "PAID BY CHECK"     TO SL-NOTE-O
               MOVE "C"                 TO ES-PAY-METHOD
               ADD +1 TO CHECK-STATEMENTS.
           WRITE RPT-REC FROM WS-STUB-LINE.
           WRITE RPT-REC FROM WS-BLANK-LINE.

           MOVE EM-VAC-BALANCE  TO LV-VAC-O.
           MOVE EM-SICK-BALANCE TO LV-SICK-O.
           WRITE RPT-REC FROM WS-STUB-LEAVE.

           PERFORM 140-WRITE-EXTRACT THRU 140-EXIT.
           ADD +1 TO STATEMENTS-PRINTED.
           ADD EMP-NET (EMP-SUB) TO TOTAL-NET-PAY.
       100-EXIT.
           EXIT.

       110-FIND-YTD.
           IF YTD-EMP-NUMBER (YTD-SUB) = EMP-NUMBER (EMP-SUB)
               MOVE YTD-SUB TO YTD-FOUND.
       110-EXIT.
           EXIT.

       120-PRINT-DEDUCTION.
           IF DT-EMP-NUMBER (DED-TAKEN-SUB) NOT = EMP-NUMBER (EMP-SUB)
               GO TO 120-EXIT.
           MOVE DT-DED-CODE (DED-TAKEN-SUB) TO SL-LABEL-O.
           MOVE DT-AMOUNT (DED-TAKEN-SUB)   TO SL-AMOUNT-O.
           WRITE RPT-REC FROM WS-STUB-LINE.
           ADD DT-AMOUNT (DED-TAKEN-SUB) TO WS-DED-TOTAL.
      *  The extract holds five codes - any more are lumped
           IF ES-DED-COUNT < 5
               ADD 1 TO ES-DED-COUNT
               MOVE DT-DED-CODE (DED-TAKEN-SUB)
                   TO ES-DED-CODE (ES-DED-COUNT)
               MOVE DT-AMOUNT (DED-TAKEN-SUB)
                   TO ES-DED-AMOUNT (ES-DED-COUNT)
           ELSE
               ADD DT-AMOUNT (DED-TAKEN-SUB) TO ES-DED-OTHER.
       120-EXIT.
           EXIT.

       130-MASK-ACCOUNT.
      *  Only the last four characters of the account show
           MOVE ALL "*" TO WS-MASKED-ACCOUNT.
           MOVE +0 TO WS-ACCT-LAST.
           PERFORM 135-FIND-ACCT-END THRU 135-EXIT
               VARYING WS-ACCT-START FROM +10 BY -1
               UNTIL WS-ACCT-START < +1
                  OR WS-ACCT-LAST > +0.
           IF WS-ACCT-LAST < +4
               GO TO 130-EXIT.
           COMPUTE WS-ACCT-START = WS-ACCT-LAST - 3.
           MOVE EMP-BANK-ACCOUNT (EMP-SUB) (WS-ACCT-START:4)
               TO WS-MASKED-ACCOUNT (7:4).
       130-EXIT.
           EXIT.

       135-FIND-ACCT-END.
           IF EMP-BANK-ACCOUNT (EMP-SUB) (WS-ACCT-START:1) NOT = SPACE
               MOVE WS-ACCT-START TO WS-ACCT-LAST.
       135-EXIT.
           EXIT.

       140-WRITE-EXTRACT.
           MOVE EMP-NUMBER (EMP-SUB)       TO ES-EMP-NUMBER.
           MOVE EMP-LAST-NAME (EMP-SUB)    TO ES-LAST-NAME.
           MOVE EMP-FIRST-NAME (EMP-SUB)   TO ES-FIRST-NAME.
           MOVE EMP-PAY-DATE (EMP-SUB)     TO ES-PAY-DATE.
           MOVE EMP-REG-HOURS (EMP-SUB)    TO ES-REG-HOURS.
           MOVE EMP-REG-RATE (EMP-SUB)     TO ES-REG-RATE.
           MOVE EMP-REG-AMOUNT (EMP-SUB)   TO ES-REG-AMOUNT.
           MOVE EMP-OT-HOURS (EMP-SUB)     TO ES-OT-HOURS.
           MOVE EMP-OT-AMOUNT (EMP-SUB)    TO ES-OT-AMOUNT.
           MOVE EMP-RETRO-AMOUNT (EMP-SUB) TO ES-RETRO-AMOUNT.
           MOVE EMP-COMM-AMOUNT (EMP-SUB)  TO ES-COMMISSION-AMOUNT.
           MOVE EMP-DIFF-AMOUNT (EMP-SUB)  TO ES-SHIFT-DIFF-AMOUNT.
           MOVE EMP-GROSS (EMP-SUB)        TO ES-GROSS-PAY.
           MOVE EMP-WITHHOLDING (EMP-SUB)  TO ES-WITHHOLDING.
           MOVE EMP-FICA (EMP-SUB)         TO ES-FICA.
           MOVE EMP-NET (EMP-SUB)          TO ES-NET-PAY.
           MOVE EM-VAC-BALANCE             TO ES-VAC-BALANCE.
           MOVE EM-SICK-BALANCE            TO ES-SICK-BALANCE.
           PERFORM 145-ZERO-UNUSED-DEDS THRU 145-EXIT
               VARYING DED-TAKEN-SUB FROM +1 BY +1
               UNTIL DED-TAKEN-SUB > 5.
           WRITE ESSEXTR-REC.
       140-EXIT.
           EXIT.

       145-ZERO-UNUSED-DEDS.
           IF DED-TAKEN-SUB > ES-DED-COUNT
               MOVE SPACES TO ES-DED-CODE (DED-TAKEN-SUB)
               MOVE ZERO   TO ES-DED-AMOUNT (DED-TAKEN-SUB).
       145-EXIT.
           EXIT.

       300-LOAD-YTD.
           READ YTDBAL
               AT END
               MOVE 'N' TO MORE-YTD-SW
               GO TO 300-EXIT
           END-READ
           IF YTD-COUNT >= +500
               DISPLAY "*** YTD TABLE FULL - INCREASE "
                       "YTD-ENTRY OCCURS ***"
               CLOSE PAYCHECK, YTDBAL, DEDMAST, DEDMASTO, EMPMAST,
                     ESSEXTR, STUBRPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO YTD-COUNT.
           MOVE YB-EMP-NUMBER TO YTD-EMP-NUMBER (YTD-COUNT).
           MOVE YB-GROSS-AMT  TO YTD-GROSS-AMT (YTD-COUNT).
       300-EXIT.
           EXIT.

       310-LOAD-DEDMAST.
           READ DEDMAST
               AT END
               MOVE 'N' TO MORE-DEDMAST-SW
               GO TO 310-EXIT
           END-READ
           IF DED-START-COUNT >= +500
               DISPLAY "*** DEDUCTION TABLE FULL - INCREASE "
                       "DED-START-ENTRY OCCURS ***"
               CLOSE PAYCHECK, YTDBAL, DEDMAST, DEDMASTO, EMPMAST,
                     ESSEXTR, STUBRPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO DED-START-COUNT.
           MOVE DM-EMP-NUMBER    TO DS-EMP-NUMBER (DED-START-COUNT).
           MOVE DM-DED-CODE      TO DS-DED-CODE (DED-START-COUNT).
           MOVE DM-TAKEN-TO-DATE TO DS-TAKEN-TO-DATE (DED-START-COUNT).
       310-EXIT.
           EXIT.

       320-LOAD-DED-TAKEN.
      *  Taken this run = growth in taken-to-date over the run
           READ DEDMASTO
               AT END
               MOVE 'N' TO MORE-DEDMASTO-SW
               GO TO 320-EXIT
           END-READ
           MOVE +0 TO DED-START-FOUND.
           PERFORM 325-FIND-DED-START THRU 325-EXIT
               VARYING DED-START-SUB FROM +1 BY +1
               UNTIL DED-START-SUB > DED-START-COUNT
                  OR DED-START-FOUND > +0.
           IF DED-START-FOUND = +0
               MOVE DO-TAKEN-TO-DATE TO WS-DED-TAKEN
           ELSE
               COMPUTE WS-DED-TAKEN = DO-TAKEN-TO-DATE
                   - DS-TAKEN-TO-DATE (DED-START-FOUND).
           IF WS-DED-TAKEN NOT > ZERO
               GO TO 320-EXIT.
           IF DED-TAKEN-COUNT >= +500
               DISPLAY "*** DEDUCTION TABLE FULL - INCREASE "
                       "DED-TAKEN-ENTRY OCCURS ***"
               CLOSE PAYCHECK, YTDBAL, DEDMAST, DEDMASTO, EMPMAST,
                     ESSEXTR, STUBRPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO DED-TAKEN-COUNT.
           MOVE DO-EMP-NUMBER TO DT-EMP-NUMBER (DED-TAKEN-COUNT).
           MOVE DO-DED-CODE   TO DT-DED-CODE (DED-TAKEN-COUNT).
           MOVE WS-DED-TAKEN  TO DT-AMOUNT (DED-TAKEN-COUNT).
       320-EXIT.
           EXIT.

       325-FIND-DED-START.
           IF DS-EMP-NUMBER (DED-START-SUB) = DO-EMP-NUMBER
              AND DS-DED-CODE (DED-START-SUB) = DO-DED-CODE
               MOVE DED-START-SUB TO DED-START-FOUND.
       325-EXIT.
           EXIT.

       330-LOAD-PAYCHECK.
           READ PAYCHECK INTO WS-PAYCHECK-REC
               AT END
               MOVE 'N' TO MORE-PAYCHECK-SW
               GO TO 330-EXIT
           END-READ
           ADD +1 TO PAYCHECKS-READ.

           MOVE +0 TO EMP-FOUND.
           PERFORM 335-FIND-EMPLOYEE THRU 335-EXIT
               VARYING EMP-SUB FROM +1 BY +1
               UNTIL EMP-SUB > EMP-COUNT
                  OR EMP-FOUND > +0.
           IF EMP-FOUND = +0
               IF EMP-COUNT >= +500
                   DISPLAY "*** EMPLOYEE TABLE FULL - INCREASE "
                           "EMP-ENTRY OCCURS ***"
                   CLOSE PAYCHECK, YTDBAL, DEDMAST, DEDMASTO, EMPMAST,
                         ESSEXTR, STUBRPT
                   MOVE +16 TO RETURN-CODE
                   GOBACK
               ELSE
                   ADD +1 TO EMP-COUNT
                   MOVE EMP-COUNT TO EMP-FOUND
                   INITIALIZE EMP-ENTRY (EMP-FOUND)
                   MOVE EMP-NUMBER-IN TO EMP-NUMBER (EMP-FOUND).

      *  The latest record's name, date and bank details stand
           MOVE FIRST-IN        TO EMP-FIRST-NAME (EMP-FOUND).
           MOVE LAST-IN         TO EMP-LAST-NAME (EMP-FOUND).
           MOVE DATE-IN         TO EMP-PAY-DATE (EMP-FOUND).
           MOVE BANK-ROUTING-IN TO EMP-BANK-ROUTING (EMP-FOUND).
           MOVE BANK-ACCOUNT-IN TO EMP-BANK-ACCOUNT (EMP-FOUND).
           MOVE DEPOSIT-FLAG-IN TO EMP-DEPOSIT-FLAG (EMP-FOUND).
           ADD GROSS-PAY-IN     TO EMP-GROSS (EMP-FOUND).
           ADD WITHHOLDING-IN   TO EMP-WITHHOLDING (EMP-FOUND).
           ADD FICA-IN          TO EMP-FICA (EMP-FOUND).
           ADD NET-PAY-IN       TO EMP-NET (EMP-FOUND).

           EVALUATE TRUE
               WHEN RETRO-EARNING
                   ADD GROSS-PAY-IN TO EMP-RETRO-AMOUNT (EMP-FOUND)
               WHEN COMMISSION-EARNING
                   ADD GROSS-PAY-IN TO EMP-COMM-AMOUNT (EMP-FOUND)
               WHEN SHIFT-DIFF-EARNING
                   ADD GROSS-PAY-IN TO EMP-DIFF-AMOUNT (EMP-FOUND)
               WHEN OTHER
      *  Whatever PAYROL02 paid over rate x hours is the premium
                   COMPUTE WS-STRAIGHT-TIME =
                       HOURLY-RATE-IN * HOURS-WORKED-IN
                   IF WS-STRAIGHT-TIME > GROSS-PAY-IN
                       MOVE GROSS-PAY-IN TO WS-STRAIGHT-TIME
                   END-IF
                   COMPUTE WS-OT-PREMIUM =
                       GROSS-PAY-IN - WS-STRAIGHT-TIME
                   ADD HOURS-WORKED-IN  TO EMP-REG-HOURS (EMP-FOUND)
                   MOVE HOURLY-RATE-IN  TO EMP-REG-RATE (EMP-FOUND)
                   ADD WS-STRAIGHT-TIME TO EMP-REG-AMOUNT (EMP-FOUND)
                   IF WS-OT-PREMIUM > ZERO
                       ADD HOURS-WORKED-IN TO EMP-OT-HOURS (EMP-FOUND)
                       ADD WS-OT-PREMIUM   TO EMP-OT-AMOUNT (EMP-FOUND)
                   END-IF
           END-EVALUATE.
       330-EXIT.
           EXIT.

       335-FIND-EMPLOYEE.
           IF EMP-NUMBER (EMP-SUB) = EMP-NUMBER-IN
               MOVE EMP-SUB TO EMP-FOUND.
       335-EXIT.
           EXIT.

       200-CLEANUP.
           MOVE STATEMENTS-PRINTED TO STATEMENTS-OUT.
           MOVE DEPOSIT-STATEMENTS TO DEPOSITS-OUT.
           MOVE CHECK-STATEMENTS   TO CHECKS-OUT.
           MOVE TOTAL-NET-PAY      TO NET-PAID-OUT.
           MOVE NOT-ON-MASTER      TO NOT-ON-MASTER-OUT.
           WRITE RPT-REC FROM WS-TOTALS-REC
               AFTER ADVANCING NEXT-PAGE.
           CLOSE PAYCHECK, YTDBAL, DEDMAST, DEDMASTO, EMPMAST,
                 ESSEXTR, STUBRPT.
           DISPLAY "NORMAL END OF JOB PAYSTUB".
       200-EXIT.
           EXIT.
