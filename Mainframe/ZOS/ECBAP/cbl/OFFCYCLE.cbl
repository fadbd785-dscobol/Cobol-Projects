       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OFFCYCLE.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL EMPLOYEE DATA.

      ******************************************************************
      *REMARKS.
      *
      *          OFF-CYCLE PAYROLL AND CHECK VOID/REISSUE.  FINAL PAY,
      *          LOST CHECKS AND MISTAKEN PAYMENTS HAPPEN BETWEEN PAY
      *          RUNS AND USED TO MEAN A TYPED CHECK AND A NOTE TO
      *          ADJUST NEXT TIME.  THIS RUN TAKES THE MANUAL-PAY
      *          REQUESTS PAYROLL KEYS:
      *
      *             F - FINAL PAY.  THE WAGES OWED PLUS THE PAYOUT OF
      *                 THE EMPLOYEE'S UNUSED VACATION (EM-VAC-BALANCE
      *                 HOURS AT EM-HOURLY-RATE, THE FIGURE EMPMAINT
      *                 REPORTS AT TERMINATION) - THE VACATION BALANCE
      *                 IS ZEROED ON EMPMAST ONCE IT IS PAID
      *             B - BONUS
      *             A - CORRECTION (AN AMOUNT UNDERPAID)
      *             V - VOID A PRIOR CHECK BY CHECK NUMBER
      *             I - REISSUE A VOIDED CHECK (LOST OR DESTROYED) -
      *                 SAME PAY, TAXES AND DEDUCTIONS, NEW NUMBER
      *
      *          F, B AND A ARE WITHHELD ON THROUGH TAXCALC AND TAKE
      *          THE EMPLOYEE'S DEDUCTIONS THROUGH VOLDED, THE SAME
      *          AS THE REGULAR PAY RUN, AND ARE PAID BY PAPER CHECK.
      *          EVERY CHECK IS NUMBERED FROM THE PAYROLL CHECK
      *          CONTROL RECORD PAYROL02 NUMBERS FROM.
      *
      *          EVERYTHING GOES OUT IN THE PAYCHECK LAYOUT TO BE
      *          ADDED TO THE PAYCHECK HISTORY, SO PAYROLYE AND
      *          QTRTAX PICK IT UP:
      *
      *             - PAYMENTS AND REISSUES ARE ORDINARY CHECKS, A
      *               REISSUE POINTING BACK AT THE CHECK IT REPLACES
      *             - A VOID REPEATS THE VOIDED CHECK - SAME NUMBER,
      *               PAY DATE, GROSS, TAXES AND DEDUCTIONS - MARKED
      *               "V", AND THOSE PROGRAMS TAKE IT BACK OUT
      *
      *          A VOID DOES NOT GIVE BACK THE VOLUNTARY DEDUCTIONS
      *          THE CHECK TOOK.  THE PAYCHECK CARRIES ONLY THEIR
      *          TOTAL, NOT THE AMOUNT PER DEDUCTION CODE, AND A
      *          REISSUE PAYS THE SAME DEDUCTIONS AGAIN WITHOUT
      *          TAKING THEM A SECOND TIME - SO THE GOAL BALANCES ON
      *          THE DEDUCTION MASTER STILL COUNT A VOIDED CHECK.  A
      *          VOID WITH DEDUCTIONS IS FLAGGED "DEDUCTION GOALS NOT
      *          ADJUSTED" ON THE REGISTER; WHEN IT IS NOT REISSUED,
      *          PAYROLL CORRECTS THE TAKEN-TO-DATE BY HAND.
      *
      *          THE YTD GROSS BALANCES ARE CARRIED FORWARD, OLD
      *          MASTER TO NEW, SO THE NEXT PAY RUN'S FICA CAP SEES
      *          WHAT WAS PAID AND VOIDED HERE.  A REQUEST THAT
      *          CANNOT BE HONORED IS LISTED ON THE REGISTER WITH THE
      *          REASON AND THE STEP ENDS RC 4.
      *
      ******************************************************************

             MANUAL-PAY REQUESTS     -   DDS0001.OFFREQ

             PAYCHECK HISTORY        -   DDS0001.PAYHIST

             VSAM EMPLOYEE MASTER    -   DDS0001.EMPMAST

             YTD GROSS BALANCES IN   -   DDS0001.YTDIN

             YTD GROSS BALANCES OUT  -   DDS0001.YTDOUT

             PAYROLL CHECK CONTROL   -   DDS0001.PAYCKCTL

             OFF-CYCLE PAYCHECKS     -   DDS0001.OFFCHECK

             OFF-CYCLE CHECK REGISTER-   OFFREG

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFREQ
           ASSIGN TO UT-S-OFFREQ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ORCODE.

           SELECT PAYHIST
           ASSIGN TO UT-S-PAYHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PHCODE.

           SELECT EMPMAST
                  ASSIGN       TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS EMPMAST-KEY
                  FILE STATUS  IS EMCODE.

           SELECT YTDIN
           ASSIGN TO UT-S-YTDIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS YICODE.

           SELECT YTDOUT
           ASSIGN TO UT-S-YTDOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS YOCODE.

           SELECT PAYCKCTL
           ASSIGN TO UT-S-PAYCKCTL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CCCODE.

           SELECT OFFCHECK
           ASSIGN TO UT-S-OFFCHECK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OCCODE.

           SELECT OFFREG
           ASSIGN TO UT-S-OFFREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFREQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OFFREQ-REC.
       01  OFFREQ-REC  PIC X(80).

       FD  PAYHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYHIST-REC.
       01  PAYHIST-REC  PIC X(120).

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

      ****** PAYROL02'S YTD BALANCES - OLD MASTER IN, NEW MASTER OUT
       FD  YTDIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS YTDIN-REC.
       01  YTDIN-REC.
           05  YTDI-EMP-NUMBER             PIC 9(05).
           05  YTDI-GROSS-AMT              PIC 9(9)V99.
           05  FILLER                      PIC X(64).

       FD  YTDOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS YTDOUT-REC.
       01  YTDOUT-REC.
           05  YTDO-EMP-NUMBER             PIC 9(05).
           05  YTDO-GROSS-AMT              PIC 9(9)V99.
           05  FILLER                      PIC X(64).

      ****** SINGLE CONTROL RECORD - THE NEXT PAYROLL CHECK NUMBER
       FD  PAYCKCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-CONTROL-REC.
       01  CHECK-CONTROL-REC.
           05  CC-NEXT-CHECK-NUMBER        PIC 9(08).
           05  FILLER                      PIC X(72).

       FD  OFFCHECK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OFFCHECK-REC.
       01  OFFCHECK-REC  PIC X(120).

       FD  OFFREG
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ORCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  PHCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  EMCODE                  PIC X(2).
               88 EMCODE-OK          VALUE "00".
           05  YICODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  YOCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  CCCODE                  PIC X(2).
               88 CCCODE-OK          VALUE "00".
           05  OCCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  FLAGS-AND-SWITCHES.
           05 MORE-REQUEST-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-REQUESTS      VALUE "N".
           05 MORE-HISTORY-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-HISTORY       VALUE "N".
           05 MORE-YTD-SW              PIC X(01) VALUE "Y".
              88 NO-MORE-YTD           VALUE "N".

      ****** MANUAL-PAY REQUEST, AS KEYED
       01  WS-OFFREQ-REC.
           05  OR-TRAN-TYPE                PIC X(01).
               88  OR-FINAL-PAY            VALUE "F".
               88  OR-BONUS                VALUE "B".
               88  OR-CORRECTION           VALUE "A".
               88  OR-VOID                 VALUE "V".
               88  OR-REISSUE              VALUE "I".
               88  OR-PAYMENT              VALUES "F", "B", "A".
               88  OR-CHECK-TRAN           VALUES "V", "I".
           05  OR-EMP-NUMBER               PIC 9(05).
      ****** YYYY-MM-DD - BLANK PAYS AS OF TODAY
           05  OR-PAY-DATE                 PIC X(10).
           05  OR-HOURS                    PIC 9(03).
           05  OR-AMOUNT                   PIC 9(5)V99.
           05  OR-ALLOWANCES               PIC 9(02).
      ****** V AND I - THE CHECK BEING VOIDED OR REISSUED
           05  OR-CHECK-NUMBER             PIC 9(08).
           05  OR-REASON                   PIC X(20).
           05  FILLER                      PIC X(24).

      ****** SAME NUMERIC DETAIL LAYOUT PAYROL02 WRITES TO PAYCHECK
       01  WS-PAYCHECK-REC.
           05 NAME-IN.
              10 FIRST-IN              PIC X(10).
              10 LAST-IN               PIC X(10).
           05  DATE-IN                 PIC X(10).
           05  HOURLY-RATE-IN          PIC 9(3).
           05  HOURS-WORKED-IN         PIC 9(3).
           05  CATEGORY-IN             PIC X(1).
           05  GROSS-PAY-IN            PIC 9(5)V99.
           05  ALLOWANCES-IN           PIC 9(2).
           05  WITHHOLDING-IN          PIC 9(5)V99.
           05  FICA-IN                 PIC 9(5)V99.
           05  NET-PAY-IN              PIC 9(5)V99.
           05  BANK-ROUTING-IN         PIC X(9).
           05  BANK-ACCOUNT-IN         PIC X(10).
           05  EMP-NUMBER-IN           PIC 9(5).
           05  DEPOSIT-FLAG-IN         PIC X(1).
           05  CHECK-NUMBER-IN         PIC 9(8).
           05  DEDUCTIONS-IN           PIC 9(5)V99.
           05  PAY-TYPE-IN             PIC X(1).
               88  REGULAR-PAY         VALUE SPACE.
               88  OFF-CYCLE-PAY       VALUE "O".
               88  VOIDED-CHECK        VALUE "V".
               88  REISSUED-CHECK      VALUE "I".
           05  ORIG-CHECK-IN           PIC 9(8).
           05  FILLER                  PIC X(4).

      ****** BATCH TRAILER VIEW OF THE SAME RECORD
       01  WS-TRAILER-VIEW REDEFINES WS-PAYCHECK-REC.
           05  TRL-ID                  PIC X(10).
           05  FILLER                  PIC X(110).

      ****** THE REQUESTS, HELD SO THE HISTORY IS READ ONLY ONCE
       01  REQUEST-TABLE.
           05  REQUEST-ENTRY OCCURS 300 TIMES.
               10  RQ-IMAGE            PIC X(80).
       77  REQUEST-COUNT               PIC S9(4) COMP VALUE +0.
       77  REQUEST-SUB                 PIC S9(4) COMP VALUE +0.

      ****** EVERY CHECK A VOID OR REISSUE NAMES, AS FOUND ON THE
      ****** HISTORY, AND WHETHER IT HAS BEEN VOIDED OR REISSUED
       01  HISTORY-CHECK-TABLE.
           05  HIST-CHECK-ENTRY OCCURS 300 TIMES.
               10  HC-CHECK-NUMBER     PIC 9(08).
               10  HC-FOUND-SW         PIC X(01).
                   88  HC-ON-HISTORY   VALUE "Y".
               10  HC-VOIDED-SW        PIC X(01).
                   88  HC-VOIDED       VALUE "Y".
               10  HC-REISSUED-SW      PIC X(01).
                   88  HC-REISSUED     VALUE "Y".
               10  HC-RECORD           PIC X(120).
       77  HIST-CHECK-COUNT            PIC S9(4) COMP VALUE +0.
       77  HIST-CHECK-SUB              PIC S9(4) COMP VALUE +0.
       77  HIST-CHECK-FOUND            PIC S9(4) COMP VALUE +0.

      ****** YTD GROSS BY EMPLOYEE
       01  YTD-TABLE.
           05  YTD-ENTRY OCCURS 500 TIMES.
               10  YTD-EMP-NUMBER      PIC 9(05).
               10  YTD-GROSS-AMT       PIC 9(9)V99.
       77  YTD-COUNT                   PIC S9(4) COMP VALUE +0.
       77  YTD-SUB                     PIC S9(4) COMP VALUE +0.
       77  YTD-FOUND                   PIC S9(4) COMP VALUE +0.

      ****** TAX-TABLE WITHHOLDING AND VOLUNTARY DEDUCTIONS - THE
      ****** SAME SUBPROGRAMS THE REGULAR PAY RUN CALLS
       COPY TAXCALCW.
       COPY VOLDEDWS.

       01  OFFCYCLE-WORK-FIELDS.
           05  WS-FIND-CHECK           PIC 9(08).
           05  WS-VAC-PAYOUT           PIC 9(7)V99.
           05  WS-GROSS                PIC 9(7)V99.
           05  WS-REJECT-REASON        PIC X(40).
           05  WS-RUN-DATE-OUT         PIC X(10).
           05  WS-FIRST-CHECK          PIC 9(08).

       01  COUNTERS-AND-ACCUMULATORS.
           05 REQUESTS-READ            PIC S9(5) COMP.
           05 CHECKS-ISSUED            PIC S9(5) COMP.
           05 CHECKS-VOIDED            PIC S9(5) COMP.
           05 CHECKS-REISSUED          PIC S9(5) COMP.
           05 REQUESTS-REJECTED        PIC S9(5) COMP.
           05 VACATION-PAYOUTS         PIC S9(5) COMP.
           05 HISTORY-READ             PIC S9(7) COMP.
           05 ISSUED-NET               PIC S9(9)V99 COMP-3.
           05 VOIDED-NET               PIC S9(9)V99 COMP-3.
           05 REISSUED-NET             PIC S9(9)V99 COMP-3.

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(40) VALUE
               "OFF-CYCLE PAYROLL CHECK REGISTER".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-COLM-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(44) VALUE
               "CHECK NO  TYPE        EMP NO  NAME".
           05  FILLER                  PIC X(44) VALUE
               "           GROSS      FWT     FICA     DEDS".
           05  FILLER                  PIC X(44) VALUE
               "      NET  ORIG CHK  REASON".

       01  WS-REG-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  RL-CHECK-O              PIC Z(7)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-TYPE-O               PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-EMP-O                PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-NAME-O               PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RL-GROSS-O              PIC ZZZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RL-FWT-O                PIC ZZZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RL-FICA-O               PIC ZZZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RL-DED-O                PIC ZZZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RL-NET-O                PIC ZZZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-ORIG-CHECK-O         PIC Z(7)9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RL-REASON-O             PIC X(20).

      ****** PRINTED UNDER A VOID THAT TOOK VOLUNTARY DEDUCTIONS
       01  WS-VOID-NOTE-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(32) VALUE
               "*** DEDUCTION GOALS NOT ADJUSTED".
           05  FILLER                  PIC X(50) VALUE
               " - DEDMAST TAKEN-TO-DATE STILL INCLUDES THIS CHECK".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  RJ-CHECK-O              PIC Z(7)9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RJ-TYPE-O               PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RJ-EMP-O                PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               "*** REJECTED - ".
           05  RJ-REASON-O             PIC X(40).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  TL-LABEL-O              PIC X(20).
           05  TL-COUNT-O              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(8) VALUE "   NET: ".
           05  TL-AMOUNT-O             PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-CONTROL-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(20) VALUE
               "CHECK NUMBERS USED: ".
           05  CL-FIRST-O              PIC Z(7)9.
           05  FILLER                  PIC X(6) VALUE " THRU ".
           05  CL-LAST-O               PIC Z(7)9.
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-PROCESS-REQUEST THRU 100-EXIT
                   VARYING REQUEST-SUB FROM +1 BY +1
                   UNTIL REQUEST-SUB > REQUEST-COUNT.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "OFFCYCLE HOUSEKEEPING".
           OPEN INPUT OFFREQ, PAYHIST, YTDIN.
           OPEN I-O EMPMAST.
           OPEN OUTPUT OFFCHECK, OFFREG.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.

           MOVE FUNCTION CURRENT-DATE (1:4)  TO WS-RUN-DATE-OUT (1:4).
           MOVE "-"                          TO WS-RUN-DATE-OUT (5:1).
           MOVE FUNCTION CURRENT-DATE (5:2)  TO WS-RUN-DATE-OUT (6:2).
           MOVE "-"                          TO WS-RUN-DATE-OUT (8:1).
           MOVE FUNCTION CURRENT-DATE (7:2)  TO WS-RUN-DATE-OUT (9:2).
           MOVE WS-RUN-DATE-OUT              TO HDR-DATE.
           WRITE RPT-REC FROM WS-HDR-REC
               AFTER ADVANCING 1 LINE.
           WRITE RPT-REC FROM WS-COLM-HDR-REC
               AFTER ADVANCING 2 LINES.
           WRITE RPT-REC FROM WS-BLANK-LINE.

      *  Checks are numbered from the same control record the
      *  regular pay run uses - no control record, no checks
           OPEN I-O PAYCKCTL.
           IF CCCODE-OK
               READ PAYCKCTL
                   AT END MOVE "10" TO CCCODE
               END-READ.
           IF NOT CCCODE-OK
              OR CC-NEXT-CHECK-NUMBER NOT NUMERIC
               DISPLAY "*** PAYROLL CHECK CONTROL RECORD MISSING OR "
                       "INVALID " CCCODE " ***"
               CLOSE OFFREQ, PAYHIST, YTDIN, EMPMAST, OFFCHECK,
                     OFFREG, PAYCKCTL
               MOVE +16 TO RETURN-CODE
               GOBACK.
           MOVE CC-NEXT-CHECK-NUMBER TO WS-FIRST-CHECK.

           PERFORM 300-LOAD-YTD THRU 300-EXIT
               UNTIL NO-MORE-YTD.
           PERFORM 310-LOAD-REQUEST THRU 310-EXIT
               UNTIL NO-MORE-REQUESTS.
           PERFORM 320-SCAN-HISTORY THRU 320-EXIT
               UNTIL NO-MORE-HISTORY.
       000-EXIT.
           EXIT.

       100-PROCESS-REQUEST.
           MOVE RQ-IMAGE (REQUEST-SUB) TO WS-OFFREQ-REC.
           IF OR-PAYMENT
               PERFORM 400-ISSUE-PAYMENT THRU 400-EXIT
           ELSE
           IF OR-VOID
               PERFORM 500-VOID-CHECK THRU 500-EXIT
           ELSE
           IF OR-REISSUE
               PERFORM 600-REISSUE-CHECK THRU 600-EXIT
           ELSE
               MOVE "INVALID TRANSACTION TYPE - F B A V OR I"
                   TO WS-REJECT-REASON
               PERFORM 800-REJECT-REQUEST THRU 800-EXIT.
       100-EXIT.
           EXIT.

       300-LOAD-YTD.
           READ YTDIN
               AT END
               MOVE 'N' TO MORE-YTD-SW
               GO TO 300-EXIT
           END-READ
           IF YTD-COUNT >= +500
               DISPLAY "*** YTD TABLE FULL - INCREASE "
                       "YTD-ENTRY OCCURS ***"
               CLOSE OFFREQ, PAYHIST, YTDIN, EMPMAST, OFFCHECK,
                     OFFREG, PAYCKCTL
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO YTD-COUNT.
           MOVE YTDI-EMP-NUMBER TO YTD-EMP-NUMBER (YTD-COUNT).
           MOVE YTDI-GROSS-AMT  TO YTD-GROSS-AMT (YTD-COUNT).
       300-EXIT.
           EXIT.

       310-LOAD-REQUEST.
           READ OFFREQ INTO WS-OFFREQ-REC
               AT END
               MOVE 'N' TO MORE-REQUEST-SW
               GO TO 310-EXIT
           END-READ
           ADD +1 TO REQUESTS-READ.
           IF REQUEST-COUNT >= +300
               DISPLAY "*** REQUEST TABLE FULL - INCREASE "
                       "REQUEST-ENTRY OCCURS ***"
               CLOSE OFFREQ, PAYHIST, YTDIN, EMPMAST, OFFCHECK,
                     OFFREG, PAYCKCTL
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO REQUEST-COUNT.
           MOVE WS-OFFREQ-REC TO RQ-IMAGE (REQUEST-COUNT).

      *  Each check a void or reissue names is looked for on the
      *  history once, however many requests name it
           IF NOT OR-CHECK-TRAN
              OR OR-CHECK-NUMBER NOT NUMERIC
               GO TO 310-EXIT.
           MOVE OR-CHECK-NUMBER TO WS-FIND-CHECK.
           PERFORM 330-FIND-HIST-CHECK THRU 330-EXIT.
           IF HIST-CHECK-FOUND > +0
               GO TO 310-EXIT.
           ADD +1 TO HIST-CHECK-COUNT.
           MOVE OR-CHECK-NUMBER TO HC-CHECK-NUMBER (HIST-CHECK-COUNT).
           MOVE "N" TO HC-FOUND-SW (HIST-CHECK-COUNT),
                       HC-VOIDED-SW (HIST-CHECK-COUNT),
                       HC-REISSUED-SW (HIST-CHECK-COUNT).
           MOVE SPACES TO HC-RECORD (HIST-CHECK-COUNT).
       310-EXIT.
           EXIT.

       320-SCAN-HISTORY.
           READ PAYHIST INTO WS-PAYCHECK-REC
               AT END
               MOVE 'N' TO MORE-HISTORY-SW
               GO TO 320-EXIT
           END-READ
           ADD +1 TO HISTORY-READ.
           IF TRL-ID = "**TRAILER*"
              OR CHECK-NUMBER-IN NOT NUMERIC
               GO TO 320-EXIT.

      *  A void or reissue already on the history marks the check
      *  it points back at
           IF VOIDED-CHECK OR REISSUED-CHECK
               MOVE ORIG-CHECK-IN TO WS-FIND-CHECK
               PERFORM 330-FIND-HIST-CHECK THRU 330-EXIT
               IF HIST-CHECK-FOUND > +0
                   IF VOIDED-CHECK
                       MOVE "Y" TO HC-VOIDED-SW (HIST-CHECK-FOUND)
                   ELSE
                       MOVE "Y" TO HC-REISSUED-SW (HIST-CHECK-FOUND).
           IF VOIDED-CHECK
               GO TO 320-EXIT.

           MOVE CHECK-NUMBER-IN TO WS-FIND-CHECK.
           PERFORM 330-FIND-HIST-CHECK THRU 330-EXIT.
           IF HIST-CHECK-FOUND > +0
               MOVE "Y"             TO HC-FOUND-SW (HIST-CHECK-FOUND)
               MOVE WS-PAYCHECK-REC TO HC-RECORD (HIST-CHECK-FOUND).
       320-EXIT.
           EXIT.

       330-FIND-HIST-CHECK.
           MOVE +0 TO HIST-CHECK-FOUND.
           PERFORM 335-SCAN-HIST-CHECK THRU 335-EXIT
               VARYING HIST-CHECK-SUB FROM +1 BY +1
               UNTIL HIST-CHECK-SUB > HIST-CHECK-COUNT
                  OR HIST-CHECK-FOUND > +0.
       330-EXIT.
           EXIT.

       335-SCAN-HIST-CHECK.
           IF HC-CHECK-NUMBER (HIST-CHECK-SUB) = WS-FIND-CHECK
               MOVE HIST-CHECK-SUB TO HIST-CHECK-FOUND.
       335-EXIT.
           EXIT.

       400-ISSUE-PAYMENT.
           IF OR-EMP-NUMBER NOT NUMERIC
              OR OR-HOURS NOT NUMERIC
              OR OR-AMOUNT NOT NUMERIC
              OR OR-ALLOWANCES NOT NUMERIC
               MOVE "EMPLOYEE, HOURS, AMOUNT OR ALLOWANCES BAD"
                   TO WS-REJECT-REASON
               PERFORM 800-REJECT-REQUEST THRU 800-EXIT
               GO TO 400-EXIT.

           MOVE OR-EMP-NUMBER TO EMPMAST-KEY.
           READ EMPMAST
               INVALID KEY
                   NEXT SENTENCE.
           IF NOT EMCODE-OK
               MOVE "EMPLOYEE NOT ON MASTER" TO WS-REJECT-REASON
               PERFORM 800-REJECT-REQUEST THRU 800-EXIT
               GO TO 400-EXIT.

      *  Final pay settles the unused vacation at the current rate
           MOVE ZERO TO WS-VAC-PAYOUT.
           IF OR-FINAL-PAY
              AND EM-VAC-BALANCE NUMERIC
              AND EM-VAC-BALANCE > ZERO
               COMPUTE WS-VAC-PAYOUT ROUNDED =
                   EM-VAC-BALANCE * EM-HOURLY-RATE.
           COMPUTE WS-GROSS = OR-AMOUNT + WS-VAC-PAYOUT.
           IF WS-GROSS = ZERO
               MOVE "NOTHING TO PAY" TO WS-REJECT-REASON
               PERFORM 800-REJECT-REQUEST THRU 800-EXIT
               GO TO 400-EXIT.
           IF WS-GROSS > 99999.99
               MOVE "GROSS OVER 99,999.99 - SPLIT THE PAYMENT"
                   TO WS-REJECT-REASON
               PERFORM 800-REJECT-REQUEST THRU 800-EXIT
               GO TO 400-EXIT.

           MOVE SPACES          TO WS-PAYCHECK-REC.
           MOVE EM-FIRST-NAME   TO FIRST-IN.
           MOVE EM-LAST-NAME    TO LAST-IN.
           IF OR-PAY-DATE = SPACES
               MOVE WS-RUN-DATE-OUT TO DATE-IN
           ELSE
               MOVE OR-PAY-DATE     TO DATE-IN.
           MOVE EM-HOURLY-RATE  TO HOURLY-RATE-IN.
           MOVE OR-HOURS        TO HOURS-WORKED-IN.
           MOVE OR-TRAN-TYPE    TO CATEGORY-IN.
           MOVE WS-GROSS        TO GROSS-PAY-IN.
           MOVE OR-ALLOWANCES   TO ALLOWANCES-IN.
           MOVE EM-BANK-ROUTING TO BANK-ROUTING-IN.
           MOVE EM-BANK-ACCOUNT TO BANK-ACCOUNT-IN.
           MOVE OR-EMP-NUMBER   TO EMP-NUMBER-IN.
           MOVE "N"             TO DEPOSIT-FLAG-IN.
           MOVE "O"             TO PAY-TYPE-IN.
           MOVE ZERO            TO ORIG-CHECK-IN.

      *  Withheld on and deducted from like any pay run check
           PERFORM 700-FIND-YTD THRU 700-EXIT.
           MOVE WS-GROSS                  TO TC-GROSS-PAY.
           MOVE OR-ALLOWANCES             TO TC-ALLOWANCES.
           MOVE YTD-GROSS-AMT (YTD-FOUND) TO TC-YTD-GROSS.
           CALL 'TAXCALC' USING TAXCALC-REQUEST-AREA.
           IF TC-RETURN-CODE NOT = 0
               MOVE "TAX TABLE COULD NOT BE LOADED"
                   TO WS-REJECT-REASON
               PERFORM 800-REJECT-REQUEST THRU 800-EXIT
               GO TO 400-EXIT.
           MOVE TC-WITHHOLDING TO WITHHOLDING-IN.
           MOVE TC-FICA        TO FICA-IN.
           MOVE TC-NET-PAY     TO NET-PAY-IN.

           MOVE 'APPL'         TO VD-FUNCTION.
           MOVE OR-EMP-NUMBER  TO VD-EMP-NUMBER.
           MOVE WS-GROSS       TO VD-GROSS-PAY.
           MOVE TC-NET-PAY     TO VD-NET-PAY.
           CALL 'VOLDED' USING VOLDED-REQUEST-AREA.
           IF VD-RETURN-CODE = 0
               MOVE VD-NET-PAY          TO NET-PAY-IN
               MOVE VD-DEDUCTIONS-TAKEN TO DEDUCTIONS-IN
           ELSE
               DISPLAY "VOLDED PROBLEM - NO VOLUNTARY DEDUCTIONS "
                       OR-EMP-NUMBER
               MOVE ZERO TO DEDUCTIONS-IN.

           ADD WS-GROSS TO YTD-GROSS-AMT (YTD-FOUND).
           PERFORM 750-WRITE-CHECK THRU 750-EXIT.
           ADD +1         TO CHECKS-ISSUED.
           ADD NET-PAY-IN TO ISSUED-NET.

           IF WS-VAC-PAYOUT > ZERO
               MOVE ZERO TO EM-VAC-BALANCE
               REWRITE EMPMAST-REC
                   INVALID KEY
                       DISPLAY "*** EMPMAST REWRITE FAILED " EMCODE
               END-REWRITE
               ADD +1 TO VACATION-PAYOUTS.
       400-EXIT.
           EXIT.

       500-VOID-CHECK.
           PERFORM 550-LOCATE-CHECK THRU 550-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 800-REJECT-REQUEST THRU 800-EXIT
               GO TO 500-EXIT.
           IF HC-VOIDED (HIST-CHECK-FOUND)
               MOVE "CHECK ALREADY VOIDED" TO WS-REJECT-REASON
               PERFORM 800-REJECT-REQUEST THRU 800-EXIT
               GO TO 500-EXIT.

      *  The void repeats the check under its own number and pay
      *  date so it comes back out of the same quarter
           MOVE HC-RECORD (HIST-CHECK-FOUND) TO WS-PAYCHECK-REC.
           MOVE CHECK-NUMBER-IN TO ORIG-CHECK-IN.
           MOVE "V"             TO PAY-TYPE-IN.
           WRITE OFFCHECK-REC FROM WS-PAYCHECK-REC.

           PERFORM 700-FIND-YTD THRU 700-EXIT.
           IF YTD-GROSS-AMT (YTD-FOUND) > GROSS-PAY-IN
               SUBTRACT GROSS-PAY-IN FROM YTD-GROSS-AMT (YTD-FOUND)
           ELSE
               MOVE ZERO TO YTD-GROSS-AMT (YTD-FOUND).
           MOVE "Y" TO HC-VOIDED-SW (HIST-CHECK-FOUND).

           MOVE "VOID"          TO RL-TYPE-O.
           MOVE CHECK-NUMBER-IN TO RL-CHECK-O.
           MOVE ZERO            TO RL-ORIG-CHECK-O.
           COMPUTE RL-GROSS-O = ZERO - GROSS-PAY-IN.
           COMPUTE RL-FWT-O   = ZERO - WITHHOLDING-IN.
           COMPUTE RL-FICA-O  = ZERO - FICA-IN.
           COMPUTE RL-DED-O   = ZERO - DEDUCTIONS-IN.
           COMPUTE RL-NET-O   = ZERO - NET-PAY-IN.
           PERFORM 780-PRINT-LINE THRU 780-EXIT.
      *  The deduction master is not backed out - see the remarks
           IF DEDUCTIONS-IN > ZERO
               WRITE RPT-REC FROM WS-VOID-NOTE-LINE.
           ADD +1         TO CHECKS-VOIDED.
           ADD NET-PAY-IN TO VOIDED-NET.
       500-EXIT.
           EXIT.

       550-LOCATE-CHECK.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE +0     TO HIST-CHECK-FOUND.
           IF OR-CHECK-NUMBER NOT NUMERIC
               MOVE "CHECK NUMBER MISSING" TO WS-REJECT-REASON
               GO TO 550-EXIT.
           MOVE OR-CHECK-NUMBER TO WS-FIND-CHECK.
           PERFORM 330-FIND-HIST-CHECK THRU 330-EXIT.
           IF HIST-CHECK-FOUND = +0
               MOVE "CHECK NOT ON PAYCHECK HISTORY"
                   TO WS-REJECT-REASON
               GO TO 550-EXIT.
           IF NOT HC-ON-HISTORY (HIST-CHECK-FOUND)
               MOVE "CHECK NOT ON PAYCHECK HISTORY"
                   TO WS-REJECT-REASON
               GO TO 550-EXIT.
      *  A keyed employee number has to be the check's payee
           MOVE HC-RECORD (HIST-CHECK-FOUND) TO WS-PAYCHECK-REC.
           IF OR-EMP-NUMBER NUMERIC
              AND OR-EMP-NUMBER NOT = ZERO
              AND OR-EMP-NUMBER NOT = EMP-NUMBER-IN
               MOVE "CHECK WAS NOT PAID TO THIS EMPLOYEE"
                   TO WS-REJECT-REASON.
       550-EXIT.
           EXIT.

       600-REISSUE-CHECK.
           PERFORM 550-LOCATE-CHECK THRU 550-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 800-REJECT-REQUEST THRU 800-EXIT
               GO TO 600-EXIT.
           IF NOT HC-VOIDED (HIST-CHECK-FOUND)
               MOVE "CHECK NOT VOIDED - VOID IT FIRST"
                   TO WS-REJECT-REASON
               PERFORM 800-REJECT-REQUEST THRU 800-EXIT
               GO TO 600-EXIT.
           IF HC-REISSUED (HIST-CHECK-FOUND)
               MOVE "CHECK ALREADY REISSUED" TO WS-REJECT-REASON
               PERFORM 800-REJECT-REQUEST THRU 800-EXIT
               GO TO 600-EXIT.

      *  Same pay, taxes and deductions on new paper - pointing
      *  back at the check it replaces
           MOVE HC-RECORD (HIST-CHECK-FOUND) TO WS-PAYCHECK-REC.
           MOVE CHECK-NUMBER-IN TO ORIG-CHECK-IN.
           MOVE "I"             TO PAY-TYPE-IN.
           MOVE "N"             TO DEPOSIT-FLAG-IN.
           PERFORM 700-FIND-YTD THRU 700-EXIT.
           ADD GROSS-PAY-IN TO YTD-GROSS-AMT (YTD-FOUND).
           MOVE "Y" TO HC-REISSUED-SW (HIST-CHECK-FOUND).
           PERFORM 750-WRITE-CHECK THRU 750-EXIT.
           ADD +1         TO CHECKS-REISSUED.
           ADD NET-PAY-IN TO REISSUED-NET.
       600-EXIT.
           EXIT.

       700-FIND-YTD.
           MOVE +0 TO YTD-FOUND.
           PERFORM 710-SCAN-YTD THRU 710-EXIT
               VARYING YTD-SUB FROM +1 BY +1
               UNTIL YTD-SUB > YTD-COUNT
                  OR YTD-FOUND > +0.
           IF YTD-FOUND > +0
               GO TO 700-EXIT.
           IF YTD-COUNT >= +500
               DISPLAY "*** YTD TABLE FULL - INCREASE "
                       "YTD-ENTRY OCCURS ***"
               CLOSE OFFREQ, PAYHIST, YTDIN, EMPMAST, OFFCHECK,
                     OFFREG, PAYCKCTL
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO YTD-COUNT.
           MOVE YTD-COUNT     TO YTD-FOUND.
           MOVE EMP-NUMBER-IN TO YTD-EMP-NUMBER (YTD-COUNT).
           MOVE ZERO          TO YTD-GROSS-AMT (YTD-COUNT).
       700-EXIT.
           EXIT.

       710-SCAN-YTD.
           IF YTD-EMP-NUMBER (YTD-SUB) = EMP-NUMBER-IN
               MOVE YTD-SUB TO YTD-FOUND.
       710-EXIT.
           EXIT.

       750-WRITE-CHECK.
           MOVE CC-NEXT-CHECK-NUMBER TO CHECK-NUMBER-IN.
           ADD 1 TO CC-NEXT-CHECK-NUMBER.
           WRITE OFFCHECK-REC FROM WS-PAYCHECK-REC.

           EVALUATE TRUE
               WHEN REISSUED-CHECK
                   MOVE "REISSUE"    TO RL-TYPE-O
               WHEN OR-FINAL-PAY
                   MOVE "FINAL PAY"  TO RL-TYPE-O
               WHEN OR-BONUS
                   MOVE "BONUS"      TO RL-TYPE-O
               WHEN OTHER
                   MOVE "CORRECTION" TO RL-TYPE-O
           END-EVALUATE.
           MOVE CHECK-NUMBER-IN TO RL-CHECK-O.
           MOVE ORIG-CHECK-IN   TO RL-ORIG-CHECK-O.
           MOVE GROSS-PAY-IN    TO RL-GROSS-O.
           MOVE WITHHOLDING-IN  TO RL-FWT-O.
           MOVE FICA-IN         TO RL-FICA-O.
           MOVE DEDUCTIONS-IN   TO RL-DED-O.
           MOVE NET-PAY-IN      TO RL-NET-O.
           PERFORM 780-PRINT-LINE THRU 780-EXIT.
       750-EXIT.
           EXIT.

       780-PRINT-LINE.
           MOVE EMP-NUMBER-IN TO RL-EMP-O.
           MOVE SPACES        TO RL-NAME-O.
           STRING LAST-IN DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  FIRST-IN DELIMITED BY "  "
               INTO RL-NAME-O.
           MOVE OR-REASON     TO RL-REASON-O.
           WRITE RPT-REC FROM WS-REG-LINE.
       780-EXIT.
           EXIT.

       800-REJECT-REQUEST.
           MOVE ZERO TO RJ-CHECK-O.
           IF OR-CHECK-TRAN
              AND OR-CHECK-NUMBER NUMERIC
               MOVE OR-CHECK-NUMBER TO RJ-CHECK-O.
           MOVE OR-TRAN-TYPE     TO RJ-TYPE-O.
           MOVE RQ-IMAGE (REQUEST-SUB) (2:5) TO RJ-EMP-O.
           MOVE WS-REJECT-REASON TO RJ-REASON-O.
           WRITE RPT-REC FROM WS-REJECT-LINE.
           DISPLAY "*** OFFCYCLE REQUEST REJECTED: "
                   RQ-IMAGE (REQUEST-SUB) (1:6) " " WS-REJECT-REASON.
           ADD +1 TO REQUESTS-REJECTED.
       800-EXIT.
           EXIT.

       200-CLEANUP.
      *  One DONE call writes the updated deduction master and the
      *  per-code register
           MOVE 'DONE' TO VD-FUNCTION.
           CALL 'VOLDED' USING VOLDED-REQUEST-AREA.

           OPEN OUTPUT YTDOUT.
           PERFORM 210-WRITE-YTD THRU 210-EXIT
               VARYING YTD-SUB FROM +1 BY +1
               UNTIL YTD-SUB > YTD-COUNT.
           CLOSE YTDOUT.

           WRITE RPT-REC FROM WS-BLANK-LINE.
           MOVE "CHECKS ISSUED"    TO TL-LABEL-O.
           MOVE CHECKS-ISSUED      TO TL-COUNT-O.
           MOVE ISSUED-NET         TO TL-AMOUNT-O.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE "CHECKS REISSUED"  TO TL-LABEL-O.
           MOVE CHECKS-REISSUED    TO TL-COUNT-O.
           MOVE REISSUED-NET       TO TL-AMOUNT-O.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE "CHECKS VOIDED"    TO TL-LABEL-O.
           MOVE CHECKS-VOIDED      TO TL-COUNT-O.
           COMPUTE TL-AMOUNT-O = ZERO - VOIDED-NET.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE "REQUESTS REJECTED" TO TL-LABEL-O.
           MOVE REQUESTS-REJECTED  TO TL-COUNT-O.
           MOVE ZERO               TO TL-AMOUNT-O.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           IF CC-NEXT-CHECK-NUMBER > WS-FIRST-CHECK
               MOVE WS-FIRST-CHECK TO CL-FIRST-O
               COMPUTE CL-LAST-O = CC-NEXT-CHECK-NUMBER - 1
               WRITE RPT-REC FROM WS-CONTROL-LINE.

           MOVE +0 TO RETURN-CODE.
           IF REQUESTS-REJECTED > +0
               MOVE +4 TO RETURN-CODE.
           REWRITE CHECK-CONTROL-REC.
           IF NOT CCCODE-OK
               DISPLAY "*** CHECK CONTROL REWRITE PROBLEM " CCCODE
               MOVE +16 TO RETURN-CODE.

           CLOSE OFFREQ, PAYHIST, YTDIN, EMPMAST, OFFCHECK, OFFREG,
                 PAYCKCTL.
           DISPLAY "VACATION PAYOUTS ZEROED ON EMPMAST: "
                   VACATION-PAYOUTS.
           DISPLAY "NORMAL END OF JOB OFFCYCLE".
       200-EXIT.
           EXIT.

       210-WRITE-YTD.
           MOVE SPACES                   TO YTDOUT-REC.
           MOVE YTD-EMP-NUMBER (YTD-SUB) TO YTDO-EMP-NUMBER.
           MOVE YTD-GROSS-AMT (YTD-SUB)  TO YTDO-GROSS-AMT.
           WRITE YTDOUT-REC.
       210-EXIT.
           EXIT.
