       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RETROPAY.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL EMPLOYEE DATA.

      ******************************************************************
      *REMARKS.
      *
      *          RETROACTIVE PAY FOR BACK-DATED RATE CHANGES.  WHEN A
      *          RAISE IS APPROVED LATE OR A SETTLEMENT IS BACK-DATED,
      *          EMPMAINT CHANGES EM-HOURLY-RATE GOING FORWARD AND
      *          WRITES THE CHANGE, WITH ITS EFFECTIVE DATE, TO THE
      *          RATE CHANGE FILE.  THIS STEP RUNS AFTER EMPMAINT:
      *
      *             - EVERY RATE CHANGE EFFECTIVE BEFORE THE DAY IT
      *               WAS KEYED IS LOOKED FOR ON THE PAYCHECK HISTORY
      *               (THE PAYCHECK RECORDS PAYROL02 WRITES,
      *               CONCATENATED IN DATE ORDER)
      *             - EACH PAY PERIOD FROM THE EFFECTIVE DATE UP TO
      *               THE CHANGE IS RE-EXTENDED AT THE NEW RATE - THE
      *               HOURS ALREADY PAID, WITH THE SAME OVERTIME RULE
      *               PAYROL02 APPLIES - AND SET AGAINST WHAT WAS PAID
      *             - THE BACK PAY OWED GOES OUT AS ONE RETRO EARNING
      *               (CATEGORY "R") PER EMPLOYEE IN THE PAYRAW
      *               LAYOUT, WITH ITS BATCH TRAILER, FOR PAYEDIT
      *             - THE RETRO REGISTER SHOWS PERIOD BY PERIOD WHAT
      *               WAS PAID, WHAT SHOULD HAVE BEEN PAID AND THE
      *               DIFFERENCE, WITH THE EMPLOYEE'S TOTAL
      *
      *          A BACK-DATED CUT THAT LEAVES THE EMPLOYEE OVERPAID IS
      *          NOT CLAWED BACK HERE - IT IS LISTED FOR PAYROLL TO
      *          DEAL WITH.  COMMISSION, SHIFT DIFFERENTIAL AND EARLIER
      *          RETRO EARNINGS ON THE HISTORY CARRY NO HOURS AND ARE
      *          LEFT ALONE, AS ARE OFF-CYCLE PAYMENTS AND THE VOIDS
      *          OFFCYCLE WRITES.  A CHECK THAT WAS VOIDED IS NOT
      *          RE-EXTENDED - THE HISTORY IS READ ONCE FOR THE VOIDS
      *          BEFORE THE SCAN - AND A REISSUE OF A PAY RUN CHECK IS
      *          RE-EXTENDED IN PLACE OF THE CHECK IT REPLACED.
      *          ONLY THE FIRST BACK-DATED CHANGE FOR AN EMPLOYEE IS
      *          WORKED; A SECOND ONE IS PRINTED AT THE HEAD OF THE
      *          REGISTER AS AN EXCEPTION FOR PAYROLL TO FIGURE.
      *
      ******************************************************************

               RATE CHANGE FILE        -   DDS0001.RATECHG

               PAYCHECK HISTORY        -   DDS0001.PAYHIST

               RETRO EARNINGS          -   DDS0001.RETRORAW

               RETRO REGISTER          -   RETRORPT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATECHG
           ASSIGN TO UT-S-RATECHG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RCCODE.

           SELECT PAYHIST
           ASSIGN TO UT-S-PAYHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PHCODE.

           SELECT RETRORAW
           ASSIGN TO UT-S-RETRORAW
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RWCODE.

           SELECT RETRORPT
           ASSIGN TO UT-S-RETRORPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

       DATA DIVISION.
       FILE SECTION.
      ****** WRITTEN BY EMPMAINT FOR EVERY RATE CHANGE
       FD  RATECHG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATECHG-REC.
       01  RATECHG-REC.
           05  RT-EMP-NUMBER               PIC 9(05).
           05  RT-EFFECTIVE-DATE           PIC X(08).
           05  RT-OLD-RATE                 PIC 9(3)V99.
           05  RT-NEW-RATE                 PIC 9(3)V99.
           05  RT-CHANGE-DATE              PIC X(08).
           05  FILLER                      PIC X(49).

       FD  PAYHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAYHIST-REC.
       01  PAYHIST-REC  PIC X(120).

       FD  RETRORAW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETRORAW-REC.
       01  RETRORAW-REC  PIC X(120).

       FD  RETRORPT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  RCCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  PHCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RWCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  FLAGS-AND-SWITCHES.
           05 MORE-CHANGE-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-CHANGES       VALUE "N".
           05 MORE-HISTORY-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-HISTORY       VALUE "N".

      ****** SAME NUMERIC DETAIL LAYOUT PAYEDIT/PAYROL02 READ - THE
      ****** HISTORY IS READ IN IT AND THE RETRO EARNINGS BUILT IN IT
       01  WS-PAYROLL-REC.
           05 NAME-IN.
              10 FIRST-IN              PIC X(10).
              10 LAST-IN               PIC X(10).
           05  DATE-IN                 PIC X(10).
           05  HOURLY-RATE-IN          PIC 9(3).
           05  HOURS-WORKED-IN         PIC 9(3).
           05  CATEGORY-IN             PIC X(1).
               88  AMOUNT-EARNING      VALUES "C", "R", "S".
               88  OFF-CYCLE-PAYMENT   VALUES "F", "B", "A".
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
               88  OFF-CYCLE-ENTRY     VALUES "O", "V".
               88  VOIDED-CHECK        VALUE "V".
           05  ORIG-CHECK-IN           PIC 9(8).
           05  FILLER                  PIC X(4).

      ****** BATCH TRAILER VIEW OF THE SAME RECORD
       01  WS-TRAILER-VIEW REDEFINES WS-PAYROLL-REC.
           05  TRL-ID                  PIC X(10).
           05  TRL-RECORD-COUNT        PIC 9(05).
           05  TRL-HOURS-TOTAL         PIC 9(07).
           05  FILLER                  PIC X(98).

      ****** OVERTIME THRESHOLD/PREMIUM BY CATEGORY - THE VALUES
      ****** PAYROL02 PAYS BY, SO THE RE-EXTENSION MATCHES THE CHECK
       01  OT-RATE-TABLE.
           05 OT-RATE-ENTRY OCCURS 2 TIMES INDEXED BY OT-IDX.
              10 OT-CATEGORY          PIC X(1).
              10 OT-THRESHOLD-HRS     PIC 9(3).
              10 OT-PREMIUM-RATE      PIC V99.
       77  OT-DEFAULT-THRESHOLD-HRS    PIC 9(3) VALUE 18.
       77  OT-DEFAULT-PREMIUM-RATE     PIC V99  VALUE .25.
       77  OT-THRESHOLD                PIC 9(3).
       77  OT-PREMIUM-RATE-WS          PIC V99.

      ****** BACK-DATED RATE CHANGES AND EACH EMPLOYEE'S RETRO TOTALS
       01  RATE-CHANGE-TABLE.
           05  RATE-CHANGE-ENTRY OCCURS 500 TIMES.
               10  CHG-EMP-NUMBER      PIC 9(05).
               10  CHG-EFFECTIVE-DATE  PIC 9(08).
               10  CHG-CHANGE-DATE     PIC 9(08).
               10  CHG-OLD-RATE        PIC 9(3)V99.
               10  CHG-NEW-RATE        PIC 9(3)V99.
               10  CHG-FIRST-NAME      PIC X(10).
               10  CHG-LAST-NAME       PIC X(10).
               10  CHG-ALLOWANCES      PIC 9(02).
               10  CHG-PERIODS         PIC S9(4) COMP.
               10  CHG-PAID-TOTAL      PIC S9(7)V99 COMP-3.
               10  CHG-SHOULD-TOTAL    PIC S9(7)V99 COMP-3.
       77  CHANGE-COUNT                PIC S9(4) COMP VALUE +0.
       77  CHANGE-SUB                  PIC S9(4) COMP VALUE +0.
       77  CHANGE-FOUND                PIC S9(4) COMP VALUE +0.

      ****** EVERY PERIOD RE-EXTENDED, IN HISTORY ORDER
       01  PERIOD-TABLE.
           05  PERIOD-ENTRY OCCURS 3000 TIMES.
               10  PER-CHANGE-SUB      PIC S9(4) COMP.
               10  PER-PERIOD-DATE     PIC X(10).
               10  PER-HOURS           PIC 9(03).
               10  PER-PAID-RATE       PIC 9(03).
               10  PER-PAID            PIC 9(5)V99.
               10  PER-SHOULD          PIC 9(5)V99.
       77  PERIOD-COUNT                PIC S9(4) COMP VALUE +0.
       77  PERIOD-SUB                  PIC S9(4) COMP VALUE +0.

      ****** CHECKS VOIDED ON THE HISTORY - NEVER RE-EXTENDED
       01  VOIDED-CHECK-TABLE.
           05  VOIDED-CHECK-ENTRY OCCURS 1000 TIMES.
               10  VOID-CHECK-NUMBER   PIC 9(08).
       77  VOID-COUNT                  PIC S9(4) COMP VALUE +0.
       77  VOID-SUB                    PIC S9(4) COMP VALUE +0.
       77  VOID-FOUND                  PIC S9(4) COMP VALUE +0.

       01  RETRO-WORK-FIELDS.
           05  WS-RUN-YYYYMMDD         PIC 9(08).
           05  WS-RUN-DATE-OUT         PIC X(10).
           05  WS-PERIOD-YYYYMMDD      PIC X(08).
           05  WS-PERIOD-NUM REDEFINES WS-PERIOD-YYYYMMDD
                                       PIC 9(08).
           05  WS-SHOULD-PAY           PIC 9(5)V99.
           05  WS-DIFFERENCE           PIC S9(7)V99.
           05  WS-RETRO-AMOUNT         PIC S9(7)V99.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CHANGES-READ             PIC S9(5) COMP.
           05 CHANGES-BACK-DATED       PIC S9(5) COMP.
           05 SECOND-CHANGES           PIC S9(5) COMP.
           05 HISTORY-READ             PIC S9(7) COMP.
           05 PERIODS-REEXTENDED       PIC S9(5) COMP.
           05 RETRO-RECORDS-OUT        PIC S9(5) COMP.
           05 OVERPAID-EMPLOYEES       PIC S9(5) COMP.
           05 RETRO-TOTAL              PIC S9(9)V99 COMP-3.

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
           "RETROACTIVE PAY REGISTER - BACK-DATED RATE CHANGES".
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-EMP-HDR-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  EH-EMP-NUMBER-O         PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EH-NAME-O               PIC X(21).
           05  FILLER                  PIC X(13)
                  VALUE "  RATE FROM: ".
           05  EH-OLD-RATE-O           PIC ZZ9.99.
           05  FILLER                  PIC X(6) VALUE "  TO: ".
           05  EH-NEW-RATE-O           PIC ZZ9.99.
           05  FILLER                  PIC X(13)
                  VALUE "  EFFECTIVE: ".
           05  EH-EFFECTIVE-O          PIC 9(8).
           05  FILLER                  PIC X(9) VALUE "  KEYED: ".
           05  EH-CHANGED-O            PIC 9(8).
           05  FILLER                  PIC X(35) VALUE SPACES.

      ****** A SECOND BACK-DATED CHANGE FOR ONE EMPLOYEE IS NOT WORKED
       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  XL-EMP-NUMBER-O         PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(21)
                  VALUE "*** SECOND CHANGE".
           05  FILLER                  PIC X(13)
                  VALUE "  RATE FROM: ".
           05  XL-OLD-RATE-O           PIC ZZ9.99.
           05  FILLER                  PIC X(6) VALUE "  TO: ".
           05  XL-NEW-RATE-O           PIC ZZ9.99.
           05  FILLER                  PIC X(13)
                  VALUE "  EFFECTIVE: ".
           05  XL-EFFECTIVE-O          PIC 9(8).
           05  FILLER                  PIC X(9) VALUE "  KEYED: ".
           05  XL-CHANGED-O            PIC 9(8).
           05  FILLER                  PIC X(35)
                  VALUE "  NOT WORKED - FIGURE BY HAND".

       01  WS-COLUMN-REC.
           05  FILLER                  PIC X(46) VALUE
               "        PERIOD      HOURS  RATE PAID      AMOU".
           05  FILLER                  PIC X(44) VALUE
               "NT PAID   SHOULD HAVE PAID      DIFFERENCE".
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  PL-PERIOD-O             PIC X(10).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  PL-HOURS-O              PIC ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  PL-RATE-O               PIC ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  PL-PAID-O               PIC $$$,$$9.99.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  PL-SHOULD-O             PIC $$$,$$9.99.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  PL-DIFF-O               PIC $$$,$$9.99-.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-EMP-TOTAL-LINE.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE "TOTAL - ".
           05  ET-PERIODS-O            PIC ZZ9.
           05  FILLER                  PIC X(9) VALUE " PERIODS ".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ET-PAID-O               PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  ET-SHOULD-O             PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ET-DIFF-O               PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ET-ACTION-O             PIC X(40).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(14)
                  VALUE "Rate changes: ".
           05  CHANGES-OUT             PIC Z(5).
           05  FILLER                  PIC X(14)
                  VALUE " Back-dated:  ".
           05  BACK-DATED-OUT          PIC Z(5).
           05  FILLER                  PIC X(10)
                  VALUE " Periods: ".
           05  PERIODS-OUT             PIC Z(5).
           05  FILLER                  PIC X(16)
                  VALUE " Retro records: ".
           05  RETRO-OUT               PIC Z(5).
           05  FILLER                  PIC X(14)
                  VALUE " Retro total: ".
           05  RETRO-TOTAL-OUT         PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(11)
                  VALUE " Overpaid: ".
           05  OVERPAID-OUT            PIC Z(5).
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-SCAN-HISTORY THRU 100-EXIT
                   UNTIL NO-MORE-HISTORY.
           PERFORM 500-WRITE-RESULTS THRU 500-EXIT
                   VARYING CHANGE-SUB FROM +1 BY +1
                   UNTIL CHANGE-SUB > CHANGE-COUNT.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "RETROPAY HOUSEKEEPING".
           OPEN INPUT RATECHG.
           OPEN INPUT PAYHIST.
           OPEN OUTPUT RETRORAW.
           OPEN OUTPUT RETRORPT.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           PERFORM 050-LOAD-OT-TABLE THRU 050-EXIT.

           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-RUN-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE (1:4)  TO WS-RUN-DATE-OUT (1:4).
           MOVE "-"                          TO WS-RUN-DATE-OUT (5:1).
           MOVE FUNCTION CURRENT-DATE (5:2)  TO WS-RUN-DATE-OUT (6:2).
           MOVE "-"                          TO WS-RUN-DATE-OUT (8:1).
           MOVE FUNCTION CURRENT-DATE (7:2)  TO WS-RUN-DATE-OUT (9:2).
           MOVE WS-RUN-DATE-OUT              TO HDR-DATE.
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.

           PERFORM 300-LOAD-CHANGE THRU 300-EXIT
               UNTIL NO-MORE-CHANGES.
           IF SECOND-CHANGES > +0
               WRITE RPT-REC FROM WS-BLANK-LINE.

      *  One pass for the voids, then the history again from the top
           PERFORM 320-LOAD-VOID THRU 320-EXIT
               UNTIL NO-MORE-HISTORY.
           CLOSE PAYHIST.
           OPEN INPUT PAYHIST.
           MOVE "Y" TO MORE-HISTORY-SW.

           READ PAYHIST INTO WS-PAYROLL-REC
               AT END
               MOVE 'N' TO MORE-HISTORY-SW
               GO TO 000-EXIT
           END-READ
           ADD +1 TO HISTORY-READ.
       000-EXIT.
           EXIT.

       050-LOAD-OT-TABLE.
           MOVE "H" TO OT-CATEGORY (1).
           MOVE 40  TO OT-THRESHOLD-HRS (1).
           MOVE .50 TO OT-PREMIUM-RATE (1).
           MOVE "P" TO OT-CATEGORY (2).
           MOVE 20  TO OT-THRESHOLD-HRS (2).
           MOVE .25 TO OT-PREMIUM-RATE (2).
       050-EXIT.
           EXIT.

       100-SCAN-HISTORY.
      *  Only hours-based pay from the regular runs can be
      *  re-extended - amount earnings, off-cycle entries and any
      *  batch trailer are passed over
           IF TRL-ID = "**TRAILER*"
              OR AMOUNT-EARNING
              OR OFF-CYCLE-ENTRY
              OR OFF-CYCLE-PAYMENT
              OR EMP-NUMBER-IN NOT NUMERIC
              OR HOURS-WORKED-IN NOT NUMERIC
              OR GROSS-PAY-IN NOT NUMERIC
               GO TO 190-READ-NEXT.

      *  A voided check was never paid - its reissue, if any, is
      *  re-extended instead
           IF CHECK-NUMBER-IN NUMERIC
              AND CHECK-NUMBER-IN > ZERO
               MOVE +0 TO VOID-FOUND
               PERFORM 120-FIND-VOID THRU 120-EXIT
                   VARYING VOID-SUB FROM +1 BY +1
                   UNTIL VOID-SUB > VOID-COUNT
                      OR VOID-FOUND > +0
               IF VOID-FOUND > +0
                   GO TO 190-READ-NEXT.

           MOVE +0 TO CHANGE-FOUND.
           PERFORM 110-FIND-CHANGE THRU 110-EXIT
               VARYING CHANGE-SUB FROM +1 BY +1
               UNTIL CHANGE-SUB > CHANGE-COUNT
                  OR CHANGE-FOUND > +0.
           IF CHANGE-FOUND = +0
               GO TO 190-READ-NEXT.

      *  Pay dates are carried YYYY-MM-DD
           MOVE DATE-IN (1:4) TO WS-PERIOD-YYYYMMDD (1:4).
           MOVE DATE-IN (6:2) TO WS-PERIOD-YYYYMMDD (5:2).
           MOVE DATE-IN (9:2) TO WS-PERIOD-YYYYMMDD (7:2).
           IF WS-PERIOD-YYYYMMDD NOT NUMERIC
               DISPLAY "*** RETROPAY BAD PAY DATE ON HISTORY: "
                       EMP-NUMBER-IN " " DATE-IN
               GO TO 190-READ-NEXT.
           IF WS-PERIOD-NUM < CHG-EFFECTIVE-DATE (CHANGE-FOUND)
              OR WS-PERIOD-NUM NOT < CHG-CHANGE-DATE (CHANGE-FOUND)
               GO TO 190-READ-NEXT.

           PERFORM 400-REEXTEND-PERIOD THRU 400-EXIT.

       190-READ-NEXT.
           READ PAYHIST INTO WS-PAYROLL-REC
               AT END MOVE "N" TO MORE-HISTORY-SW
               GO TO 100-EXIT
           END-READ
           ADD +1 TO HISTORY-READ.
       100-EXIT.
           EXIT.

       110-FIND-CHANGE.
           IF CHG-EMP-NUMBER (CHANGE-SUB) = EMP-NUMBER-IN
               MOVE CHANGE-SUB TO CHANGE-FOUND.
       110-EXIT.
           EXIT.

       120-FIND-VOID.
           IF VOID-CHECK-NUMBER (VOID-SUB) = CHECK-NUMBER-IN
               MOVE VOID-SUB TO VOID-FOUND.
       120-EXIT.
           EXIT.

       300-LOAD-CHANGE.
           READ RATECHG
               AT END
               MOVE 'N' TO MORE-CHANGE-SW
               GO TO 300-EXIT
           END-READ
           ADD +1 TO CHANGES-READ.
      *  A change effective the day it was keyed owes nothing back
           IF RT-EMP-NUMBER NOT NUMERIC
              OR RT-EFFECTIVE-DATE NOT NUMERIC
              OR RT-CHANGE-DATE NOT NUMERIC
              OR RT-NEW-RATE NOT NUMERIC
               DISPLAY "*** RETROPAY BAD RATE CHANGE: " RATECHG-REC
               GO TO 300-EXIT.
           IF RT-EFFECTIVE-DATE NOT < RT-CHANGE-DATE
               GO TO 300-EXIT.

           MOVE +0 TO CHANGE-FOUND.
           PERFORM 310-FIND-LOADED THRU 310-EXIT
               VARYING CHANGE-SUB FROM +1 BY +1
               UNTIL CHANGE-SUB > CHANGE-COUNT
                  OR CHANGE-FOUND > +0.
           IF CHANGE-FOUND > +0
               DISPLAY "*** RETROPAY SECOND BACK-DATED CHANGE FOR "
                       RT-EMP-NUMBER " - FIRST ONE WORKED, "
                       "FIGURE THIS ONE BY HAND"
               MOVE RT-EMP-NUMBER     TO XL-EMP-NUMBER-O
               MOVE RT-OLD-RATE       TO XL-OLD-RATE-O
               MOVE RT-NEW-RATE       TO XL-NEW-RATE-O
               MOVE RT-EFFECTIVE-DATE TO XL-EFFECTIVE-O
               MOVE RT-CHANGE-DATE    TO XL-CHANGED-O
               WRITE RPT-REC FROM WS-EXCEPTION-LINE
               ADD +1 TO SECOND-CHANGES
               GO TO 300-EXIT.

           IF CHANGE-COUNT >= +500
               DISPLAY "*** RATE CHANGE TABLE FULL - INCREASE "
                       "RATE-CHANGE-ENTRY OCCURS ***"
               CLOSE RATECHG, PAYHIST, RETRORAW, RETRORPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO CHANGE-COUNT.
           ADD +1 TO CHANGES-BACK-DATED.
           MOVE RT-EMP-NUMBER     TO CHG-EMP-NUMBER (CHANGE-COUNT).
           MOVE RT-EFFECTIVE-DATE TO CHG-EFFECTIVE-DATE (CHANGE-COUNT).
           MOVE RT-CHANGE-DATE    TO CHG-CHANGE-DATE (CHANGE-COUNT).
           MOVE RT-OLD-RATE       TO CHG-OLD-RATE (CHANGE-COUNT).
           MOVE RT-NEW-RATE       TO CHG-NEW-RATE (CHANGE-COUNT).
           MOVE SPACES            TO CHG-FIRST-NAME (CHANGE-COUNT),
                                     CHG-LAST-NAME (CHANGE-COUNT).
           MOVE ZERO              TO CHG-ALLOWANCES (CHANGE-COUNT),
                                     CHG-PERIODS (CHANGE-COUNT),
                                     CHG-PAID-TOTAL (CHANGE-COUNT),
                                     CHG-SHOULD-TOTAL (CHANGE-COUNT).
       300-EXIT.
           EXIT.

       310-FIND-LOADED.
           IF CHG-EMP-NUMBER (CHANGE-SUB) = RT-EMP-NUMBER
               MOVE CHANGE-SUB TO CHANGE-FOUND.
       310-EXIT.
           EXIT.

       320-LOAD-VOID.
           READ PAYHIST INTO WS-PAYROLL-REC
               AT END
               MOVE 'N' TO MORE-HISTORY-SW
               GO TO 320-EXIT
           END-READ
           IF TRL-ID = "**TRAILER*"
              OR NOT VOIDED-CHECK
              OR ORIG-CHECK-IN NOT NUMERIC
               GO TO 320-EXIT.
           IF VOID-COUNT >= +1000
               DISPLAY "*** VOIDED CHECK TABLE FULL - INCREASE "
                       "VOIDED-CHECK-ENTRY OCCURS ***"
               CLOSE RATECHG, PAYHIST, RETRORAW, RETRORPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO VOID-COUNT.
           MOVE ORIG-CHECK-IN TO VOID-CHECK-NUMBER (VOID-COUNT).
       320-EXIT.
           EXIT.

       400-REEXTEND-PERIOD.
      *  The hours already paid at the new rate - overtime the way
      *  PAYROL02 pays it
           MOVE OT-DEFAULT-THRESHOLD-HRS TO OT-THRESHOLD.
           MOVE OT-DEFAULT-PREMIUM-RATE  TO OT-PREMIUM-RATE-WS.
           SET OT-IDX TO 1.
           SEARCH OT-RATE-ENTRY
              AT END CONTINUE
              WHEN OT-CATEGORY (OT-IDX) = CATEGORY-IN
                 MOVE OT-THRESHOLD-HRS (OT-IDX) TO OT-THRESHOLD
                 MOVE OT-PREMIUM-RATE (OT-IDX)  TO OT-PREMIUM-RATE-WS
           END-SEARCH.
           IF HOURS-WORKED-IN > OT-THRESHOLD
               COMPUTE WS-SHOULD-PAY ROUNDED =
                   CHG-NEW-RATE (CHANGE-FOUND) * HOURS-WORKED-IN +
                   CHG-NEW-RATE (CHANGE-FOUND) * HOURS-WORKED-IN *
                   OT-PREMIUM-RATE-WS
           ELSE
               COMPUTE WS-SHOULD-PAY ROUNDED =
                   CHG-NEW-RATE (CHANGE-FOUND) * HOURS-WORKED-IN.

           IF PERIOD-COUNT >= +3000
               DISPLAY "*** RETRO PERIOD TABLE FULL - INCREASE "
                       "PERIOD-ENTRY OCCURS ***"
               CLOSE RATECHG, PAYHIST, RETRORAW, RETRORPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO PERIOD-COUNT.
           ADD +1 TO PERIODS-REEXTENDED.
           MOVE CHANGE-FOUND    TO PER-CHANGE-SUB (PERIOD-COUNT).
           MOVE DATE-IN         TO PER-PERIOD-DATE (PERIOD-COUNT).
           MOVE HOURS-WORKED-IN TO PER-HOURS (PERIOD-COUNT).
           MOVE HOURLY-RATE-IN  TO PER-PAID-RATE (PERIOD-COUNT).
           MOVE GROSS-PAY-IN    TO PER-PAID (PERIOD-COUNT).
           MOVE WS-SHOULD-PAY   TO PER-SHOULD (PERIOD-COUNT).

           ADD +1            TO CHG-PERIODS (CHANGE-FOUND).
           ADD GROSS-PAY-IN  TO CHG-PAID-TOTAL (CHANGE-FOUND).
           ADD WS-SHOULD-PAY TO CHG-SHOULD-TOTAL (CHANGE-FOUND).
      *  The latest check's name and allowances go on the retro
      *  earning so it is withheld on like the wages
           MOVE FIRST-IN      TO CHG-FIRST-NAME (CHANGE-FOUND).
           MOVE LAST-IN       TO CHG-LAST-NAME (CHANGE-FOUND).
           IF ALLOWANCES-IN NUMERIC
               MOVE ALLOWANCES-IN TO CHG-ALLOWANCES (CHANGE-FOUND).
       400-EXIT.
           EXIT.

       500-WRITE-RESULTS.
           MOVE CHG-EMP-NUMBER (CHANGE-SUB) TO EH-EMP-NUMBER-O.
           MOVE SPACES                      TO EH-NAME-O.
           STRING CHG-LAST-NAME (CHANGE-SUB) DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  CHG-FIRST-NAME (CHANGE-SUB) DELIMITED BY "  "
               INTO EH-NAME-O.
           MOVE CHG-OLD-RATE (CHANGE-SUB)       TO EH-OLD-RATE-O.
           MOVE CHG-NEW-RATE (CHANGE-SUB)       TO EH-NEW-RATE-O.
           MOVE CHG-EFFECTIVE-DATE (CHANGE-SUB) TO EH-EFFECTIVE-O.
           MOVE CHG-CHANGE-DATE (CHANGE-SUB)    TO EH-CHANGED-O.
           WRITE RPT-REC FROM WS-EMP-HDR-LINE.

           IF CHG-PERIODS (CHANGE-SUB) = +0
               MOVE ZERO TO ET-PERIODS-O, ET-PAID-O, ET-SHOULD-O,
                            ET-DIFF-O
               MOVE "NO PERIODS PAID SINCE EFFECTIVE DATE"
                   TO ET-ACTION-O
               WRITE RPT-REC FROM WS-EMP-TOTAL-LINE
               WRITE RPT-REC FROM WS-BLANK-LINE
               GO TO 500-EXIT.

           WRITE RPT-REC FROM WS-COLUMN-REC.
           PERFORM 510-PRINT-PERIOD THRU 510-EXIT
               VARYING PERIOD-SUB FROM +1 BY +1
               UNTIL PERIOD-SUB > PERIOD-COUNT.

           COMPUTE WS-RETRO-AMOUNT = CHG-SHOULD-TOTAL (CHANGE-SUB)
                                   - CHG-PAID-TOTAL (CHANGE-SUB).
           MOVE CHG-PERIODS (CHANGE-SUB)      TO ET-PERIODS-O.
           MOVE CHG-PAID-TOTAL (CHANGE-SUB)   TO ET-PAID-O.
           MOVE CHG-SHOULD-TOTAL (CHANGE-SUB) TO ET-SHOULD-O.
           MOVE WS-RETRO-AMOUNT               TO ET-DIFF-O.
           EVALUATE TRUE
               WHEN WS-RETRO-AMOUNT > ZERO
                   PERFORM 520-WRITE-RETRO-EARNING THRU 520-EXIT
                   MOVE "RETRO EARNING WRITTEN FOR PAYEDIT"
                       TO ET-ACTION-O
               WHEN WS-RETRO-AMOUNT < ZERO
                   ADD +1 TO OVERPAID-EMPLOYEES
                   MOVE "*** OVERPAID - REFER TO PAYROLL"
                       TO ET-ACTION-O
               WHEN OTHER
                   MOVE "NOTHING OWED" TO ET-ACTION-O
           END-EVALUATE.
           WRITE RPT-REC FROM WS-EMP-TOTAL-LINE.
           WRITE RPT-REC FROM WS-BLANK-LINE.
       500-EXIT.
           EXIT.

       510-PRINT-PERIOD.
           IF PER-CHANGE-SUB (PERIOD-SUB) NOT = CHANGE-SUB
               GO TO 510-EXIT.
           COMPUTE WS-DIFFERENCE = PER-SHOULD (PERIOD-SUB)
                                 - PER-PAID (PERIOD-SUB).
           MOVE PER-PERIOD-DATE (PERIOD-SUB) TO PL-PERIOD-O.
           MOVE PER-HOURS (PERIOD-SUB)       TO PL-HOURS-O.
           MOVE PER-PAID-RATE (PERIOD-SUB)   TO PL-RATE-O.
           MOVE PER-PAID (PERIOD-SUB)        TO PL-PAID-O.
           MOVE PER-SHOULD (PERIOD-SUB)      TO PL-SHOULD-O.
           MOVE WS-DIFFERENCE                TO PL-DIFF-O.
           WRITE RPT-REC FROM WS-PERIOD-LINE.
       510-EXIT.
           EXIT.

       520-WRITE-RETRO-EARNING.
      *  Amount only, no hours - PAYEDIT takes the bank details of
      *  record from EMPMAST the way it does for commission
           MOVE SPACES                     TO WS-PAYROLL-REC.
           MOVE CHG-FIRST-NAME (CHANGE-SUB) TO FIRST-IN.
           MOVE CHG-LAST-NAME (CHANGE-SUB)  TO LAST-IN.
           MOVE WS-RUN-DATE-OUT            TO DATE-IN.
           MOVE CHG-NEW-RATE (CHANGE-SUB)  TO HOURLY-RATE-IN.
           MOVE ZERO                       TO HOURS-WORKED-IN.
           MOVE "R"                        TO CATEGORY-IN.
           MOVE WS-RETRO-AMOUNT            TO GROSS-PAY-IN.
           MOVE CHG-ALLOWANCES (CHANGE-SUB) TO ALLOWANCES-IN.
           MOVE ZERO                       TO WITHHOLDING-IN, FICA-IN,
                                              NET-PAY-IN.
           MOVE CHG-EMP-NUMBER (CHANGE-SUB) TO EMP-NUMBER-IN.
           WRITE RETRORAW-REC FROM WS-PAYROLL-REC.
           ADD +1              TO RETRO-RECORDS-OUT.
           ADD WS-RETRO-AMOUNT TO RETRO-TOTAL.
       520-EXIT.
           EXIT.

       200-CLEANUP.
      *  PAYEDIT balances every batch to its trailer - retro
      *  earnings carry no hours
           MOVE SPACES            TO WS-PAYROLL-REC.
           MOVE "**TRAILER*"      TO TRL-ID.
           MOVE RETRO-RECORDS-OUT TO TRL-RECORD-COUNT.
           MOVE ZERO              TO TRL-HOURS-TOTAL.
           WRITE RETRORAW-REC FROM WS-PAYROLL-REC.

           MOVE CHANGES-READ       TO CHANGES-OUT.
           MOVE CHANGES-BACK-DATED TO BACK-DATED-OUT.
           MOVE PERIODS-REEXTENDED TO PERIODS-OUT.
           MOVE RETRO-RECORDS-OUT  TO RETRO-OUT.
           MOVE RETRO-TOTAL        TO RETRO-TOTAL-OUT.
           MOVE OVERPAID-EMPLOYEES TO OVERPAID-OUT.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE RATECHG, PAYHIST, RETRORAW, RETRORPT.
           DISPLAY "NORMAL END OF JOB RETROPAY".
       200-EXIT.
           EXIT.
