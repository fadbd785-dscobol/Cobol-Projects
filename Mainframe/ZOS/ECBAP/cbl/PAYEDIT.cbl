      *               (RECORD COUNT AND HOURS TOTAL) OR THE RUN
      *               FAILS LOUDLY
      *
      *          COMMISSION EARNINGS (CATEGORY "C") FROM COMMCALC
      *          CARRY THE AMOUNT IN GROSS PAY AND NO HOURS - THEY
      *          SKIP THE HOURS AND RATE CHECKS, NEED AN AMOUNT, ARE
      *          DUPLICATES ONLY OF ANOTHER COMMISSION RECORD FOR THE
      *          SAME EMPLOYEE AND DATE, AND TAKE THE BANK DETAILS OF
      *          RECORD FROM EMPMAST SO THEY DEPOSIT LIKE THE WAGES.
      *          RETRO PAY (CATEGORY "R") FROM RETROPAY AND NURSES'
      *          SHIFT DIFFERENTIALS (CATEGORY "S") FROM SHFTDIFF ARE
      *          EDITED THE SAME WAY - AN AMOUNT, NO HOURS.
      *
      *          CLEAN RECORDS GO TO THE PAYROLL FILE THE PAY RUN
      *          READS; REJECTS GO TO THE REJECT FILE WITH REASONS.
      *
           05  HOURLY-RATE-IN          PIC 9(3).
           05  HOURS-WORKED-IN         PIC 9(3).
           05  CATEGORY-IN             PIC X(1).
               88  COMMISSION-EARNING  VALUE "C".
               88  RETRO-EARNING       VALUE "R".
               88  SHIFT-DIFF-EARNING  VALUE "S".
               88  AMOUNT-EARNING      VALUES "C", "R", "S".
           05  GROSS-PAY-IN            PIC 9(5)V99.
           05  ALLOWANCES-IN           PIC 9(2).
           05  WITHHOLDING-IN          PIC 9(5)V99.
           05  EMP-WEEK-ENTRY OCCURS 2000 TIMES.
               10  EW-EMP-NUMBER       PIC 9(05).
               10  EW-WEEK-DATE        PIC X(10).
               10  EW-EARNING-TYPE     PIC X(1).
       77  EMP-WEEK-COUNT              PIC S9(4) COMP VALUE +0.
       77  EMP-WEEK-SUB                PIC S9(4) COMP VALUE +0.
       77  DUPLICATE-FOUND-SW          PIC X(1) VALUE 'N'.
           88 DUPLICATE-FOUND  VALUE 'Y'.

       77  WS-EMP-KEY                  PIC 9(05).
      ****** "T" TIMECARD, "C" COMMISSION, "R" RETRO OR "S" SHIFT
      ****** DIFFERENTIAL - A WEEK'S TIMECARD AND A MONTH'S
      ****** COMMISSION ON THE SAME DATE ARE NOT DUPLICATES
       77  WS-EARNING-TYPE             PIC X(1).

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC S9(5) COMP.
               PERFORM 710-WRITE-PAYREJ THRU 710-EXIT
               GO TO 300-EXIT.

           IF AMOUNT-EARNING
               PERFORM 350-EDIT-COMMISSION THRU 350-EXIT
               GO TO 300-EXIT.

           IF HOURS-WORKED-IN NOT NUMERIC
              OR HOURS-WORKED-IN < 1
              OR HOURS-WORKED-IN > 80
       300-EXIT.
           EXIT.

       350-EDIT-COMMISSION.
           IF GROSS-PAY-IN NOT NUMERIC
              OR GROSS-PAY-IN = ZERO
               MOVE "*** EARNING AMOUNT MISSING" TO ERR-MSG
               PERFORM 710-WRITE-PAYREJ THRU 710-EXIT
               GO TO 350-EXIT.

           PERFORM 400-CHECK-DUPLICATE THRU 400-EXIT.
           IF DUPLICATE-FOUND
               MOVE "*** DUPLICATE AMOUNT EARNING" TO ERR-MSG
               PERFORM 710-WRITE-PAYREJ THRU 710-EXIT
               GO TO 350-EXIT.

           IF BANK-ROUTING-IN = SPACES
               MOVE EM-BANK-ROUTING TO BANK-ROUTING-IN
               MOVE EM-BANK-ACCOUNT TO BANK-ACCOUNT-IN
               IF EM-BANK-ROUTING NOT = SPACES
                   MOVE "Y" TO DEPOSIT-FLAG-IN.

           WRITE PAYROLL-REC FROM WS-PAYROLL-REC.
           ADD +1 TO RECORDS-ACCEPTED.
       350-EXIT.
           EXIT.

       400-CHECK-DUPLICATE.
           MOVE 'N' TO DUPLICATE-FOUND-SW.
           IF AMOUNT-EARNING
               MOVE CATEGORY-IN TO WS-EARNING-TYPE
           ELSE
               MOVE "T" TO WS-EARNING-TYPE.
           PERFORM 410-SCAN-EMP-WEEK THRU 410-EXIT
               VARYING EMP-WEEK-SUB FROM +1 BY +1
               UNTIL EMP-WEEK-SUB > EMP-WEEK-COUNT
                       TO EW-EMP-NUMBER (EMP-WEEK-COUNT)
                   MOVE DATE-IN
                       TO EW-WEEK-DATE (EMP-WEEK-COUNT)
                   MOVE WS-EARNING-TYPE
                       TO EW-EARNING-TYPE (EMP-WEEK-COUNT)
               ELSE
                   DISPLAY "*** PAYEDIT EMPLOYEE-WEEK TABLE FULL".
       400-EXIT.
       410-SCAN-EMP-WEEK.
           IF EW-EMP-NUMBER (EMP-WEEK-SUB) = EMP-NUMBER-IN
              AND EW-WEEK-DATE (EMP-WEEK-SUB) = DATE-IN
              AND EW-EARNING-TYPE (EMP-WEEK-SUB) = WS-EARNING-TYPE
               MOVE 'Y' TO DUPLICATE-FOUND-SW.
       410-EXIT.
           EXIT.
