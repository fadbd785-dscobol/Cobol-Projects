      * deductions, and writes the completed numeric detail record
      * to PAYCHECK for DIRDEP / LABDIST / PAYROLYE to consume.  The
      * dollar-edited listing now goes to its own PAYPRINT file.
      * The run's totals go to the balancing file so RECONCIL can
      * prove the payroll journal (PAYJRNL) took in the same pay run.
      * Every payment is numbered from the payroll check control
      * record - the same series OFFCYCLE issues from - and carries
      * its voluntary deductions, so a check can be voided later.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO UT-S-YTDOUT
             ORGANIZATION IS SEQUENTIAL.

           SELECT BALFILE
           ASSIGN TO UT-S-BALFILE
             ORGANIZATION IS SEQUENTIAL.

           SELECT PAYCKCTL
           ASSIGN TO UT-S-PAYCKCTL
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS PAYCKCTL-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL
           05  YTDO-GROSS-AMT          PIC 9(9)V99.
           05  FILLER                  PIC X(64).

      * Balancing control records, written DISP=MOD
       FD  BALFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BALFILE-REC.
       01  BALFILE-REC  PIC X(80).

      * Single control record - the next payroll check number
       FD  PAYCKCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECK-CONTROL-REC.
       01  CHECK-CONTROL-REC.
           05  CC-NEXT-CHECK-NUMBER    PIC 9(8).
           05  FILLER                  PIC X(72).

       WORKING-STORAGE SECTION.
      * End of File switch
       01 PAYROLL-EOF               PIC X(01) VALUE SPACE.
       01 PAYCKCTL-ST               PIC X(02).
           88 PAYCKCTL-OK           VALUE "00".
      * Same numeric detail layout PAYROL01 reads and writes - the
      * employee number, bank fields and deposit flag pass through
      * untouched so the downstream programs see a complete record.
           05  HOURLY-RATE-IN          PIC 9(3).
           05  HOURS-WORKED-IN         PIC 9(3).
           05  CATEGORY-IN             PIC X(1).
               88  COMMISSION-EARNING  VALUE "C".
               88  RETRO-EARNING       VALUE "R".
               88  SHIFT-DIFF-EARNING  VALUE "S".
           05  GROSS-PAY-IN            PIC 9(5)V99.
           05  ALLOWANCES-IN           PIC 9(2).
           05  WITHHOLDING-IN          PIC 9(5)V99.
           05  BANK-ACCOUNT-IN         PIC X(10).
           05  EMP-NUMBER-IN           PIC 9(5).
           05  DEPOSIT-FLAG-IN         PIC X(1).
           05  CHECK-NUMBER-IN         PIC 9(8).
           05  DEDUCTIONS-IN           PIC 9(5)V99.
           05  PAY-TYPE-IN             PIC X(1).
           05  ORIG-CHECK-IN           PIC 9(8).
           05  FILLER                  PIC X(4).

      * Dollar-edited listing line, printed to PAYPRINT - the data
      * record itself stays numeric on PAYCHECK
      * master once and both payroll programs deduct the same way.
       COPY VOLDEDWS.

      * What this pay run wrote to PAYCHECK - the "OUT" side of the
      * balancing pair RECONCIL checks against PAYJRNL
       COPY BALREC.
       01 PAY-RUN-TOTALS.
           05 PAYCHECKS-WRITTEN       PIC S9(7) COMP VALUE 0.
           05 RUN-EMPLOYEE-HASH       PIC 9(12) COMP-3 VALUE 0.
           05 RUN-GROSS-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
           05 RUN-TAXES-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.
           05 RUN-NET-TOTAL           PIC S9(9)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM 000-Housekeeping.
           PERFORM 200-PROCESS-DATA.
           PERFORM 500-Write-Paycheck.
           PERFORM 400-Read-Payroll.
      * Commission earnings from COMMCALC, retro pay from RETROPAY and
      * nurses' shift differentials from SHFTDIFF arrive with the
      * amount already in gross pay and no hours - withheld on as
      * they are
       200-PROCESS-DATA.
           PERFORM 260-Lookup-OT-Rate.
           EVALUATE TRUE
              WHEN COMMISSION-EARNING
              WHEN RETRO-EARNING
              WHEN SHIFT-DIFF-EARNING
                 MOVE GROSS-PAY-IN TO WS-GROSS-THIS-PERIOD
              WHEN HOURS-WORKED-IN > OT-THRESHOLD
                 COMPUTE WS-GROSS-THIS-PERIOD ROUNDED =
                    (HOURLY-RATE-IN * HOURS-WORKED-IN) *
                    (1 + OT-PREMIUM-RATE-WS)
              WHEN OTHER
                 COMPUTE WS-GROSS-THIS-PERIOD =
                    HOURLY-RATE-IN * HOURS-WORKED-IN
           END-EVALUATE.
           MOVE WS-GROSS-THIS-PERIOD TO GROSS-PAY-IN.
           PERFORM 270-Compute-Deductions.
           PERFORM 280-Build-Print-Line.
           MOVE NET-PAY-IN           TO VD-NET-PAY.
           CALL 'VOLDED' USING VOLDED-REQUEST-AREA.
           IF VD-RETURN-CODE = 0
              MOVE VD-NET-PAY          TO NET-PAY-IN
              MOVE VD-DEDUCTIONS-TAKEN TO DEDUCTIONS-IN
           ELSE
              DISPLAY "VOLDED PROBLEM - NO VOLUNTARY DEDUCTIONS"
              MOVE ZERO TO DEDUCTIONS-IN
           END-IF.

      * Locate the employee's YTD balance - a new employee starts the
           OPEN INPUT PAYROLL.
           OPEN OUTPUT PAYCHECK, PAYPRINT.
           PERFORM 310-Load-YTD-Table.
           PERFORM 340-Open-Check-Control.
      * Prior YTD gross balances - an empty file starts the year
       310-Load-YTD-Table.
           OPEN INPUT YTDIN.
           MOVE YTDI-EMP-NUMBER TO YTD-EMP-NUMBER (YTD-COUNT).
           MOVE YTDI-GROSS-AMT  TO YTD-GROSS-AMT (YTD-COUNT).
           PERFORM 320-Read-YTDIN.
      * No check numbers, no pay run - the control record is
      * rewritten with the next number at end of job
       340-Open-Check-Control.
           OPEN I-O PAYCKCTL.
           IF PAYCKCTL-OK
              READ PAYCKCTL
                 AT END MOVE "10" TO PAYCKCTL-ST
              END-READ
           END-IF.
           IF NOT PAYCKCTL-OK
              OR CC-NEXT-CHECK-NUMBER NOT NUMERIC
              DISPLAY "*** PAYROLL CHECK CONTROL RECORD MISSING OR "
                      "INVALID " PAYCKCTL-ST " ***"
              CLOSE PAYROLL, PAYCHECK, PAYPRINT, PAYCKCTL
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
       400-Read-Payroll.
           DISPLAY 'READ Payroll'.
           READ PAYROLL INTO PAYROLL-IN
           END-READ.
       500-Write-Paycheck.
           DISPLAY 'WRITE Payroll'.
           MOVE CC-NEXT-CHECK-NUMBER TO CHECK-NUMBER-IN.
           ADD 1                     TO CC-NEXT-CHECK-NUMBER.
           MOVE SPACE                TO PAY-TYPE-IN.
           MOVE ZERO                 TO ORIG-CHECK-IN.
           WRITE PAYCHECK-REC FROM PAYROLL-IN.
           WRITE PAYPRINT-REC FROM PAYROLL-OUT.
           ADD 1              TO PAYCHECKS-WRITTEN.
           ADD EMP-NUMBER-IN  TO RUN-EMPLOYEE-HASH.
           ADD GROSS-PAY-IN   TO RUN-GROSS-TOTAL.
           ADD WITHHOLDING-IN TO RUN-TAXES-TOTAL.
           ADD FICA-IN        TO RUN-TAXES-TOTAL.
           ADD NET-PAY-IN     TO RUN-NET-TOTAL.
       600-CLOSE-FILES.
           PERFORM 610-Write-YTD-File.
      * One DONE call writes the updated deduction master and the
      * per-code register
           MOVE 'DONE' TO VD-FUNCTION.
           CALL 'VOLDED' USING VOLDED-REQUEST-AREA.
           PERFORM 630-Write-Balancing.
           REWRITE CHECK-CONTROL-REC.
           IF NOT PAYCKCTL-OK
              DISPLAY "CHECK CONTROL REWRITE PROBLEM " PAYCKCTL-ST
              MOVE 16 TO RETURN-CODE
           END-IF.
           CLOSE PAYROLL, PAYCHECK, PAYPRINT, PAYCKCTL.
      * Updated balances become the next run's YTDIN
       610-Write-YTD-File.
           OPEN OUTPUT YTDOUT.
           MOVE YTD-EMP-NUMBER (YTD-SUB) TO YTDO-EMP-NUMBER.
           MOVE YTD-GROSS-AMT (YTD-SUB)  TO YTDO-GROSS-AMT.
           WRITE YTDOUT-REC.
      * Record what went out to PAYCHECK for RECONCIL
       630-Write-Balancing.
           OPEN EXTEND BALFILE.
           MOVE SPACES            TO BALANCE-CONTROL-REC.
           MOVE "PAYROL02"        TO BAL-PROGRAM-NAME.
           MOVE "OUT"             TO BAL-DIRECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BAL-RUN-DATE.
           MOVE PAYCHECKS-WRITTEN TO BAL-RECORD-COUNT.
           MOVE RUN-EMPLOYEE-HASH TO BAL-EMPLOYEE-HASH.
           MOVE RUN-GROSS-TOTAL   TO BAL-GROSS-PAY-SUM.
           MOVE RUN-TAXES-TOTAL   TO BAL-TAXES-SUM.
           MOVE RUN-NET-TOTAL     TO BAL-NET-PAY-SUM.
           WRITE BALFILE-REC FROM BALANCE-CONTROL-REC.
           CLOSE BALFILE.
