      * The YEAR line refoots the four quarters against the annual
      * totals over the same detail - the figures PAYROLYE reports -
      * so the quarterly filings always tie to year end.
      * A void from the off-cycle run carries the voided check's pay
      * date, so it comes back out of the quarter the check was
      * counted in - wages, withholding and the FICA it withheld.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  BANK-ACCOUNT-WS      PIC X(10).
           05  EMP-NUMBER-WS        PIC 9(5).
           05  DEPOSIT-FLAG-WS      PIC X(1).
           05  CHECK-NUMBER-WS      PIC 9(8).
           05  DEDUCTIONS-WS        PIC 9(5)V99.
           05  PAY-TYPE-WS          PIC X(1).
               88 VOIDED-CHECK      VALUE "V".
           05  FILLER               PIC X(12).

       01 FICA-PARAMETERS.
           05 WS-FICA-RATE          PIC V9999    VALUE 0.

       01 QUARTER-TOTALS-TABLE.
           05 QUARTER-ENTRY OCCURS 4 TIMES.
              10 QT-TAXABLE-WAGES   PIC S9(9)V99 VALUE 0.
              10 QT-WITHHOLDING     PIC S9(9)V99 VALUE 0.
              10 QT-FICA            PIC S9(9)V99 VALUE 0.
       01 WS-QUARTER               PIC 9(1)      VALUE 0.
       01 WS-MONTH                 PIC 9(2)      VALUE 0.
       01 QTR-SUB                  PIC 9(1)      VALUE 0.
           05 WS-PERIOD-FICA       PIC 9(7)V99   VALUE 0.

       01 YEAR-TOTALS.
           05 YR-TAXABLE-WAGES     PIC S9(9)V99  VALUE 0.
           05 YR-WITHHOLDING       PIC S9(9)V99  VALUE 0.
           05 YR-FICA              PIC S9(9)V99  VALUE 0.

       01 REPORT-HEADING           PIC X(70) VALUE
           "QUARTERLY EMPLOYER TAX RETURN SUMMARY (941-STYLE)".
              MOVE 1 TO WS-QUARTER
           END-IF.

           IF VOIDED-CHECK
              PERFORM 150-BACK-OUT-VOID
           ELSE
              ADD GROSS-PAY      TO QT-TAXABLE-WAGES (WS-QUARTER)
              ADD WITHHOLDING-WS TO QT-WITHHOLDING (WS-QUARTER)
              PERFORM 200-COMPUTE-CAPPED-FICA
              ADD WS-PERIOD-FICA TO QT-FICA (WS-QUARTER)
           END-IF.

           PERFORM 400-READ-PAYROLL.

      * The voided check's own FICA comes back off - its wages
      * also come off the employee's running total toward the cap
       150-BACK-OUT-VOID.
           SUBTRACT GROSS-PAY      FROM QT-TAXABLE-WAGES (WS-QUARTER).
           SUBTRACT WITHHOLDING-WS FROM QT-WITHHOLDING (WS-QUARTER).
           SUBTRACT FICA-WS        FROM QT-FICA (WS-QUARTER).
           PERFORM 250-FIND-EMP-ENTRY.
           IF EMP-YTD-GROSS (EMP-FOUND) > GROSS-PAY
              SUBTRACT GROSS-PAY FROM EMP-YTD-GROSS (EMP-FOUND)
           ELSE
              MOVE ZERO TO EMP-YTD-GROSS (EMP-FOUND)
           END-IF.

      * FICA at the flat rate, only on wages still under the
      * employee's annual cap
       200-COMPUTE-CAPPED-FICA.
