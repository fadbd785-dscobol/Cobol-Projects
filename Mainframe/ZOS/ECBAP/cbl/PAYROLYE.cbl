      * assigned employee number the detail record now carries, so
      * a marriage or a typo in the name fields no longer forks an
      * employee into two people - and prints one summary line per
      * employee plus a company-wide total.  Off-cycle checks count
      * like any other; a void (OFFCYCLE) takes the voided check's
      * gross and withholding back out.
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

       01 EMP-YTD-TABLE.
           05 EMP-YTD-ENTRY OCCURS 100 TIMES INDEXED BY EMP-IDX.
              10 EMP-YTD-NUMBER     PIC 9(5).
              10 EMP-YTD-FIRST      PIC X(10).
              10 EMP-YTD-LAST       PIC X(10).
              10 EMP-YTD-GROSS      PIC S9(9)V99 VALUE 0.
              10 EMP-YTD-WITHHOLD   PIC S9(9)V99 VALUE 0.

       01 WS-EMP-COUNT              PIC 9(4)     VALUE 0.
       01 WS-COMPANY-GROSS          PIC 9(9)V99  VALUE 0.
           MOVE EMP-NUMBER-WS    TO EMP-YTD-NUMBER (EMP-IDX).
           MOVE FIRST-WS         TO EMP-YTD-FIRST (EMP-IDX).
           MOVE LAST-WS          TO EMP-YTD-LAST (EMP-IDX).
           MOVE ZERO             TO EMP-YTD-GROSS (EMP-IDX).
           MOVE ZERO             TO EMP-YTD-WITHHOLD (EMP-IDX).
           PERFORM 220-Update-Employee.

       220-Update-Employee.
      * A late name change follows the employee forward
           MOVE FIRST-WS        TO EMP-YTD-FIRST (EMP-IDX).
           MOVE LAST-WS         TO EMP-YTD-LAST (EMP-IDX).
           IF VOIDED-CHECK
              SUBTRACT GROSS-PAY      FROM EMP-YTD-GROSS (EMP-IDX)
              SUBTRACT WITHHOLDING-WS FROM EMP-YTD-WITHHOLD (EMP-IDX)
           ELSE
              ADD GROSS-PAY        TO EMP-YTD-GROSS (EMP-IDX)
              ADD WITHHOLDING-WS   TO EMP-YTD-WITHHOLD (EMP-IDX)
           END-IF.

       300-Open-Files.
           OPEN INPUT PAYROLL.
