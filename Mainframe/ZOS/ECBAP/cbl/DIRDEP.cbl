      * header, one "2" detail per paid employee with net pay, and
      * an "8" batch control record with the entry count and total -
      * plus a register of deposits and a fallback check-print list
      * for employees without bank details.  Each paper check is
      * listed under the check number PAYROL02 assigned it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  EMP-NUMBER-IN          PIC 9(5).
           05  DEPOSIT-FLAG-IN         PIC X(1).
               88 WANTS-DIRECT-DEPOSIT VALUE "Y".
           05  CHECK-NUMBER-IN         PIC 9(8).
           05  FILLER                  PIC X(20).

       FD  ACHFILE
           RECORDING MODE IS F

       01 CHECK-LIST-LINE.
           05 FILLER                PIC X(1)  VALUE SPACES.
           05 CHK-NUMBER            PIC 9(8).
           05 FILLER                PIC X(2)  VALUE SPACES.
           05 CHK-NAME              PIC X(20).
           05 FILLER                PIC X(9)  VALUE "  AMOUNT:".
           05 CHK-AMOUNT            PIC $$$,$$9.99.

      * No usable bank details - this employee stays on paper
       300-Write-Check-Line.
           MOVE CHECK-NUMBER-IN TO CHK-NUMBER.
           MOVE NAME-IN         TO CHK-NAME.
           MOVE NET-PAY-IN      TO CHK-AMOUNT.
           WRITE CHK-REC FROM CHECK-LIST-LINE.
           ADD 1 TO WS-CHECK-COUNT.

