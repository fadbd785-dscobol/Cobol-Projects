               10 DT-TAKEN-TO-DATE      PIC 9(7)V99.
       77  DEDUCTION-COUNT              PIC S9(4) COMP VALUE 0.
       77  DEDUCTION-SUB                PIC S9(4) COMP VALUE 0.
       77  PRIORITY-SUB                 PIC S9(2)      VALUE 0.

      * Per-code register totals, printed at "DONE"
       01  REGISTER-TABLE.
