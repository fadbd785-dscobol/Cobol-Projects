      *    WHAT WENT OUT - RECORD COUNT, A HASH TOTAL OF PATIENT-ID
      *    AND THE THREE CHARGE SUMS - AND RECONCIL PROVES THAT THE
      *    DOLLARS LEAVING ONE STEP ARRIVE INTACT AT THE NEXT.
      *    THE PAYROLL STEPS CARRY AN EMPLOYEE-NUMBER HASH AND THE
      *    GROSS, TAX AND NET PAY SUMS IN THE SAME POSITIONS - SEE
      *    BALANCE-CONTROL-PAY-VIEW.
      *****************************************************************
       01  BALANCE-CONTROL-REC.
           05  BAL-PROGRAM-NAME            PIC X(08).
               88  BAL-PAYROLL-STEP        VALUES "PAYROL02",
                                                  "PAYJRNL ".
           05  BAL-DIRECTION               PIC X(03).
               88  BAL-INBOUND             VALUE "IN ".
               88  BAL-OUTBOUND            VALUE "OUT".
           05  BAL-PHARMACY-SUM            PIC S9(9)V99.
           05  BAL-ANCILLARY-SUM           PIC S9(9)V99.
           05  FILLER                      PIC X(05).
       01  BALANCE-CONTROL-PAY-VIEW REDEFINES BALANCE-CONTROL-REC.
           05  FILLER                      PIC X(28).
           05  BAL-EMPLOYEE-HASH           PIC 9(12).
           05  BAL-GROSS-PAY-SUM           PIC S9(11)V99.
           05  BAL-TAXES-SUM               PIC S9(9)V99.
           05  BAL-NET-PAY-SUM             PIC S9(9)V99.
           05  FILLER                      PIC X(05).
