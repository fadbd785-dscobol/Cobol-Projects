      *****************************************************************
      *    ACCTMSTR -  PATIENT ACCOUNT MASTER (VSAM DDS0001.ACCTMSTR)
      *    ONE ACCOUNT PER PATIENT STAY, KEYED BY PATIENT-ID AND THE
      *    ADMIT DATE OF THE STAY.  ACCTPOST OPENS THE ACCOUNT ON THE
      *    FIRST CHARGE FROM THE BILLING EXTRACT AND POSTS EVERY
      *    CHARGE, INSURANCE PAYMENT, CONTRACTUAL ADJUSTMENT,
      *    TRANSFER AND PATIENT PAYMENT TO IT, KEEPING THE AMOUNT
      *    STILL OWED BY THE CARRIER APART FROM THE AMOUNT THE
      *    PATIENT OWES.  THE LIFE-TO-DATE BUCKETS CROSS-FOOT:
      *       CHARGES - INS PAYMENTS - CONTRACTUALS - PATIENT PAYMENTS
      *          = INSURANCE BALANCE + PATIENT BALANCE
      *****************************************************************
       01  ACCOUNT-MASTER-REC.
           05  AM-KEY.
               10  AM-PATIENT-ID           PIC X(06).
               10  AM-ADMIT-DATE           PIC X(10).
           05  AM-INS-TYPE                 PIC X(03).
           05  AM-SELF-PAY-SW              PIC X(01).
               88  AM-SELF-PAY             VALUE "Y".
           05  AM-OPEN-DATE                PIC X(08).
           05  AM-LAST-CHARGE-DATE         PIC X(08).
           05  AM-LAST-ACTIVITY-DATE       PIC X(08).
           05  AM-LIFE-TO-DATE.
               10  AM-TOTAL-CHARGES        PIC S9(7)V99 COMP-3.
               10  AM-INS-PAYMENTS         PIC S9(7)V99 COMP-3.
               10  AM-CONTRACTUAL-ADJ      PIC S9(7)V99 COMP-3.
               10  AM-TRANSFERS-TO-PAT     PIC S9(7)V99 COMP-3.
               10  AM-PATIENT-PAYMENTS     PIC S9(7)V99 COMP-3.
           05  AM-BALANCES.
               10  AM-INSURANCE-BALANCE    PIC S9(7)V99 COMP-3.
               10  AM-PATIENT-BALANCE      PIC S9(7)V99 COMP-3.
           05  FILLER                      PIC X(121).
