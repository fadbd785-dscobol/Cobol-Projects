      *****************************************************************
      *    ACCTLEDG -  PATIENT ACCOUNT LEDGER TRANSACTION
      *    (DDS0001.ACCTLEDG).  ONE RECORD FOR EVERY AMOUNT ACCTPOST
      *    POSTS TO THE ACCOUNT MASTER, SO AN ACCOUNT'S BALANCES CAN
      *    ALWAYS BE RE-TRACED.  EACH TRANSACTION CARRIES ITS EFFECT
      *    ON THE INSURANCE BUCKET AND ON THE PATIENT BUCKET
      *    SEPARATELY - A CHARGE INCREASES THEM, A PAYMENT OR
      *    ADJUSTMENT DECREASES THEM, AND A TRANSFER MOVES AN AMOUNT
      *    FROM THE CARRIER'S SIDE TO THE PATIENT'S.
      *****************************************************************
       01  ACCOUNT-LEDGER-REC.
           05  LG-ACCOUNT-KEY.
               10  LG-PATIENT-ID           PIC X(06).
               10  LG-ADMIT-DATE           PIC X(10).
           05  LG-POST-DATE                PIC X(08).
           05  LG-TRAN-TYPE                PIC X(02).
               88  LG-CHARGE               VALUE "CH".
               88  LG-INSURANCE-PAYMENT    VALUE "IP".
               88  LG-CONTRACTUAL-ADJ      VALUE "CA".
               88  LG-TRANSFER-TO-PATIENT  VALUE "XF".
               88  LG-PATIENT-PAYMENT      VALUE "PP".
           05  LG-INSURANCE-AMOUNT         PIC S9(7)V99.
           05  LG-PATIENT-AMOUNT           PIC S9(7)V99.
           05  LG-SOURCE                   PIC X(01).
               88  LG-FROM-BILLING         VALUE "B".
               88  LG-FROM-REMITTANCE      VALUE "R".
               88  LG-FROM-CASHIER         VALUE "C".
           05  LG-REFERENCE                PIC X(10).
           05  LG-TENDER-TYPE              PIC X(02).
           05  LG-OPERATOR-ID              PIC X(08).
           05  FILLER                      PIC X(35).
