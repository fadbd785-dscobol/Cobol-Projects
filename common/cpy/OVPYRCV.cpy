      *****************************************************************
      *    OVPYRCV  -  OVERPAYMENT RECEIVABLE RECORD
      *    (VSAM DDS0001.OVPYRCV, KEYED BY POLICY AND THE CLAIM THAT
      *    WAS OVERPAID).  ONE RECORD PER RECOVERY, ESTABLISHED BY
      *    OVPYMNT.  CMPCLREG OFFSETS OPEN BALANCES AGAINST THE
      *    POLICY'S NEXT PAYABLE CLAIMS; OVPYMNT POSTS REFUNDS AND
      *    WRITE-OFFS.  OR-BALANCE IS ALWAYS THE ORIGINAL AMOUNT LESS
      *    WHAT HAS BEEN RECOVERED AND WRITTEN OFF; A RECOVERY CLOSES
      *    WHEN IT REACHES ZERO.
      *****************************************************************
       01  OVERPAYMENT-RECEIVABLE-REC.
           05  OR-KEY.
               10  OR-POLICY-NUMBER        PIC X(09).
               10  OR-CLAIM-NUMBER         PIC X(09).
           05  OR-REASON-CODE              PIC X(01).
               88  OR-APPEAL-REVERSAL      VALUE "A".
               88  OR-DUPLICATE-PAYMENT    VALUE "D".
               88  OR-CARRIER-RETRACTION   VALUE "R".
               88  OR-OTHER-REASON         VALUE "O".
               88  OR-VALID-REASON
                   VALUES ARE "A", "D", "R", "O".
           05  OR-ESTABLISHED-DATE         PIC X(08).
           05  OR-ORIGINAL-AMOUNT          PIC S9(7)V99.
           05  OR-RECOVERED-AMOUNT         PIC S9(7)V99.
           05  OR-WRITTEN-OFF-AMOUNT       PIC S9(7)V99.
           05  OR-BALANCE                  PIC S9(7)V99.
           05  OR-STATUS                   PIC X(01).
               88  OR-OPEN                 VALUE "O".
               88  OR-CLOSED               VALUE "C".
           05  OR-LAST-ACTIVITY-DATE       PIC X(08).
           05  FILLER                      PIC X(08).
