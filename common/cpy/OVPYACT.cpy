      *****************************************************************
      *    OVPYACT  -  OVERPAYMENT RECOVERY ACTIVITY RECORD
      *    (DDS0001.OVPYACT, WRITTEN DISP=MOD).  EVERY CHANGE TO AN
      *    OVERPAYMENT RECEIVABLE BALANCE - ESTABLISHED (OVPYMNT),
      *    OFFSET AGAINST A CLAIM PAYMENT (CMPCLREG), REFUND RECEIVED
      *    OR WRITTEN OFF (OVPYMNT) - IS LOGGED HERE.  OVPYAGE POSTS
      *    THE ACTIVITY TO THE GL AND PROVES THE RECEIVABLE TIES.
      *****************************************************************
       01  OVERPAYMENT-ACTIVITY-REC.
           05  OA-POLICY-NUMBER            PIC X(09).
           05  OA-CLAIM-NUMBER             PIC X(09).
           05  OA-ACTIVITY-TYPE            PIC X(01).
               88  OA-ESTABLISHED          VALUE "E".
               88  OA-OFFSET               VALUE "O".
               88  OA-REFUND               VALUE "R".
               88  OA-WRITE-OFF            VALUE "W".
           05  OA-AMOUNT                   PIC S9(7)V99.
           05  OA-ACTIVITY-DATE            PIC X(08).
      *    THE CLAIM WHOSE PAYMENT WAS REDUCED, ON AN OFFSET
           05  OA-PAYING-CLAIM-NUMBER      PIC X(09).
           05  OA-REASON-CODE              PIC X(01).
           05  OA-SOURCE-PROGRAM           PIC X(08).
      *    STAMPED BY OVPYAGE WHEN THE ACTIVITY GOES TO THE GL - A
      *    RERUN NEVER POSTS THE SAME ACTIVITY TWICE
           05  OA-GL-POSTED-DATE           PIC X(08).
               88  OA-NOT-YET-POSTED       VALUE SPACES.
           05  FILLER                      PIC X(18).
