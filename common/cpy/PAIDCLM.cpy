           05  PC-CLAIM-PAID               PIC S9(7)V99.
           05  PC-PAY-FLAG                 PIC X(01).
           05  PC-VALUE-DATE               PIC X(08).
      *    OUT-OF-POCKET MAXIMUM - "Y" WHEN THE MEMBER HAS MET THE
      *    BENEFIT-YEAR LIMIT AND COINSURANCE WAS WAIVED OR CUT
      *    BACK ON THIS CLAIM; PC-OOP-YTD IS THE ACCUMULATOR AFTER IT
           05  PC-OOP-MET                  PIC X(01).
               88  PC-OOP-MAXIMUM-MET      VALUE "Y".
           05  PC-OOP-YTD                  PIC S9(5)V99.
      *    DISBURSEMENT - FILLED IN BY CLMDISB WHEN THE CLAIM GOES OUT
      *    ON A CHECK OR AN EFT ENTRY: THE CHECK NUMBER OR THE EFT
      *    TRACE NUMBER, AND THE PAYMENT DATE.  BLANK UNTIL PAID.
           05  PC-PAYMENT-METHOD           PIC X(01).
               88  PC-PAID-BY-CHECK        VALUE "C".
               88  PC-PAID-BY-EFT          VALUE "E".
               88  PC-FULLY-OFFSET         VALUE "O".
               88  PC-NOT-YET-DISBURSED    VALUE " ".
           05  PC-PAYMENT-REF              PIC X(15).
           05  PC-PAYMENT-DATE             PIC X(08).
      *    PROMPT PAY - THE CLAIM'S STATE AND RECEIVED DATE, THE DAYS
      *    FROM RECEIPT TO PC-VALUE-DATE (CALENDAR OR BUSINESS, PER
      *    THE STATE'S RULE), AND THE STATUTORY INTEREST OWED WHEN
      *    THAT IS PAST THE DAYS ALLOWED - PAID ON TOP OF
      *    PC-CLAIM-PAID, NOT OUT OF THE POLICY'S BENEFIT
           05  PC-CLAIM-STATE              PIC X(02).
           05  PC-RECEIVED-DATE            PIC X(08).
           05  PC-DAYS-ELAPSED             PIC 9(03).
           05  PC-PROMPT-PAY-LATE          PIC X(01).
               88  PC-PAID-LATE            VALUE "Y".
           05  PC-PROMPT-PAY-INT           PIC S9(5)V99.
      *    OVERPAYMENT RECOVERY - THE PART OF PC-CLAIM-PAID HELD BACK
      *    TO PAY DOWN THE POLICY'S OPEN OVERPAYMENT RECEIVABLES.  THE
      *    PAYEE RECEIVES PC-CLAIM-PAID LESS THIS PLUS PROMPT-PAY
      *    INTEREST; A CLAIM OFFSET IN FULL IS STAMPED "O" BY CLMDISB
           05  PC-RECOVERY-OFFSET          PIC S9(5)V99.
           05  FILLER                      PIC X(01).
