      *****************************************************************
      *    PREMHIST -  PREMIUM HISTORY RECORD (DDS0001.PREMHIST)
      *    ONE RECORD PER PREMIUM PAYMENT PREMBILL APPLIES TO THE
      *    POLICY MASTER, ADDED TO THE END OF THE FILE EACH CYCLE.
      *    THE PAYMENT BUYS COVERAGE FROM THE DAY AFTER
      *    PH-PERIOD-FROM THROUGH PH-PERIOD-THRU (THE NEW PAID-THRU
      *    DATE); LOSSRPT EARNS THE PREMIUM EVENLY ACROSS THOSE DAYS.
      *****************************************************************
       01  PREMIUM-HISTORY-REC.
           05  PH-POLICY-NUMBER            PIC X(09).
           05  PH-CARRIER-CODE             PIC X(03).
           05  PH-BILLING-FREQUENCY        PIC X(01).
           05  PH-PAYMENT-AMOUNT           PIC S9(5)V99.
           05  PH-PAYMENT-DATE             PIC X(08).
           05  PH-PERIOD-FROM              PIC X(08).
           05  PH-PERIOD-THRU              PIC X(08).
           05  PH-POSTED-DATE              PIC X(08).
           05  FILLER                      PIC X(28).
