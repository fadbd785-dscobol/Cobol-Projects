      *****************************************************************
      *    LOANMSTR -  MORTGAGE LOAN SERVICING MASTER
      *    ONE RECORD PER BOOKED LOAN, IN LOAN-NUMBER ORDER.  LOANBOOK
      *    CREATES THE LOAN FROM THE ACCEPTED MORTGAGE SCENARIO (P+I
      *    PAYMENT FROM THE RATE AND TERM, MONTHLY ESCROW FROM THE
      *    ANNUAL TAX AND INSURANCE).  LOANPOST SPLITS EACH MONTH'S
      *    PAYMENTS INTO INTEREST, PRINCIPAL AND ESCROW OFF THE LIVE
      *    BALANCE, HOLDS PARTIAL PAYMENTS AS UNAPPLIED FUNDS UNTIL A
      *    FULL INSTALLMENT IS ON HAND, ASSESSES LATE CHARGES AND
      *    AGES THE LOAN.  NEXT-DUE-DATE IS THE OLDEST INSTALLMENT
      *    NOT YET PAID.  THE YEAR-TO-DATE BUCKETS ROLL TO PRIOR-YEAR
      *    ON THE FIRST POSTING OF A NEW YEAR SO LOANYEND CAN STILL
      *    PRINT THE YEAR-END INTEREST STATEMENT AFTERWARD.
      *****************************************************************
       01  LOAN-MASTER-REC.
           05  LM-LOAN-NUMBER              PIC X(10).
           05  LM-BORROWER-NAME            PIC X(30).
           05  LM-BORROWER-ADDRESS         PIC X(30).
           05  LM-BORROWER-CITY-ST         PIC X(30).
           05  LM-LOAN-STATUS              PIC X(01).
               88  LM-ACTIVE               VALUE "A".
               88  LM-PAID-OFF             VALUE "P".
           05  LM-BOOKED-DATE              PIC 9(08).
           05  LM-TERMS.
               10  LM-ORIG-PRINCIPAL       PIC 9(07)V99.
               10  LM-ANNUAL-RATE          PIC 9V9(04).
               10  LM-NBR-PAYMENTS         PIC 9(03).
               10  LM-PI-PAYMENT           PIC 9(05)V99.
               10  LM-ANNUAL-TAX           PIC 9(05)V99.
               10  LM-ANNUAL-INS           PIC 9(05)V99.
               10  LM-ESCROW-PAYMENT       PIC 9(05)V99.
               10  LM-TOTAL-PAYMENT        PIC 9(06)V99.
           05  LM-BALANCES.
               10  LM-PRINCIPAL-BALANCE    PIC 9(07)V99.
               10  LM-ESCROW-BALANCE       PIC S9(06)V99.
               10  LM-UNAPPLIED-FUNDS      PIC 9(06)V99.
               10  LM-LATE-CHARGES-DUE     PIC 9(05)V99.
           05  LM-PAYMENT-STATUS.
               10  LM-LAST-LATE-DUE-DATE   PIC 9(08).
               10  LM-NEXT-DUE-DATE        PIC 9(08).
               10  LM-PAYMENTS-MADE        PIC 9(03).
               10  LM-LAST-PAY-DATE        PIC 9(08).
               10  LM-LAST-PAY-AMOUNT      PIC 9(06)V99.
               10  LM-DAYS-PAST-DUE        PIC 9(04).
               10  LM-DELINQ-STATUS        PIC X(02).
                   88  LM-CURRENT          VALUE "CU".
                   88  LM-DELINQ-30        VALUE "30".
                   88  LM-DELINQ-60        VALUE "60".
                   88  LM-DELINQ-90        VALUE "90".
           05  LM-YTD-TOTALS.
               10  LM-YTD-YEAR             PIC 9(04).
               10  LM-YTD-INTEREST         PIC 9(06)V99.
               10  LM-YTD-PRINCIPAL        PIC 9(07)V99.
               10  LM-YTD-ESCROW           PIC 9(06)V99.
               10  LM-YTD-LATE-CHARGES     PIC 9(05)V99.
           05  LM-PRIOR-TOTALS.
               10  LM-PRIOR-YEAR           PIC 9(04).
               10  LM-PRIOR-INTEREST       PIC 9(06)V99.
               10  LM-PRIOR-PRINCIPAL      PIC 9(07)V99.
               10  LM-PRIOR-ESCROW         PIC 9(06)V99.
               10  LM-PRIOR-LATE-CHARGES   PIC 9(05)V99.
           05  LM-PRIOR-END-BALANCE        PIC 9(07)V99.
           05  FILLER                      PIC X(34).
