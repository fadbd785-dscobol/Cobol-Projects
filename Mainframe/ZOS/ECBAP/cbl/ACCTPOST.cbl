       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACCTPOST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          NIGHTLY PATIENT ACCOUNT POSTING AND TRIAL BALANCE.
      *
      *          EVERY PATIENT STAY HAS AN ACCOUNT ON THE VSAM
      *          ACCOUNT MASTER, KEYED BY PATIENT-ID AND ADMIT DATE.
      *          EACH NIGHT THIS RUN POSTS THREE FEEDS TO IT, WRITING
      *          ONE LEDGER TRANSACTION FOR EVERY AMOUNT POSTED:
      *
      *             - CHARGES FROM THE BILLING EXTRACT.  THE EXTRACT
      *               CARRIES THE STAY'S TOTAL BILLED TO DATE, SO THE
      *               CHARGE POSTED IS THE CHANGE SINCE THE LAST
      *               POSTING (A RE-RUN POSTS NOTHING TWICE).  THE
      *               FIRST CHARGE PUTS THE COPAY ON THE PATIENT AND
      *               THE REST ON THE CARRIER; A SELF-PAY STAY (NO
      *               HMO/PPO/POS/MAN COVERAGE) IS ALL PATIENT.
      *
      *             - INSURANCE PAYMENTS FROM THE PAID-CLAIM EXTRACT,
      *               TIED TO THE PATIENT BY THE REMITTANCE CONVENTION
      *               (FIRST SIX BYTES OF THE CLAIM NUMBER) AND
      *               APPLIED TO THE PATIENT'S OLDEST STAY STILL
      *               OWED BY THE CARRIER.  THE DEDUCTIBLE AND
      *               COINSURANCE THE CARRIER WITHHELD TRANSFER TO THE
      *               PATIENT'S BALANCE, AND WHAT IS LEFT OF THE CLAIM
      *               AMOUNT IS WRITTEN OFF AS A CONTRACTUAL
      *               ADJUSTMENT.  DECLINED CLAIMS POST NOTHING - THE
      *               AMOUNT STAYS WITH THE CARRIER PENDING APPEAL.
      *
      *             - PATIENT PAYMENTS TAKEN AT THE CASHIER'S WINDOW,
      *               APPLIED TO THE STAY NAMED ON THE RECEIPT, OR
      *               WHEN NONE IS NAMED TO THE PATIENT'S OLDEST STAY
      *               WITH A PATIENT BALANCE.
      *
      *          THE TRIAL BALANCE LISTS EVERY ACCOUNT WITH A BALANCE
      *          OR WITH ACTIVITY TONIGHT, PROVES THE LIFE-TO-DATE
      *          BUCKETS CROSS-FOOT TO THE BALANCES, AND FOOTS
      *          TONIGHT'S CHARGES TO THE REVENUE CREDITS ON THE GL
      *          JOURNAL GLEXTRCT WROTE FOR THE SAME CYCLE.  A CROSS-
      *          FOOT FAILURE ENDS THE STEP WITH RC 16; CHARGES THAT
      *          DO NOT FOOT TO THE GL END IT WITH RC 4 FOR FINANCE
      *          TO RECONCILE.
      *
      ******************************************************************

             BILLING EXTRACT         -   DDS0001.PATBILL

             PAID-CLAIM EXTRACT      -   DDS0001.PAIDCLM

             CASHIER PAYMENTS        -   DDS0001.CASHPAY

             GL JOURNAL EXTRACT      -   DDS0001.GLJRNL

             VSAM ACCOUNT MASTER     -   DDS0001.ACCTMSTR

             ACCOUNT LEDGER (MOD)    -   DDS0001.ACCTLEDG

             UNPOSTED TRANSACTIONS   -   DDS0001.ACCTREJ

             TRIAL BALANCE REPORT    -   ACCTRPT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATBILL
           ASSIGN TO UT-S-PATBILL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PBCODE.

           SELECT PAIDCLM
           ASSIGN TO UT-S-PAIDCLM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PCCODE.

           SELECT CASHPAY
           ASSIGN TO UT-S-CASHPAY
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CPCODE.

           SELECT GLJRNL
           ASSIGN TO UT-S-GLJRNL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS GJCODE.

           SELECT ACCTLEDG
           ASSIGN TO UT-S-ACCTLEDG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LGCODE.

           SELECT ACCTREJ
           ASSIGN TO UT-S-ACCTREJ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RJCODE.

           SELECT ACCTRPT
           ASSIGN TO UT-S-ACCTRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT ACCTMSTR
                  ASSIGN       TO ACCTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ACCTMSTR-KEY
                  FILE STATUS  IS AMCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PATBILL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATBILL-REC.
       01  PATBILL-REC  PIC X(100).

       FD  PAIDCLM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAIDCLM-REC.
       01  PAIDCLM-REC  PIC X(120).

      ****** PATIENT PAYMENTS KEYED AT THE CASHIER'S WINDOW - ONE
      ****** RECORD PER RECEIPT.  A BLANK ADMIT DATE MEANS APPLY TO
      ****** THE PATIENT'S OLDEST STAY WITH A PATIENT BALANCE
       FD  CASHPAY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CASHPAY-REC.
       01  CASHPAY-REC.
           05  CP-PATIENT-ID           PIC X(06).
           05  CP-ADMIT-DATE           PIC X(10).
           05  CP-PAYMENT-DATE         PIC X(08).
           05  CP-PAYMENT-AMOUNT       PIC 9(7)V99.
           05  CP-TENDER-TYPE          PIC X(02).
               88  CP-CASH             VALUE "CA".
               88  CP-CHECK            VALUE "CK".
               88  CP-CARD             VALUE "CC".
               88  CP-VALID-TENDER     VALUES ARE "CA", "CK", "CC".
           05  CP-RECEIPT-NUMBER       PIC X(10).
           05  CP-CASHIER-ID           PIC X(08).
           05  FILLER                  PIC X(27).

      ****** SAME LAYOUT GLEXTRCT WRITES
       FD  GLJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLJRNL-REC.
       01  GLJRNL-REC.
           05  GL-POST-DATE            PIC X(08).
           05  GL-ACCOUNT              PIC X(08).
           05  GL-DR-CR                PIC X(01).
               88  GL-CREDIT           VALUE "C".
           05  GL-CATEGORY             PIC X(04).
           05  GL-AMOUNT               PIC S9(9)V99.
           05  FILLER                  PIC X(08).

       FD  ACCTLEDG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACCTLEDG-REC.
       01  ACCTLEDG-REC  PIC X(100).

       FD  ACCTREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ACCTREJ-REC.
       01  ACCTREJ-REC.
           05  ERR-MSG                 PIC X(40).
           05  REST-OF-REC             PIC X(100).

       FD  ACCTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC  PIC X(133).

       FD  ACCTMSTR
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS ACCTMSTR-REC.
       01  ACCTMSTR-REC.
           05 ACCTMSTR-KEY     PIC X(16).
           05 FILLER           PIC X(184).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PBCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  PCCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  CPCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  GJCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  LGCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RJCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  AMCODE                  PIC X(2).
               88 AMCODE-GOOD   VALUE "00".
               88 AMCODE-NOT-FOUND VALUE "23".

       01  FLAGS-AND-SWITCHES.
           05 MORE-BILL-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-BILL          VALUE "N".
           05 MORE-CLAIMS-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-CLAIMS        VALUE "N".
           05 MORE-CASH-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-CASH          VALUE "N".
           05 MORE-GL-SW               PIC X(01) VALUE "Y".
              88 NO-MORE-GL            VALUE "N".
           05 MORE-ACCTS-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-ACCTS         VALUE "N".
           05 NEW-ACCOUNT-SW           PIC X(01) VALUE "N".
              88 NEW-ACCOUNT           VALUE "Y".
           05 ACCOUNT-FOUND-SW         PIC X(01) VALUE "N".
              88 ACCOUNT-FOUND         VALUE "Y".
           05 OWING-BUCKET-SW          PIC X(01) VALUE SPACE.
              88 OWING-INSURANCE       VALUE "I".
              88 OWING-PATIENT         VALUE "P".

      ****** BILLING EXTRACT RECORD - TAGGED COPY OF THE COMMON
      ****** PATIENT LAYOUT, THE SAME VIEW PATSTMT READS
       COPY PATIENT REPLACING ==:tag:== BY ==Bill==.

       COPY PAIDCLM.

       COPY ACCTMSTR.

       COPY ACCTLEDG.

      ****** STEP COUNT INTERFACE READ BY THE NIGHTRUN CYCLE DRIVER
       COPY RUNCOUNT.

       01  POSTING-WORK-FIELDS.
           05  WS-PATIENT-ID-N         PIC 9(06).
           05  WS-PATIENT-ID-X REDEFINES WS-PATIENT-ID-N
                                       PIC X(06).
           05  WS-WANTED-PATIENT-ID    PIC X(06).
           05  WS-FOUND-KEY            PIC X(16).
           05  WS-LAST-KEY             PIC X(16).
           05  WS-CHARGE-AMOUNT        PIC S9(7)V99 COMP-3.
           05  WS-COPAY-AMOUNT         PIC S9(7)V99 COMP-3.
           05  WS-WITHHELD-AMOUNT      PIC S9(7)V99 COMP-3.
           05  WS-CONTRACTUAL-AMOUNT   PIC S9(7)V99 COMP-3.
           05  WS-CROSS-FOOT           PIC S9(11)V99 COMP-3.
           05  WS-GL-DIFFERENCE        PIC S9(11)V99 COMP-3.
           05  WS-REJECT-MSG           PIC X(40).

       01  COUNTERS-AND-ACCUMULATORS.
           05 BILL-RECS-READ           PIC S9(7) COMP.
           05 CLAIM-RECS-READ          PIC S9(7) COMP.
           05 CASH-RECS-READ           PIC S9(7) COMP.
           05 GL-RECS-READ             PIC S9(7) COMP.
           05 ACCOUNTS-OPENED          PIC S9(7) COMP.
           05 CHARGES-UNCHANGED        PIC S9(7) COMP.
           05 CLAIMS-DECLINED          PIC S9(7) COMP.
           05 LEDGER-RECS-WRITTEN      PIC S9(7) COMP.
           05 RECS-REJECTED            PIC S9(7) COMP.
           05 ACCOUNTS-LISTED          PIC S9(7) COMP.
           05 ACCOUNTS-READ            PIC S9(7) COMP.
           05 GL-REVENUE               PIC S9(11)V99 COMP-3.

      ****** TONIGHT'S POSTINGS BY TRANSACTION TYPE
       01  RUN-ACTIVITY-TOTALS.
           05 RUN-CHARGES              PIC S9(11)V99 COMP-3.
           05 RUN-INS-PAYMENTS         PIC S9(11)V99 COMP-3.
           05 RUN-CONTRACTUALS         PIC S9(11)V99 COMP-3.
           05 RUN-TRANSFERS            PIC S9(11)V99 COMP-3.
           05 RUN-PAT-PAYMENTS         PIC S9(11)V99 COMP-3.

      ****** LIFE-TO-DATE BUCKETS SUMMED OVER THE WHOLE MASTER
       01  TRIAL-BALANCE-TOTALS.
           05 TB-CHARGES               PIC S9(11)V99 COMP-3.
           05 TB-INS-PAYMENTS          PIC S9(11)V99 COMP-3.
           05 TB-CONTRACTUALS          PIC S9(11)V99 COMP-3.
           05 TB-TRANSFERS             PIC S9(11)V99 COMP-3.
           05 TB-PAT-PAYMENTS          PIC S9(11)V99 COMP-3.
           05 TB-INS-BALANCE           PIC S9(11)V99 COMP-3.
           05 TB-PAT-BALANCE           PIC S9(11)V99 COMP-3.

       77  WS-RUN-YYYYMMDD             PIC X(08).

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               "PATIENT ACCOUNT TRIAL BALANCE".
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-COL-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(36) VALUE
           "PATIENT ADMITTED   INS       CHARGES".
           05  FILLER                  PIC X(42) VALUE
           "      INS PAID   CONTRACTUAL      PAT PAID".
           05  FILLER                  PIC X(54) VALUE
           "   INS BALANCE   PAT BALANCE".

       01  WS-ACCOUNT-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  ACCT-PATIENT-O          PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ACCT-ADMIT-O            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ACCT-INS-TYPE-O         PIC X(3).
           05  ACCT-CHARGES-O          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ACCT-INS-PAID-O         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ACCT-CONTRACT-O         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ACCT-PAT-PAID-O         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ACCT-INS-BAL-O          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ACCT-PAT-BAL-O          PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ACCT-SELF-PAY-O         PIC X(8).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-TB-TOTAL-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(8) VALUE "TOTALS".
           05  TB-CHARGES-O            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  TB-INS-PAID-O           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  TB-CONTRACT-O           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  TB-PAT-PAID-O           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  TB-INS-BAL-O            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  TB-PAT-BAL-O            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-PROOF-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  PROOF-LABEL-O           PIC X(40).
           05  PROOF-AMOUNT-O          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PROOF-RESULT-O          PIC X(40).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(11)
                  VALUE "Bill recs: ".
           05  BILL-OUT                PIC Z(5).
           05  FILLER                  PIC X(9)
                  VALUE " Claims: ".
           05  CLAIMS-OUT              PIC Z(5).
           05  FILLER                  PIC X(11)
                  VALUE " Declined: ".
           05  DECLINED-OUT            PIC Z(5).
           05  FILLER                  PIC X(11)
                  VALUE " Receipts: ".
           05  CASH-OUT                PIC Z(5).
           05  FILLER                  PIC X(9)
                  VALUE " Opened: ".
           05  OPENED-OUT              PIC Z(5).
           05  FILLER                  PIC X(9)
                  VALUE " Ledger: ".
           05  LEDGER-OUT              PIC Z(6).
           05  FILLER                  PIC X(11)
                  VALUE " Rejected: ".
           05  REJECTED-OUT            PIC Z(5).
           05  FILLER                  PIC X(11)
                  VALUE " Accounts: ".
           05  ACCOUNTS-OUT            PIC Z(6).
           05  FILLER                  PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-POST-CHARGE THRU 100-EXIT
                   UNTIL NO-MORE-BILL.
           PERFORM 200-POST-REMITTANCE THRU 200-EXIT
                   UNTIL NO-MORE-CLAIMS.
           PERFORM 300-POST-CASH-PAYMENT THRU 300-EXIT
                   UNTIL NO-MORE-CASH.
           PERFORM 700-SUM-GL-REVENUE THRU 700-EXIT
                   UNTIL NO-MORE-GL.
           PERFORM 400-TRIAL-BALANCE THRU 400-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "ACCTPOST HOUSEKEEPING".
           OPEN INPUT PATBILL, PAIDCLM, CASHPAY, GLJRNL.
           OPEN I-O ACCTMSTR.
           OPEN OUTPUT ACCTREJ, ACCTRPT.
           OPEN EXTEND ACCTLEDG.

           INITIALIZE COUNTERS-AND-ACCUMULATORS, RUN-ACTIVITY-TOTALS,
                      TRIAL-BALANCE-TOTALS.
           IF CYCLE-BUSINESS-DATE NUMERIC
               MOVE CYCLE-BUSINESS-DATE TO WS-RUN-YYYYMMDD
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
           MOVE WS-RUN-YYYYMMDD (1:4)  TO HDR-DATE (1:4).
           MOVE "-"                    TO HDR-DATE (5:1).
           MOVE WS-RUN-YYYYMMDD (5:2)  TO HDR-DATE (6:2).
           MOVE "-"                    TO HDR-DATE (8:1).
           MOVE WS-RUN-YYYYMMDD (7:2)  TO HDR-DATE (9:2).

           PERFORM 900-READ-PATBILL THRU 900-EXIT.
           PERFORM 910-READ-PAIDCLM THRU 910-EXIT.
           PERFORM 920-READ-CASHPAY THRU 920-EXIT.
           PERFORM 930-READ-GLJRNL THRU 930-EXIT.
       000-EXIT.
           EXIT.

       100-POST-CHARGE.
      *  The extract carries the stay's total billed to date - post
      *  only the change since the account was last charged
           MOVE FD-Bill-Patient-Num     TO WS-PATIENT-ID-N.
           MOVE WS-PATIENT-ID-X         TO AM-PATIENT-ID.
           MOVE FD-Bill-Patient-Date-Admit TO AM-ADMIT-DATE.
           MOVE AM-KEY                  TO ACCTMSTR-KEY.
           MOVE "N"                     TO NEW-ACCOUNT-SW.
           READ ACCTMSTR
               INVALID KEY
                   NEXT SENTENCE.
           IF AMCODE-GOOD
               MOVE ACCTMSTR-REC TO ACCOUNT-MASTER-REC
           ELSE
               PERFORM 150-OPEN-ACCOUNT THRU 150-EXIT.

           COMPUTE WS-CHARGE-AMOUNT =
               FD-Bill-Patient-Tot-Amt - AM-TOTAL-CHARGES.
           IF WS-CHARGE-AMOUNT = +0
               ADD +1 TO CHARGES-UNCHANGED
               GO TO 190-READ-NEXT.

           MOVE SPACES                  TO ACCOUNT-LEDGER-REC.
           MOVE "CH"                    TO LG-TRAN-TYPE.
           MOVE "B"                     TO LG-SOURCE.
           MOVE FD-Bill-Patient-Ins-Type TO LG-REFERENCE.
           MOVE +0                      TO LG-PATIENT-AMOUNT.
           MOVE WS-CHARGE-AMOUNT        TO LG-INSURANCE-AMOUNT.
      *  Self-pay is all patient; otherwise the copay is collected
      *  from the patient once, on the stay's first charge
           IF AM-SELF-PAY
               MOVE WS-CHARGE-AMOUNT    TO LG-PATIENT-AMOUNT
               MOVE +0                  TO LG-INSURANCE-AMOUNT
           ELSE
               IF AM-TOTAL-CHARGES = +0
                  AND FD-Bill-Patient-CoPay > +0
                   MOVE FD-Bill-Patient-CoPay TO WS-COPAY-AMOUNT
                   IF WS-COPAY-AMOUNT > WS-CHARGE-AMOUNT
                       MOVE WS-CHARGE-AMOUNT TO WS-COPAY-AMOUNT
                   END-IF
                   MOVE WS-COPAY-AMOUNT TO LG-PATIENT-AMOUNT
                   COMPUTE LG-INSURANCE-AMOUNT =
                       WS-CHARGE-AMOUNT - WS-COPAY-AMOUNT.
           PERFORM 500-POST-TRANSACTION THRU 500-EXIT.
           PERFORM 550-SAVE-ACCOUNT THRU 550-EXIT.

       190-READ-NEXT.
           PERFORM 900-READ-PATBILL THRU 900-EXIT.
       100-EXIT.
           EXIT.

       150-OPEN-ACCOUNT.
           INITIALIZE ACCOUNT-MASTER-REC.
           MOVE WS-PATIENT-ID-X          TO AM-PATIENT-ID.
           MOVE FD-Bill-Patient-Date-Admit TO AM-ADMIT-DATE.
           MOVE FD-Bill-Patient-Ins-Type TO AM-INS-TYPE.
           MOVE "N"                      TO AM-SELF-PAY-SW.
           IF FD-Bill-Patient-Ins-Type NOT = "HMO"
              AND FD-Bill-Patient-Ins-Type NOT = "PPO"
              AND FD-Bill-Patient-Ins-Type NOT = "POS"
              AND FD-Bill-Patient-Ins-Type NOT = "MAN"
               MOVE "Y"                  TO AM-SELF-PAY-SW.
           MOVE WS-RUN-YYYYMMDD          TO AM-OPEN-DATE.
           MOVE "Y"                      TO NEW-ACCOUNT-SW.
       150-EXIT.
           EXIT.

       200-POST-REMITTANCE.
      *  Declined claims stay on the carrier's side pending appeal -
      *  an overturned appeal comes back as a new paid-claim record
           IF PC-PAY-FLAG NOT = "Y"
               ADD +1 TO CLAIMS-DECLINED
               GO TO 290-READ-NEXT.
      *  Remittance convention - the claim number's first six bytes
      *  are the patient-id
           MOVE PC-CLAIM-NUMBER (1:6) TO WS-WANTED-PATIENT-ID.
           MOVE "I"                   TO OWING-BUCKET-SW.
           PERFORM 600-FIND-ACCOUNT THRU 600-EXIT.
           IF NOT ACCOUNT-FOUND
               MOVE "NO ACCOUNT FOR CLAIM PATIENT-ID"
                                      TO WS-REJECT-MSG
               MOVE PAIDCLM-REC       TO REST-OF-REC
               PERFORM 800-WRITE-REJECT THRU 800-EXIT
               GO TO 290-READ-NEXT.

           MOVE SPACES                TO ACCOUNT-LEDGER-REC.
           MOVE "R"                   TO LG-SOURCE.
           MOVE PC-CLAIM-NUMBER       TO LG-REFERENCE.
           MOVE "IP"                  TO LG-TRAN-TYPE.
           COMPUTE LG-INSURANCE-AMOUNT = PC-CLAIM-PAID * -1.
           MOVE +0                    TO LG-PATIENT-AMOUNT.
           PERFORM 500-POST-TRANSACTION THRU 500-EXIT.

      *  What the carrier withheld as deductible and coinsurance is
      *  now the patient's to pay
           COMPUTE WS-WITHHELD-AMOUNT =
               PC-DEDUCTIBLE-APPLIED + PC-COINSURANCE-WITHHELD.
           IF WS-WITHHELD-AMOUNT NOT = +0
               MOVE "XF"              TO LG-TRAN-TYPE
               COMPUTE LG-INSURANCE-AMOUNT = WS-WITHHELD-AMOUNT * -1
               MOVE WS-WITHHELD-AMOUNT TO LG-PATIENT-AMOUNT
               PERFORM 500-POST-TRANSACTION THRU 500-EXIT.

      *  The rest of the claim amount is the contractual write-off
           COMPUTE WS-CONTRACTUAL-AMOUNT =
               PC-CLAIM-AMOUNT - PC-CLAIM-PAID - WS-WITHHELD-AMOUNT.
           IF WS-CONTRACTUAL-AMOUNT > +0
               MOVE "CA"              TO LG-TRAN-TYPE
               COMPUTE LG-INSURANCE-AMOUNT =
                   WS-CONTRACTUAL-AMOUNT * -1
               MOVE +0                TO LG-PATIENT-AMOUNT
               PERFORM 500-POST-TRANSACTION THRU 500-EXIT.
           PERFORM 550-SAVE-ACCOUNT THRU 550-EXIT.

       290-READ-NEXT.
           PERFORM 910-READ-PAIDCLM THRU 910-EXIT.
       200-EXIT.
           EXIT.

       300-POST-CASH-PAYMENT.
           IF CP-PAYMENT-AMOUNT NOT NUMERIC
              OR CP-PAYMENT-AMOUNT = ZERO
               MOVE "INVALID PAYMENT AMOUNT" TO WS-REJECT-MSG
               MOVE CASHPAY-REC       TO REST-OF-REC
               PERFORM 800-WRITE-REJECT THRU 800-EXIT
               GO TO 390-READ-NEXT.
           IF NOT CP-VALID-TENDER
               MOVE "INVALID TENDER TYPE" TO WS-REJECT-MSG
               MOVE CASHPAY-REC       TO REST-OF-REC
               PERFORM 800-WRITE-REJECT THRU 800-EXIT
               GO TO 390-READ-NEXT.

           IF CP-ADMIT-DATE = SPACES
               MOVE CP-PATIENT-ID     TO WS-WANTED-PATIENT-ID
               MOVE "P"               TO OWING-BUCKET-SW
               PERFORM 600-FIND-ACCOUNT THRU 600-EXIT
           ELSE
               MOVE CP-PATIENT-ID     TO AM-PATIENT-ID
               MOVE CP-ADMIT-DATE     TO AM-ADMIT-DATE
               PERFORM 650-READ-ACCOUNT THRU 650-EXIT.
           IF NOT ACCOUNT-FOUND
               MOVE "NO ACCOUNT FOR PAYMENT" TO WS-REJECT-MSG
               MOVE CASHPAY-REC       TO REST-OF-REC
               PERFORM 800-WRITE-REJECT THRU 800-EXIT
               GO TO 390-READ-NEXT.

           MOVE SPACES                TO ACCOUNT-LEDGER-REC.
           MOVE "PP"                  TO LG-TRAN-TYPE.
           MOVE "C"                   TO LG-SOURCE.
           MOVE CP-RECEIPT-NUMBER     TO LG-REFERENCE.
           MOVE CP-TENDER-TYPE        TO LG-TENDER-TYPE.
           MOVE CP-CASHIER-ID         TO LG-OPERATOR-ID.
           MOVE +0                    TO LG-INSURANCE-AMOUNT.
           COMPUTE LG-PATIENT-AMOUNT = CP-PAYMENT-AMOUNT * -1.
           PERFORM 500-POST-TRANSACTION THRU 500-EXIT.
           PERFORM 550-SAVE-ACCOUNT THRU 550-EXIT.

       390-READ-NEXT.
           PERFORM 920-READ-CASHPAY THRU 920-EXIT.
       300-EXIT.
           EXIT.

       400-TRIAL-BALANCE.
      *  Browse the whole master in key order
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-COL-HDR-REC.
           MOVE "Y"        TO MORE-ACCTS-SW.
           MOVE LOW-VALUES TO ACCTMSTR-KEY.
           START ACCTMSTR KEY NOT < ACCTMSTR-KEY
               INVALID KEY
                   MOVE "N" TO MORE-ACCTS-SW
           END-START.
           PERFORM 940-READ-ACCTMSTR-NEXT THRU 940-EXIT.
           PERFORM 450-LIST-ACCOUNT THRU 450-EXIT
               UNTIL NO-MORE-ACCTS.

           MOVE TB-CHARGES        TO TB-CHARGES-O.
           MOVE TB-INS-PAYMENTS   TO TB-INS-PAID-O.
           MOVE TB-CONTRACTUALS   TO TB-CONTRACT-O.
           MOVE TB-PAT-PAYMENTS   TO TB-PAT-PAID-O.
           MOVE TB-INS-BALANCE    TO TB-INS-BAL-O.
           MOVE TB-PAT-BALANCE    TO TB-PAT-BAL-O.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-TB-TOTAL-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.

      *  Life-to-date buckets must cross-foot to the two balances
           COMPUTE WS-CROSS-FOOT =
               TB-CHARGES - TB-INS-PAYMENTS - TB-CONTRACTUALS
             - TB-PAT-PAYMENTS - TB-INS-BALANCE - TB-PAT-BALANCE.
           MOVE "CROSS-FOOT DIFFERENCE"  TO PROOF-LABEL-O.
           MOVE WS-CROSS-FOOT            TO PROOF-AMOUNT-O.
           IF WS-CROSS-FOOT = +0
               MOVE "IN BALANCE"         TO PROOF-RESULT-O
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO PROOF-RESULT-O.
           WRITE RPT-REC FROM WS-PROOF-LINE.

           MOVE SPACES                   TO PROOF-RESULT-O.
           MOVE "TONIGHT - CHARGES POSTED" TO PROOF-LABEL-O.
           MOVE RUN-CHARGES              TO PROOF-AMOUNT-O.
           WRITE RPT-REC FROM WS-PROOF-LINE.
           MOVE "          INSURANCE PAYMENTS" TO PROOF-LABEL-O.
           MOVE RUN-INS-PAYMENTS         TO PROOF-AMOUNT-O.
           WRITE RPT-REC FROM WS-PROOF-LINE.
           MOVE "          CONTRACTUAL ADJUSTMENTS"
                                         TO PROOF-LABEL-O.
           MOVE RUN-CONTRACTUALS         TO PROOF-AMOUNT-O.
           WRITE RPT-REC FROM WS-PROOF-LINE.
           MOVE "          TRANSFERS TO PATIENT" TO PROOF-LABEL-O.
           MOVE RUN-TRANSFERS            TO PROOF-AMOUNT-O.
           WRITE RPT-REC FROM WS-PROOF-LINE.
           MOVE "          PATIENT PAYMENTS" TO PROOF-LABEL-O.
           MOVE RUN-PAT-PAYMENTS         TO PROOF-AMOUNT-O.
           WRITE RPT-REC FROM WS-PROOF-LINE.

      *  Tonight's charges must foot to the cycle's GL revenue
           MOVE "GL JOURNAL REVENUE CREDITS" TO PROOF-LABEL-O.
           MOVE GL-REVENUE               TO PROOF-AMOUNT-O.
           WRITE RPT-REC FROM WS-PROOF-LINE.
           COMPUTE WS-GL-DIFFERENCE = RUN-CHARGES - GL-REVENUE.
           MOVE "CHARGES LESS GL REVENUE" TO PROOF-LABEL-O.
           MOVE WS-GL-DIFFERENCE         TO PROOF-AMOUNT-O.
           IF WS-GL-DIFFERENCE = +0
               MOVE "FOOTS TO GL"        TO PROOF-RESULT-O
           ELSE
               MOVE "*** DOES NOT FOOT TO GL ***" TO PROOF-RESULT-O.
           WRITE RPT-REC FROM WS-PROOF-LINE.
       400-EXIT.
           EXIT.

       450-LIST-ACCOUNT.
           ADD AM-TOTAL-CHARGES     TO TB-CHARGES.
           ADD AM-INS-PAYMENTS      TO TB-INS-PAYMENTS.
           ADD AM-CONTRACTUAL-ADJ   TO TB-CONTRACTUALS.
           ADD AM-TRANSFERS-TO-PAT  TO TB-TRANSFERS.
           ADD AM-PATIENT-PAYMENTS  TO TB-PAT-PAYMENTS.
           ADD AM-INSURANCE-BALANCE TO TB-INS-BALANCE.
           ADD AM-PATIENT-BALANCE   TO TB-PAT-BALANCE.
      *  Settled accounts with nothing posted tonight are not listed
           IF AM-INSURANCE-BALANCE = +0
              AND AM-PATIENT-BALANCE = +0
              AND AM-LAST-ACTIVITY-DATE NOT = WS-RUN-YYYYMMDD
               GO TO 490-READ-NEXT.
           MOVE AM-PATIENT-ID        TO ACCT-PATIENT-O.
           MOVE AM-ADMIT-DATE        TO ACCT-ADMIT-O.
           MOVE AM-INS-TYPE          TO ACCT-INS-TYPE-O.
           MOVE AM-TOTAL-CHARGES     TO ACCT-CHARGES-O.
           MOVE AM-INS-PAYMENTS      TO ACCT-INS-PAID-O.
           MOVE AM-CONTRACTUAL-ADJ   TO ACCT-CONTRACT-O.
           MOVE AM-PATIENT-PAYMENTS  TO ACCT-PAT-PAID-O.
           MOVE AM-INSURANCE-BALANCE TO ACCT-INS-BAL-O.
           MOVE AM-PATIENT-BALANCE   TO ACCT-PAT-BAL-O.
           MOVE SPACES               TO ACCT-SELF-PAY-O.
           IF AM-SELF-PAY
               MOVE "SELF-PAY"       TO ACCT-SELF-PAY-O.
           WRITE RPT-REC FROM WS-ACCOUNT-LINE.
           ADD +1 TO ACCOUNTS-LISTED.

       490-READ-NEXT.
           PERFORM 940-READ-ACCTMSTR-NEXT THRU 940-EXIT.
       450-EXIT.
           EXIT.

       500-POST-TRANSACTION.
      *  Apply one ledger transaction to the account in storage and
      *  write it to the ledger.  Amounts are signed effects on each
      *  bucket - payments and adjustments carry negative amounts.
           MOVE AM-KEY                TO LG-ACCOUNT-KEY.
           MOVE WS-RUN-YYYYMMDD       TO LG-POST-DATE.
           ADD LG-INSURANCE-AMOUNT    TO AM-INSURANCE-BALANCE.
           ADD LG-PATIENT-AMOUNT      TO AM-PATIENT-BALANCE.
           EVALUATE TRUE
               WHEN LG-CHARGE
                   ADD LG-INSURANCE-AMOUNT LG-PATIENT-AMOUNT
                       TO AM-TOTAL-CHARGES
                   ADD LG-INSURANCE-AMOUNT LG-PATIENT-AMOUNT
                       TO RUN-CHARGES
                   MOVE WS-RUN-YYYYMMDD TO AM-LAST-CHARGE-DATE
               WHEN LG-INSURANCE-PAYMENT
                   SUBTRACT LG-INSURANCE-AMOUNT FROM AM-INS-PAYMENTS
                   SUBTRACT LG-INSURANCE-AMOUNT FROM RUN-INS-PAYMENTS
               WHEN LG-CONTRACTUAL-ADJ
                   SUBTRACT LG-INSURANCE-AMOUNT
                       FROM AM-CONTRACTUAL-ADJ
                   SUBTRACT LG-INSURANCE-AMOUNT FROM RUN-CONTRACTUALS
               WHEN LG-TRANSFER-TO-PATIENT
                   ADD LG-PATIENT-AMOUNT TO AM-TRANSFERS-TO-PAT
                   ADD LG-PATIENT-AMOUNT TO RUN-TRANSFERS
               WHEN LG-PATIENT-PAYMENT
                   SUBTRACT LG-PATIENT-AMOUNT
                       FROM AM-PATIENT-PAYMENTS
                   SUBTRACT LG-PATIENT-AMOUNT FROM RUN-PAT-PAYMENTS
           END-EVALUATE.
           MOVE WS-RUN-YYYYMMDD       TO AM-LAST-ACTIVITY-DATE.
           WRITE ACCTLEDG-REC FROM ACCOUNT-LEDGER-REC.
           ADD +1 TO LEDGER-RECS-WRITTEN.
       500-EXIT.
           EXIT.

       550-SAVE-ACCOUNT.
           MOVE ACCOUNT-MASTER-REC TO ACCTMSTR-REC.
           IF NEW-ACCOUNT
               WRITE ACCTMSTR-REC
                   INVALID KEY
                       DISPLAY "*** ACCTPOST ACCOUNT WRITE PROBLEM "
                               AMCODE " " AM-KEY
                   NOT INVALID KEY
                       ADD +1 TO ACCOUNTS-OPENED
               END-WRITE
           ELSE
               REWRITE ACCTMSTR-REC
                   INVALID KEY
                       DISPLAY "*** ACCTPOST ACCOUNT REWRITE PROBLEM "
                               AMCODE " " AM-KEY
               END-REWRITE.
           MOVE "N" TO NEW-ACCOUNT-SW.
       550-EXIT.
           EXIT.

       600-FIND-ACCOUNT.
      *  Walk the patient's stays oldest first and take the first one
      *  still owing on the wanted side; failing that the latest stay
      *  takes the amount as a credit
           MOVE "N"                   TO ACCOUNT-FOUND-SW.
           MOVE SPACES                TO WS-FOUND-KEY, WS-LAST-KEY.
           MOVE WS-WANTED-PATIENT-ID  TO AM-PATIENT-ID.
           MOVE LOW-VALUES            TO AM-ADMIT-DATE.
           MOVE AM-KEY                TO ACCTMSTR-KEY.
           MOVE "Y"                   TO MORE-ACCTS-SW.
           START ACCTMSTR KEY NOT < ACCTMSTR-KEY
               INVALID KEY
                   GO TO 600-EXIT
           END-START.
           PERFORM 610-SCAN-PATIENT-ACCOUNT THRU 610-EXIT
               UNTIL NO-MORE-ACCTS
                  OR WS-FOUND-KEY NOT = SPACES.
           IF WS-FOUND-KEY = SPACES
               MOVE WS-LAST-KEY       TO WS-FOUND-KEY.
           IF WS-FOUND-KEY = SPACES
               GO TO 600-EXIT.
           MOVE WS-FOUND-KEY          TO AM-KEY.
           PERFORM 650-READ-ACCOUNT THRU 650-EXIT.
       600-EXIT.
           EXIT.

       610-SCAN-PATIENT-ACCOUNT.
           READ ACCTMSTR NEXT RECORD
               AT END
                   MOVE "N" TO MORE-ACCTS-SW
                   GO TO 610-EXIT
           END-READ.
           IF ACCTMSTR-KEY (1:6) NOT = WS-WANTED-PATIENT-ID
               MOVE "N" TO MORE-ACCTS-SW
               GO TO 610-EXIT.
           MOVE ACCTMSTR-REC TO ACCOUNT-MASTER-REC.
           MOVE AM-KEY       TO WS-LAST-KEY.
           IF OWING-INSURANCE AND AM-INSURANCE-BALANCE > +0
               MOVE AM-KEY   TO WS-FOUND-KEY.
           IF OWING-PATIENT AND AM-PATIENT-BALANCE > +0
               MOVE AM-KEY   TO WS-FOUND-KEY.
       610-EXIT.
           EXIT.

       650-READ-ACCOUNT.
           MOVE "N"                   TO ACCOUNT-FOUND-SW.
           MOVE "N"                   TO NEW-ACCOUNT-SW.
           MOVE AM-KEY                TO ACCTMSTR-KEY.
           READ ACCTMSTR
               INVALID KEY
                   GO TO 650-EXIT
           END-READ.
           MOVE ACCTMSTR-REC          TO ACCOUNT-MASTER-REC.
           MOVE "Y"                   TO ACCOUNT-FOUND-SW.
       650-EXIT.
           EXIT.

       700-SUM-GL-REVENUE.
      *  Revenue is the credit side of GLEXTRCT's balanced pairs
           IF GL-CREDIT
               ADD GL-AMOUNT TO GL-REVENUE.
           PERFORM 930-READ-GLJRNL THRU 930-EXIT.
       700-EXIT.
           EXIT.

       800-WRITE-REJECT.
           MOVE WS-REJECT-MSG TO ERR-MSG.
           WRITE ACCTREJ-REC.
           ADD +1 TO RECS-REJECTED.
       800-EXIT.
           EXIT.

       900-READ-PATBILL.
           READ PATBILL INTO FD-Bill-Patient-Record
               AT END
               MOVE "N" TO MORE-BILL-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO BILL-RECS-READ.
       900-EXIT.
           EXIT.

       910-READ-PAIDCLM.
           READ PAIDCLM INTO PAID-CLAIM-REC
               AT END
               MOVE "N" TO MORE-CLAIMS-SW
               GO TO 910-EXIT
           END-READ
           ADD +1 TO CLAIM-RECS-READ.
       910-EXIT.
           EXIT.

       920-READ-CASHPAY.
           READ CASHPAY
               AT END
               MOVE "N" TO MORE-CASH-SW
               GO TO 920-EXIT
           END-READ
           ADD +1 TO CASH-RECS-READ.
       920-EXIT.
           EXIT.

       930-READ-GLJRNL.
           READ GLJRNL
               AT END
               MOVE "N" TO MORE-GL-SW
               GO TO 930-EXIT
           END-READ
           ADD +1 TO GL-RECS-READ.
       930-EXIT.
           EXIT.

       940-READ-ACCTMSTR-NEXT.
           READ ACCTMSTR NEXT RECORD
               AT END
               MOVE "N" TO MORE-ACCTS-SW
               GO TO 940-EXIT
           END-READ
           MOVE ACCTMSTR-REC TO ACCOUNT-MASTER-REC.
           ADD +1 TO ACCOUNTS-READ.
       940-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE BILL-RECS-READ      TO BILL-OUT.
           MOVE CLAIM-RECS-READ     TO CLAIMS-OUT.
           MOVE CLAIMS-DECLINED     TO DECLINED-OUT.
           MOVE CASH-RECS-READ      TO CASH-OUT.
           MOVE ACCOUNTS-OPENED     TO OPENED-OUT.
           MOVE LEDGER-RECS-WRITTEN TO LEDGER-OUT.
           MOVE RECS-REJECTED       TO REJECTED-OUT.
           MOVE ACCOUNTS-READ       TO ACCOUNTS-OUT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE PATBILL, PAIDCLM, CASHPAY, GLJRNL, ACCTMSTR,
                 ACCTLEDG, ACCTREJ, ACCTRPT.
           COMPUTE CYCLE-STEP-RECORDS-IN =
               BILL-RECS-READ + CLAIM-RECS-READ + CASH-RECS-READ.
           MOVE LEDGER-RECS-WRITTEN TO CYCLE-STEP-RECORDS-OUT.
      *  A master that no longer cross-foots must stop the cycle
           IF WS-CROSS-FOOT NOT = +0
               DISPLAY "*** ACCTPOST ACCOUNT MASTER OUT OF BALANCE"
               MOVE +16 TO RETURN-CODE
               GOBACK.
           IF WS-GL-DIFFERENCE NOT = +0
               DISPLAY "*** ACCTPOST CHARGES DO NOT FOOT TO GL REVENUE"
               MOVE +4 TO RETURN-CODE
               GOBACK.
           DISPLAY "NORMAL END OF JOB ACCTPOST".
       999-EXIT.
           EXIT.
