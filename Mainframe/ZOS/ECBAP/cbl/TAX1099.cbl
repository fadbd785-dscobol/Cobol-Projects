       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TAX1099.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          YEAR-END 1099 INFORMATION REPORTING.
      *
      *          ACCOUNTING USED TO ADD UP WHO GOT PAID FROM THE CHECK
      *          REGISTERS BY HAND.  THIS RUN ACCUMULATES A CALENDAR
      *          YEAR'S PAYMENTS PER PAYEE FROM -
      *
      *             THE APPAYRUN CHECK REGISTERS (ONE "CHECK" LINE PER
      *               SUPPLIER CHECK, BY PAY DATE) - PAYEE IS THE
      *               SUPPLIER, TAX ID AND 1099 FLAG FROM THE
      *               SUPPLIER MASTER (SUPPMNT)
      *             THE PAID-CLAIM EXTRACTS (PAIDCLM, PAY FLAG "Y", BY
      *               VALUE DATE) - PAYEE IS THE POLICY, TAX ID, NAME
      *               AND 1099 FLAG FROM THE POLICY MASTER (POLMAINT)
      *
      *          A PAYEE IS FILED WHEN FLAGGED 1099-REPORTABLE, PAID
      *          AT LEAST THE REPORTING THRESHOLD AND CARRYING A TAX
      *          ID.  SUPPLIER PAYMENTS GO OUT AS NONEMPLOYEE
      *          COMPENSATION (AMOUNT CODE 1), CLAIM PAYMENTS AS
      *          MEDICAL AND HEALTH CARE PAYMENTS (AMOUNT CODE 6).
      *
      *          EVERY PAYEE IS LISTED ON THE 1099 REGISTER FOR REVIEW
      *          WITH ITS STATUS.  THE ELECTRONIC FILING FILE CARRIES
      *          THE T / A / B / C / F RECORDS, ONE PAYER GROUP PER
      *          FORM, AND THE FILED-PAYEE HISTORY RECORDS WHAT WAS
      *          FILED.
      *
      *          A CORRECTION RUN (RUN TYPE "C" ON THE CONTROL CARD)
      *          RE-ACCUMULATES THE YEAR AND COMPARES EACH PAYEE WITH
      *          THE PRIOR FILED-PAYEE HISTORY - ONLY CHANGED PAYEES
      *          GO ON THE FILING FILE, AS CORRECTED ("G") RETURNS;
      *          A PAYEE NO LONGER FILABLE IS CORRECTED TO ZERO AND A
      *          PAYEE NOT FILED BEFORE GOES AS AN ORIGINAL.  THE NEW
      *          HISTORY BECOMES THE PRIOR FOR THE NEXT CORRECTION.
      *
      *          RETURN CODE 0 - CLEAN
      *                      4 - A PAYEE IS NOT ON ITS MASTER, OR IS
      *                          REPORTABLE BUT HAS NO TAX ID
      *                     16 - BAD CONTROL CARD OR TABLE OVERFLOW
      *
      ******************************************************************

             CONTROL CARD            -   DDS0001.TAX1099.PARM

             SUPPLIER MASTER         -   SUPIN

             APPAYRUN CHECK REGISTER -   CHKREG (THE YEAR'S RUNS)

             PAID-CLAIM EXTRACT      -   DDS0001.PAIDCLM (THE YEAR)

             VSAM POLICY MASTER      -   DDS0001.POLMASTR

             PRIOR FILED PAYEES      -   DDS0001.F1099HST(0)

             NEW FILED PAYEES        -   DDS0001.F1099HST(+1)

             ELECTRONIC FILING FILE  -   DDS0001.F1099OUT

             1099 REGISTER           -   F1099RPT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YE99PARM
           ASSIGN TO UT-S-YE99PARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS YPCODE.

           SELECT SUPPMAST
           ASSIGN TO UT-S-SUPIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SMCODE.

           SELECT CHKREG
           ASSIGN TO UT-S-CHKREG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CKCODE.

           SELECT PAIDCLM
           ASSIGN TO UT-S-PAIDCLM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PCCODE.

           SELECT F1099OLD
           ASSIGN TO UT-S-F1099OLD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FOCODE.

           SELECT F1099NEW
           ASSIGN TO UT-S-F1099NEW
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FNCODE.

           SELECT F1099OUT
           ASSIGN TO UT-S-F1099OUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS FFCODE.

           SELECT F1099RPT
           ASSIGN TO UT-S-F1099RPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT POLMAST
                  ASSIGN       TO POLMASTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PM-POLICY-NUMBER
                  FILE STATUS  IS PMCODE.

       DATA DIVISION.
       FILE SECTION.
      ****** ONE CONTROL CARD - TAX YEAR, RUN TYPE, THRESHOLD (ZERO
      ****** TAKES THE STANDARD $600.00) AND THE PAYER/TRANSMITTER
       FD  YE99PARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS YE99PARM-REC.
       01  YE99PARM-REC.
           05  YP-TAX-YEAR             PIC 9(04).
           05  YP-RUN-TYPE             PIC X(01).
               88  YP-ORIGINAL-RUN     VALUE "O".
               88  YP-CORRECTION-RUN   VALUE "C".
           05  YP-THRESHOLD            PIC 9(5)V99.
           05  YP-PAYER-TIN            PIC X(09).
           05  YP-TCC                  PIC X(05).
           05  YP-TEST-IND             PIC X(01).
           05  YP-PAYER-NAME           PIC X(40).
           05  FILLER                  PIC X(13).

      ****** SUPPLIER MASTER - SAME LAYOUT SUPPMNT MAINTAINS
       FD  SUPPMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUPPMAST-REC.
       01  SUPPMAST-REC.
           05  SM-SUPPLIER-ID          PIC X(05).
           05  SM-SUPPLIER-NAME        PIC X(30).
           05  SM-SUPPLIER-ADDR        PIC X(30).
           05  SM-LEAD-DAYS            PIC 9(03).
           05  SM-MIN-ORDER            PIC 9(5)V99.
           05  SM-PAYEE-TAX-ID         PIC X(09).
           05  SM-REPORT-1099          PIC X(01).
           05  FILLER                  PIC X(05).

      ****** APPAYRUN CHECK REGISTER - PRINT LINES; ONLY THE
      ****** "CHECK" LINES (REGISTERLINE-WS IN APPAYRUN) ARE USED
       FD  CHKREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHKREG-REC.
       01  CHKREG-REC.
           05  CR-LINE-ID              PIC X(07).
               88  CR-CHECK-LINE       VALUE "CHECK  ".
           05  CR-CHECK-NUMBER         PIC X(06).
           05  FILLER                  PIC X(12).
           05  CR-SUPPLIER-ID          PIC X(05).
           05  FILLER                  PIC X(08).
           05  CR-PAY-DATE.
               10  CR-PAY-YEAR         PIC X(04).
               10  FILLER              PIC X(04).
           05  FILLER                  PIC X(09).
           05  CR-CHECK-TOTAL          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(12).

       FD  PAIDCLM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAIDCLM-REC.
       01  PAIDCLM-REC                 PIC X(120).

      ****** FILED-PAYEE HISTORY - ONE RECORD PER PAYEE FILED FOR
      ****** THE YEAR, AS FILED
       FD  F1099OLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS F1099OLD-REC.
       01  F1099OLD-REC                PIC X(100).

       FD  F1099NEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS F1099NEW-REC.
       01  F1099NEW-REC                PIC X(100).

       FD  F1099OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 750 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS F1099OUT-REC.
       01  F1099OUT-REC                PIC X(750).

       FD  F1099RPT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC                     PIC X(133).

      ****** POLICY MASTER - SAME LAYOUT POLMAINT MAINTAINS
       FD  POLMAST
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS POLICY-MASTER-REC.
       01  POLICY-MASTER-REC.
           05  PM-POLICY-NUMBER             PIC X(09).
           05  PM-POLICY-AMOUNT             PIC S9(7)V99.
           05  PM-POLICY-COINSURANCE        PIC V99.
           05  PM-DEDUCTIBLE-PERC           PIC V999.
           05  PM-DEDUCTIBLE-PAID           PIC S9(4).
           05  PM-BILLING-FREQUENCY         PIC X(01).
           05  PM-PREMIUM-AMOUNT            PIC S9(5)V99.
           05  PM-PAID-THRU-DATE            PIC X(08).
           05  PM-LAPSE-STATUS              PIC X(01).
           05  PM-PAYEE-TAX-ID              PIC X(09).
           05  PM-REPORT-1099               PIC X(01).
           05  PM-PAYEE-NAME                PIC X(26).
           05  FILLER                       PIC X(40).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  YPCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  SMCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  CKCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  PCCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  FOCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  FNCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  FFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PMCODE                  PIC X(2).
               88 PMCODE-OK          VALUE "00".
               88 PMCODE-NOT-FOUND   VALUE "23".

       01  FLAGS-AND-SWITCHES.
           05 MORE-SUPPMAST-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-SUPPMAST      VALUE "N".
           05 MORE-CHKREG-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-CHKREG        VALUE "N".
           05 MORE-PAIDCLM-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-PAIDCLM       VALUE "N".
           05 MORE-F1099OLD-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-F1099OLD      VALUE "N".

       01  COUNTERS-AND-ACCUMULATORS.
           05 REGISTER-LINES-READ      PIC S9(7) COMP.
           05 CHECKS-IN-YEAR           PIC S9(7) COMP.
           05 CLAIMS-READ              PIC S9(7) COMP.
           05 CLAIMS-IN-YEAR           PIC S9(7) COMP.
           05 PRIOR-FILED-READ         PIC S9(7) COMP.
           05 RECORDS-WRITTEN          PIC S9(7) COMP.
           05 PAYEES-FILED             PIC S9(7) COMP.
           05 PAYEES-UNCHANGED         PIC S9(7) COMP.
           05 PAYEES-BELOW-THRESHOLD   PIC S9(7) COMP.
           05 PAYEES-NOT-REPORTABLE    PIC S9(7) COMP.
           05 PAYEES-NO-TIN            PIC S9(7) COMP.
           05 PAYEES-NOT-ON-MASTER     PIC S9(7) COMP.
           05 AMOUNT-FILED             PIC S9(11)V99 COMP-3.
           05 PAYER-GROUPS-WRITTEN     PIC S9(7) COMP.

       01  RUN-FIELDS.
           05  TAX-YEAR                PIC 9(04).
           05  TAX-YEAR-X REDEFINES TAX-YEAR
                                       PIC X(04).
           05  REPORTING-THRESHOLD     PIC 9(5)V99.
           05  RUN-DATE                PIC X(08).
           05  CHECK-AMOUNT            PIC 9(8)V99.

      ****** ONE ENTRY PER PAYEE - SOURCE "S" SUPPLIER, "C" CLAIM
      ****** PAYEE (POLICY).  PRIOR FIELDS FILLED ON A CORRECTION RUN
      ****** FROM THE FILED-PAYEE HISTORY
       01  PAYEE-TABLE.
           05  PAYEE-ENTRY OCCURS 5000 TIMES
                       INDEXED BY PAY-IDX.
               10  PY-KEY.
                   15  PY-SOURCE           PIC X(01).
                   15  PY-PAYEE-ID         PIC X(09).
               10  PY-NAME                 PIC X(30).
               10  PY-ADDRESS              PIC X(30).
               10  PY-TAX-ID               PIC X(09).
               10  PY-REPORT-1099          PIC X(01).
                   88  PY-REPORTABLE       VALUE "Y".
               10  PY-ON-MASTER            PIC X(01).
                   88  PY-NOT-ON-MASTER    VALUE "N".
               10  PY-AMOUNT               PIC S9(9)V99 COMP-3.
               10  PY-PRIOR-FILED          PIC X(01).
                   88  PY-FILED-BEFORE     VALUE "Y".
               10  PY-PRIOR-TAX-ID         PIC X(09).
               10  PY-PRIOR-NAME           PIC X(30).
               10  PY-PRIOR-AMOUNT         PIC S9(9)V99 COMP-3.
               10  PY-STATUS               PIC X(02).
                   88  PY-FILED            VALUE "FL".
                   88  PY-UNCHANGED        VALUE "UN".
                   88  PY-CORRECTED        VALUE "CR".
                   88  PY-CORRECTED-ZERO   VALUE "CZ".
                   88  PY-LATE-ORIGINAL    VALUE "LO".
                   88  PY-BELOW-THRESHOLD  VALUE "BT".
                   88  PY-NOT-REPORTABLE   VALUE "NR".
                   88  PY-NO-TIN           VALUE "NT".
                   88  PY-MASTER-MISSING   VALUE "NM".
                   88  PY-TO-BE-FILED      VALUES "FL" "CR" "CZ" "LO".
                   88  PY-IN-HISTORY       VALUES "FL" "UN" "CR" "LO".
       77  PAYEE-COUNT                 PIC S9(5) COMP VALUE +0.
       77  PAYEE-SUB                   PIC S9(5) COMP VALUE +0.
       01  PAYEE-LOOKUP.
           05  LOOKUP-SOURCE           PIC X(01).
           05  LOOKUP-PAYEE-ID         PIC X(09).

      ****** SUPPLIER MASTER HELD IN CORE FOR THE PAYEE LOOKUP
       01  SUPPLIER-TABLE.
           05  SUPPLIER-ENTRY OCCURS 500 TIMES
                       INDEXED BY SUP-IDX.
               10  ST-SUPPLIER-ID      PIC X(05).
               10  ST-SUPPLIER-NAME    PIC X(30).
               10  ST-SUPPLIER-ADDR    PIC X(30).
               10  ST-PAYEE-TAX-ID     PIC X(09).
               10  ST-REPORT-1099      PIC X(01).
       77  SUPPLIER-COUNT              PIC S9(4) COMP VALUE +0.

      ****** ONE PAYER GROUP PER FORM - SUPPLIERS FIRST, THEN CLAIMS
       01  FORM-GROUP-VALUES.
           05  FILLER                  PIC X(05) VALUE "SNE 1".
           05  FILLER                  PIC X(05) VALUE "CA  6".
       01  FORM-GROUP-TABLE REDEFINES FORM-GROUP-VALUES.
           05  FORM-GROUP OCCURS 2 TIMES.
               10  FG-SOURCE           PIC X(01).
               10  FG-RETURN-TYPE      PIC X(02).
               10  FG-TIN-TYPE         PIC X(01).
               10  FG-AMOUNT-CODE      PIC 9(01).
       77  GROUP-SUB                   PIC S9(4) COMP VALUE +0.
       77  AMOUNT-SUB                  PIC S9(4) COMP VALUE +0.
       77  GROUP-PAYEES                PIC S9(7) COMP VALUE +0.
       77  GROUP-AMOUNT                PIC S9(11)V99 COMP-3 VALUE +0.

       01  FILED-HISTORY-REC.
           05  FH-TAX-YEAR             PIC 9(04).
           05  FH-SOURCE               PIC X(01).
           05  FH-PAYEE-ID             PIC X(09).
           05  FH-TAX-ID               PIC X(09).
           05  FH-NAME                 PIC X(30).
           05  FH-AMOUNT               PIC 9(9)V99.
           05  FH-RUN-DATE             PIC X(08).
           05  FH-RUN-TYPE             PIC X(01).
           05  FILLER                  PIC X(27).

       COPY PAIDCLM.

      ****** ELECTRONIC FILING RECORDS - 750 BYTES, RECORD SEQUENCE
      ****** NUMBER IN POSITIONS 500-507 OF EVERY RECORD
       01  FILING-T-REC.
           05  FT-RECORD-TYPE          PIC X(01) VALUE "T".
           05  FT-PAYMENT-YEAR         PIC 9(04).
           05  FT-PRIOR-YEAR-IND       PIC X(01).
           05  FT-TRANSMITTER-TIN      PIC X(09).
           05  FT-TCC                  PIC X(05).
           05  FILLER                  PIC X(07).
           05  FT-TEST-IND             PIC X(01).
           05  FT-FOREIGN-IND          PIC X(01).
           05  FT-TRANSMITTER-NAME     PIC X(40).
           05  FILLER                  PIC X(40).
           05  FT-COMPANY-NAME         PIC X(40).
           05  FILLER                  PIC X(146).
           05  FT-TOTAL-PAYEES         PIC 9(08).
           05  FILLER                  PIC X(196).
           05  FT-SEQUENCE-NUMBER      PIC 9(08).
           05  FILLER                  PIC X(243).

       01  FILING-A-REC.
           05  FA-RECORD-TYPE          PIC X(01) VALUE "A".
           05  FA-PAYMENT-YEAR         PIC 9(04).
           05  FA-COMBINED-FED-STATE   PIC X(01).
           05  FILLER                  PIC X(05).
           05  FA-PAYER-TIN            PIC X(09).
           05  FA-PAYER-NAME-CONTROL   PIC X(04).
           05  FA-LAST-FILING-IND      PIC X(01).
           05  FA-TYPE-OF-RETURN       PIC X(02).
           05  FA-AMOUNT-CODES         PIC X(18).
           05  FILLER                  PIC X(06).
           05  FA-FOREIGN-IND          PIC X(01).
           05  FA-PAYER-NAME           PIC X(40).
           05  FILLER                  PIC X(40).
           05  FA-TRANSFER-AGENT-IND   PIC X(01).
           05  FILLER                  PIC X(366).
           05  FA-SEQUENCE-NUMBER      PIC 9(08).
           05  FILLER                  PIC X(243).

       01  FILING-B-REC.
           05  FB-RECORD-TYPE          PIC X(01) VALUE "B".
           05  FB-PAYMENT-YEAR         PIC 9(04).
           05  FB-CORRECTED-IND        PIC X(01).
           05  FB-NAME-CONTROL         PIC X(04).
           05  FB-TIN-TYPE             PIC X(01).
           05  FB-PAYEE-TIN            PIC X(09).
           05  FB-PAYEE-ACCOUNT        PIC X(20).
           05  FILLER                  PIC X(14).
           05  FB-PAYMENT-AMOUNT       PIC 9(10)V99 OCCURS 16 TIMES.
           05  FB-FOREIGN-IND          PIC X(01).
           05  FB-PAYEE-NAME           PIC X(40).
           05  FILLER                  PIC X(40).
           05  FB-PAYEE-ADDRESS        PIC X(40).
           05  FILLER                  PIC X(132).
           05  FB-SEQUENCE-NUMBER      PIC 9(08).
           05  FILLER                  PIC X(243).

       01  FILING-C-REC.
           05  FC-RECORD-TYPE          PIC X(01) VALUE "C".
           05  FC-NUMBER-OF-PAYEES     PIC 9(08).
           05  FILLER                  PIC X(06).
           05  FC-CONTROL-TOTAL        PIC 9(16)V99 OCCURS 16 TIMES.
           05  FILLER                  PIC X(196).
           05  FC-SEQUENCE-NUMBER      PIC 9(08).
           05  FILLER                  PIC X(243).

       01  FILING-F-REC.
           05  FF-RECORD-TYPE          PIC X(01) VALUE "F".
           05  FF-NUMBER-OF-A-RECS     PIC 9(08).
           05  FF-ZEROS                PIC 9(21).
           05  FILLER                  PIC X(19).
           05  FF-TOTAL-B-RECS         PIC 9(08).
           05  FILLER                  PIC X(442).
           05  FF-SEQUENCE-NUMBER      PIC 9(08).
           05  FILLER                  PIC X(243).

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
               "1099 REGISTER - TAX YEAR".
           05  HDR-YEAR                PIC X(05).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  HDR-RUN-TYPE            PIC X(15).
           05  FILLER                  PIC X(13) VALUE
               "  THRESHOLD: ".
           05  HDR-THRESHOLD           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-COLUMN-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(10) VALUE "SOURCE".
           05  FILLER                  PIC X(11) VALUE "PAYEE".
           05  FILLER                  PIC X(32) VALUE "NAME".
           05  FILLER                  PIC X(11) VALUE "TAX ID".
           05  FILLER                  PIC X(16) VALUE
               "   PAID IN YEAR".
           05  FILLER                  PIC X(16) VALUE
               "  PRIOR FILED".
           05  FILLER                  PIC X(36) VALUE "STATUS".

       01  WS-PAYEE-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  PL-SOURCE-O             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-PAYEE-ID-O           PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-NAME-O               PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-TAX-ID-O.
               10  PL-TIN-MASK-O       PIC X(05).
               10  PL-TIN-LAST4-O      PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-AMOUNT-O             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-PRIOR-O              PIC ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-STATUS-O             PIC X(30).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  COUNT-DESC-O            PIC X(32).
           05  COUNT-O                 PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(32) VALUE
               "DOLLARS ON THE FILING FILE".
           05  AMOUNT-FILED-O          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

      ****** SHOP-WIDE VSAM ERROR HANDLER INTERFACE
       COPY VSAMERRW.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-ACCUM-CHECKS THRU 100-EXIT
               UNTIL NO-MORE-CHKREG.
           PERFORM 150-ACCUM-CLAIMS THRU 150-EXIT
               UNTIL NO-MORE-PAIDCLM.
           IF YP-CORRECTION-RUN
               PERFORM 250-LOAD-PRIOR-FILED THRU 250-EXIT
                   UNTIL NO-MORE-F1099OLD.
           PERFORM 300-SET-STATUS THRU 300-EXIT
               VARYING PAYEE-SUB FROM +1 BY +1
               UNTIL PAYEE-SUB > PAYEE-COUNT.
           PERFORM 400-WRITE-FILING THRU 400-EXIT.
           PERFORM 500-PRINT-REGISTER THRU 500-EXIT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "TAX1099 HOUSEKEEPING".
           OPEN INPUT YE99PARM, SUPPMAST, CHKREG, PAIDCLM, POLMAST.
           OPEN OUTPUT F1099NEW, F1099OUT, F1099RPT.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           MOVE RUN-DATE (1:4)               TO HDR-DATE (1:4).
           MOVE "-"                          TO HDR-DATE (5:1).
           MOVE RUN-DATE (5:2)               TO HDR-DATE (6:2).
           MOVE "-"                          TO HDR-DATE (8:1).
           MOVE RUN-DATE (7:2)               TO HDR-DATE (9:2).

           PERFORM 050-READ-PARM THRU 050-EXIT.
      *  The prior filed-payee history is only there for a correction
           IF YP-CORRECTION-RUN
               OPEN INPUT F1099OLD.

           PERFORM 060-LOAD-SUPPLIER THRU 060-EXIT
               UNTIL NO-MORE-SUPPMAST.
       000-EXIT.
           EXIT.

       050-READ-PARM.
           READ YE99PARM
               AT END
               DISPLAY "*** TAX1099 CONTROL CARD MISSING ***"
               PERFORM 990-ABEND-CLOSE THRU 990-EXIT
           END-READ
           IF YP-TAX-YEAR NOT NUMERIC
              OR NOT (YP-ORIGINAL-RUN OR YP-CORRECTION-RUN)
               DISPLAY "*** TAX1099 CONTROL CARD INVALID - "
                       YE99PARM-REC (1:12) " ***"
               PERFORM 990-ABEND-CLOSE THRU 990-EXIT.
           MOVE YP-TAX-YEAR TO TAX-YEAR.
           IF YP-THRESHOLD NUMERIC AND YP-THRESHOLD > ZERO
               MOVE YP-THRESHOLD TO REPORTING-THRESHOLD
           ELSE
               MOVE 600.00       TO REPORTING-THRESHOLD.
           CLOSE YE99PARM.
       050-EXIT.
           EXIT.

       060-LOAD-SUPPLIER.
           READ SUPPMAST
               AT END
               MOVE 'N' TO MORE-SUPPMAST-SW
               GO TO 060-EXIT
           END-READ
      *  A supplier past the table would be filed as not on master
           IF SUPPLIER-COUNT >= +500
               DISPLAY "*** SUPPLIER MASTER EXCEEDS TABLE - "
                       "INCREASE SUPPLIER-ENTRY OCCURS ***"
               PERFORM 990-ABEND-CLOSE THRU 990-EXIT.
           ADD +1 TO SUPPLIER-COUNT.
           MOVE SM-SUPPLIER-ID   TO ST-SUPPLIER-ID (SUPPLIER-COUNT).
           MOVE SM-SUPPLIER-NAME TO ST-SUPPLIER-NAME (SUPPLIER-COUNT).
           MOVE SM-SUPPLIER-ADDR TO ST-SUPPLIER-ADDR (SUPPLIER-COUNT).
           MOVE SM-PAYEE-TAX-ID  TO ST-PAYEE-TAX-ID (SUPPLIER-COUNT).
           MOVE SM-REPORT-1099   TO ST-REPORT-1099 (SUPPLIER-COUNT).
       060-EXIT.
           EXIT.

       100-ACCUM-CHECKS.
           READ CHKREG
               AT END
               MOVE 'N' TO MORE-CHKREG-SW
               GO TO 100-EXIT
           END-READ
           ADD +1 TO REGISTER-LINES-READ.
      *  Headings, stubs and run totals share the register - only a
      *  check line paid in the tax year counts
           IF NOT CR-CHECK-LINE
              OR CR-CHECK-NUMBER NOT NUMERIC
              OR CR-PAY-YEAR NOT = TAX-YEAR-X
               GO TO 100-EXIT.
           ADD +1 TO CHECKS-IN-YEAR.
           MOVE CR-CHECK-TOTAL TO CHECK-AMOUNT.
           MOVE "S"            TO LOOKUP-SOURCE.
           MOVE CR-SUPPLIER-ID TO LOOKUP-PAYEE-ID.
           PERFORM 200-FIND-PAYEE THRU 200-EXIT.
           ADD CHECK-AMOUNT TO PY-AMOUNT (PAY-IDX).
       100-EXIT.
           EXIT.

       150-ACCUM-CLAIMS.
           READ PAIDCLM INTO PAID-CLAIM-REC
               AT END
               MOVE 'N' TO MORE-PAIDCLM-SW
               GO TO 150-EXIT
           END-READ
           ADD +1 TO CLAIMS-READ.
           IF PC-PAY-FLAG NOT = "Y"
              OR PC-VALUE-DATE (1:4) NOT = TAX-YEAR-X
              OR PC-CLAIM-PAID NOT > ZERO
               GO TO 150-EXIT.
           ADD +1 TO CLAIMS-IN-YEAR.
           MOVE "C"              TO LOOKUP-SOURCE.
           MOVE PC-POLICY-NUMBER TO LOOKUP-PAYEE-ID.
           PERFORM 200-FIND-PAYEE THRU 200-EXIT.
           ADD PC-CLAIM-PAID TO PY-AMOUNT (PAY-IDX).
       150-EXIT.
           EXIT.

       200-FIND-PAYEE.
      *  Leaves PAY-IDX on the payee's entry - a new payee is added
      *  with its name, tax id and 1099 flag from its master
           SET PAY-IDX TO 1.
           SEARCH PAYEE-ENTRY
               AT END
                   CONTINUE
               WHEN PAY-IDX > PAYEE-COUNT
                   CONTINUE
               WHEN PY-KEY (PAY-IDX) = PAYEE-LOOKUP
                   GO TO 200-EXIT
           END-SEARCH.
           IF PAYEE-COUNT >= +5000
               DISPLAY "*** PAYEES EXCEED TABLE - "
                       "INCREASE PAYEE-ENTRY OCCURS ***"
               PERFORM 990-ABEND-CLOSE THRU 990-EXIT.
           ADD +1 TO PAYEE-COUNT.
           SET PAY-IDX TO PAYEE-COUNT.
           MOVE PAYEE-LOOKUP TO PY-KEY (PAY-IDX).
           MOVE SPACES TO PY-NAME (PAY-IDX), PY-ADDRESS (PAY-IDX),
                          PY-TAX-ID (PAY-IDX),
                          PY-PRIOR-TAX-ID (PAY-IDX),
                          PY-PRIOR-NAME (PAY-IDX), PY-STATUS (PAY-IDX).
           MOVE "N"  TO PY-REPORT-1099 (PAY-IDX),
                        PY-PRIOR-FILED (PAY-IDX).
           MOVE "Y"  TO PY-ON-MASTER (PAY-IDX).
           MOVE ZERO TO PY-AMOUNT (PAY-IDX), PY-PRIOR-AMOUNT (PAY-IDX).
           IF LOOKUP-SOURCE = "S"
               PERFORM 210-GET-SUPPLIER-PAYEE THRU 210-EXIT
           ELSE
               PERFORM 220-GET-POLICY-PAYEE THRU 220-EXIT.
       200-EXIT.
           EXIT.

       210-GET-SUPPLIER-PAYEE.
           SET SUP-IDX TO 1.
           SEARCH SUPPLIER-ENTRY
               AT END
                   MOVE "N" TO PY-ON-MASTER (PAY-IDX)
               WHEN SUP-IDX > SUPPLIER-COUNT
                   MOVE "N" TO PY-ON-MASTER (PAY-IDX)
               WHEN ST-SUPPLIER-ID (SUP-IDX) = LOOKUP-PAYEE-ID
                   MOVE ST-SUPPLIER-NAME (SUP-IDX) TO PY-NAME (PAY-IDX)
                   MOVE ST-SUPPLIER-ADDR (SUP-IDX)
                                           TO PY-ADDRESS (PAY-IDX)
                   MOVE ST-PAYEE-TAX-ID (SUP-IDX) TO PY-TAX-ID (PAY-IDX)
                   MOVE ST-REPORT-1099 (SUP-IDX)
                                           TO PY-REPORT-1099 (PAY-IDX)
           END-SEARCH.
       210-EXIT.
           EXIT.

       220-GET-POLICY-PAYEE.
           MOVE LOOKUP-PAYEE-ID TO PM-POLICY-NUMBER.
           READ POLMAST
               INVALID KEY NEXT SENTENCE.
           IF PMCODE-NOT-FOUND
               MOVE "N" TO PY-ON-MASTER (PAY-IDX)
               GO TO 220-EXIT.
           IF NOT PMCODE-OK
               PERFORM 800-VSAM-ERROR THRU 800-EXIT.
           MOVE PM-PAYEE-NAME   TO PY-NAME (PAY-IDX).
           MOVE PM-PAYEE-TAX-ID TO PY-TAX-ID (PAY-IDX).
           MOVE PM-REPORT-1099  TO PY-REPORT-1099 (PAY-IDX).
       220-EXIT.
           EXIT.

       250-LOAD-PRIOR-FILED.
           READ F1099OLD INTO FILED-HISTORY-REC
               AT END
               MOVE 'N' TO MORE-F1099OLD-SW
               GO TO 250-EXIT
           END-READ
           IF FH-TAX-YEAR NOT = TAX-YEAR
               GO TO 250-EXIT.
           ADD +1 TO PRIOR-FILED-READ.
           MOVE FH-SOURCE   TO LOOKUP-SOURCE.
           MOVE FH-PAYEE-ID TO LOOKUP-PAYEE-ID.
           PERFORM 200-FIND-PAYEE THRU 200-EXIT.
           MOVE "Y"         TO PY-PRIOR-FILED (PAY-IDX).
           MOVE FH-TAX-ID   TO PY-PRIOR-TAX-ID (PAY-IDX).
           MOVE FH-NAME     TO PY-PRIOR-NAME (PAY-IDX).
           MOVE FH-AMOUNT   TO PY-PRIOR-AMOUNT (PAY-IDX).
       250-EXIT.
           EXIT.

       300-SET-STATUS.
           SET PAY-IDX TO PAYEE-SUB.
           EVALUATE TRUE
               WHEN PY-NOT-ON-MASTER (PAY-IDX)
                   MOVE "NM" TO PY-STATUS (PAY-IDX)
               WHEN NOT PY-REPORTABLE (PAY-IDX)
                   MOVE "NR" TO PY-STATUS (PAY-IDX)
               WHEN PY-AMOUNT (PAY-IDX) < REPORTING-THRESHOLD
                   MOVE "BT" TO PY-STATUS (PAY-IDX)
               WHEN PY-TAX-ID (PAY-IDX) = SPACES
                   MOVE "NT" TO PY-STATUS (PAY-IDX)
               WHEN OTHER
                   MOVE "FL" TO PY-STATUS (PAY-IDX)
           END-EVALUATE.

      *  A correction files only what changed since the prior filing
           IF YP-CORRECTION-RUN
               PERFORM 310-SET-CORRECTION THRU 310-EXIT.

           EVALUATE TRUE
               WHEN PY-TO-BE-FILED (PAY-IDX)
                   ADD +1 TO PAYEES-FILED
               WHEN PY-UNCHANGED (PAY-IDX)
                   ADD +1 TO PAYEES-UNCHANGED
               WHEN PY-BELOW-THRESHOLD (PAY-IDX)
                   ADD +1 TO PAYEES-BELOW-THRESHOLD
               WHEN PY-NOT-REPORTABLE (PAY-IDX)
                   ADD +1 TO PAYEES-NOT-REPORTABLE
               WHEN PY-NO-TIN (PAY-IDX)
                   ADD +1 TO PAYEES-NO-TIN
               WHEN PY-MASTER-MISSING (PAY-IDX)
                   ADD +1 TO PAYEES-NOT-ON-MASTER
           END-EVALUATE.
       300-EXIT.
           EXIT.

       310-SET-CORRECTION.
           IF NOT PY-FILED-BEFORE (PAY-IDX)
               IF PY-FILED (PAY-IDX)
                   MOVE "LO" TO PY-STATUS (PAY-IDX)
                   GO TO 310-EXIT
               ELSE
                   GO TO 310-EXIT.
           IF NOT PY-FILED (PAY-IDX)
               MOVE "CZ" TO PY-STATUS (PAY-IDX)
               GO TO 310-EXIT.
           IF PY-AMOUNT (PAY-IDX) = PY-PRIOR-AMOUNT (PAY-IDX)
              AND PY-TAX-ID (PAY-IDX) = PY-PRIOR-TAX-ID (PAY-IDX)
              AND PY-NAME (PAY-IDX) = PY-PRIOR-NAME (PAY-IDX)
               MOVE "UN" TO PY-STATUS (PAY-IDX)
           ELSE
               MOVE "CR" TO PY-STATUS (PAY-IDX).
       310-EXIT.
           EXIT.

       400-WRITE-FILING.
           MOVE ZERO TO RECORDS-WRITTEN.
           MOVE SPACES TO FILING-T-REC.
           MOVE "T"            TO FT-RECORD-TYPE.
           MOVE TAX-YEAR       TO FT-PAYMENT-YEAR.
           MOVE YP-PAYER-TIN   TO FT-TRANSMITTER-TIN.
           MOVE YP-TCC         TO FT-TCC.
           MOVE YP-TEST-IND    TO FT-TEST-IND.
           MOVE YP-PAYER-NAME  TO FT-TRANSMITTER-NAME,
                                  FT-COMPANY-NAME.
           MOVE PAYEES-FILED   TO FT-TOTAL-PAYEES.
           ADD +1 TO RECORDS-WRITTEN.
           MOVE RECORDS-WRITTEN TO FT-SEQUENCE-NUMBER.
           WRITE F1099OUT-REC FROM FILING-T-REC.

           PERFORM 410-WRITE-GROUP THRU 410-EXIT
               VARYING GROUP-SUB FROM +1 BY +1
               UNTIL GROUP-SUB > +2.

           MOVE SPACES TO FILING-F-REC.
           MOVE "F"                  TO FF-RECORD-TYPE.
           MOVE PAYER-GROUPS-WRITTEN TO FF-NUMBER-OF-A-RECS.
           MOVE ZERO                 TO FF-ZEROS.
           MOVE PAYEES-FILED         TO FF-TOTAL-B-RECS.
           ADD +1 TO RECORDS-WRITTEN.
           MOVE RECORDS-WRITTEN TO FF-SEQUENCE-NUMBER.
           WRITE F1099OUT-REC FROM FILING-F-REC.
       400-EXIT.
           EXIT.

       410-WRITE-GROUP.
      *  A form with nothing to file gets no payer group
           MOVE ZERO TO GROUP-PAYEES.
           PERFORM 415-COUNT-GROUP THRU 415-EXIT
               VARYING PAYEE-SUB FROM +1 BY +1
               UNTIL PAYEE-SUB > PAYEE-COUNT.
           IF GROUP-PAYEES = ZERO
               GO TO 410-EXIT.

           MOVE SPACES TO FILING-A-REC.
           MOVE "A"                      TO FA-RECORD-TYPE.
           MOVE TAX-YEAR                 TO FA-PAYMENT-YEAR.
           MOVE YP-PAYER-TIN             TO FA-PAYER-TIN.
           MOVE YP-PAYER-NAME (1:4)      TO FA-PAYER-NAME-CONTROL.
           MOVE FG-RETURN-TYPE (GROUP-SUB) TO FA-TYPE-OF-RETURN.
           MOVE FG-AMOUNT-CODE (GROUP-SUB) TO FA-AMOUNT-CODES.
           MOVE YP-PAYER-NAME            TO FA-PAYER-NAME.
           MOVE "0"                      TO FA-TRANSFER-AGENT-IND.
           ADD +1 TO RECORDS-WRITTEN, PAYER-GROUPS-WRITTEN.
           MOVE RECORDS-WRITTEN TO FA-SEQUENCE-NUMBER.
           WRITE F1099OUT-REC FROM FILING-A-REC.

           MOVE ZERO TO GROUP-AMOUNT.
           PERFORM 420-WRITE-PAYEE THRU 420-EXIT
               VARYING PAYEE-SUB FROM +1 BY +1
               UNTIL PAYEE-SUB > PAYEE-COUNT.

           MOVE SPACES TO FILING-C-REC.
           MOVE "C"          TO FC-RECORD-TYPE.
           MOVE GROUP-PAYEES TO FC-NUMBER-OF-PAYEES.
           PERFORM 425-ZERO-CONTROL-TOTAL THRU 425-EXIT
               VARYING AMOUNT-SUB FROM +1 BY +1
               UNTIL AMOUNT-SUB > +16.
           MOVE FG-AMOUNT-CODE (GROUP-SUB) TO AMOUNT-SUB.
           MOVE GROUP-AMOUNT TO FC-CONTROL-TOTAL (AMOUNT-SUB).
           ADD +1 TO RECORDS-WRITTEN.
           MOVE RECORDS-WRITTEN TO FC-SEQUENCE-NUMBER.
           WRITE F1099OUT-REC FROM FILING-C-REC.
       410-EXIT.
           EXIT.

       415-COUNT-GROUP.
           IF PY-SOURCE (PAYEE-SUB) = FG-SOURCE (GROUP-SUB)
              AND PY-TO-BE-FILED (PAYEE-SUB)
               ADD +1 TO GROUP-PAYEES.
       415-EXIT.
           EXIT.

       420-WRITE-PAYEE.
           IF PY-SOURCE (PAYEE-SUB) NOT = FG-SOURCE (GROUP-SUB)
              OR NOT PY-TO-BE-FILED (PAYEE-SUB)
               GO TO 420-EXIT.
           SET PAY-IDX TO PAYEE-SUB.
           MOVE SPACES TO FILING-B-REC.
           MOVE "B"                   TO FB-RECORD-TYPE.
           MOVE TAX-YEAR              TO FB-PAYMENT-YEAR.
           IF PY-CORRECTED (PAY-IDX) OR PY-CORRECTED-ZERO (PAY-IDX)
               MOVE "G"               TO FB-CORRECTED-IND.
           MOVE PY-NAME (PAY-IDX) (1:4) TO FB-NAME-CONTROL.
           MOVE FG-TIN-TYPE (GROUP-SUB) TO FB-TIN-TYPE.
      *  A zero correction goes out under the tax id first filed
           IF PY-CORRECTED-ZERO (PAY-IDX)
               MOVE PY-PRIOR-TAX-ID (PAY-IDX) TO FB-PAYEE-TIN
               MOVE PY-PRIOR-NAME (PAY-IDX)   TO FB-PAYEE-NAME
           ELSE
               MOVE PY-TAX-ID (PAY-IDX)       TO FB-PAYEE-TIN
               MOVE PY-NAME (PAY-IDX)         TO FB-PAYEE-NAME.
           MOVE PY-PAYEE-ID (PAY-IDX) TO FB-PAYEE-ACCOUNT.
           MOVE PY-ADDRESS (PAY-IDX)  TO FB-PAYEE-ADDRESS.
           PERFORM 430-ZERO-PAYMENT-AMOUNT THRU 430-EXIT
               VARYING AMOUNT-SUB FROM +1 BY +1
               UNTIL AMOUNT-SUB > +16.
           MOVE FG-AMOUNT-CODE (GROUP-SUB) TO AMOUNT-SUB.
           IF NOT PY-CORRECTED-ZERO (PAY-IDX)
               MOVE PY-AMOUNT (PAY-IDX)
                                 TO FB-PAYMENT-AMOUNT (AMOUNT-SUB)
               ADD PY-AMOUNT (PAY-IDX) TO GROUP-AMOUNT, AMOUNT-FILED.
           ADD +1 TO RECORDS-WRITTEN.
           MOVE RECORDS-WRITTEN TO FB-SEQUENCE-NUMBER.
           WRITE F1099OUT-REC FROM FILING-B-REC.
       420-EXIT.
           EXIT.

       425-ZERO-CONTROL-TOTAL.
           MOVE ZERO TO FC-CONTROL-TOTAL (AMOUNT-SUB).
       425-EXIT.
           EXIT.

       430-ZERO-PAYMENT-AMOUNT.
           MOVE ZERO TO FB-PAYMENT-AMOUNT (AMOUNT-SUB).
       430-EXIT.
           EXIT.

       500-PRINT-REGISTER.
           MOVE TAX-YEAR TO HDR-YEAR.
           IF YP-CORRECTION-RUN
               MOVE "CORRECTION RUN" TO HDR-RUN-TYPE
           ELSE
               MOVE "ORIGINAL RUN"   TO HDR-RUN-TYPE.
           MOVE REPORTING-THRESHOLD TO HDR-THRESHOLD.
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-COLUMN-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           PERFORM 510-PRINT-GROUP THRU 510-EXIT
               VARYING GROUP-SUB FROM +1 BY +1
               UNTIL GROUP-SUB > +2.
       500-EXIT.
           EXIT.

       510-PRINT-GROUP.
           PERFORM 520-PRINT-PAYEE THRU 520-EXIT
               VARYING PAYEE-SUB FROM +1 BY +1
               UNTIL PAYEE-SUB > PAYEE-COUNT.
           WRITE RPT-REC FROM WS-BLANK-LINE.
       510-EXIT.
           EXIT.

       520-PRINT-PAYEE.
           IF PY-SOURCE (PAYEE-SUB) NOT = FG-SOURCE (GROUP-SUB)
               GO TO 520-EXIT.
           SET PAY-IDX TO PAYEE-SUB.
           IF PY-SOURCE (PAY-IDX) = "S"
               MOVE "SUPPLIER"  TO PL-SOURCE-O
           ELSE
               MOVE "CLAIM"     TO PL-SOURCE-O.
           MOVE PY-PAYEE-ID (PAY-IDX) TO PL-PAYEE-ID-O.
           MOVE PY-NAME (PAY-IDX)     TO PL-NAME-O.
      *  The register goes to reviewers - only the last four digits
      *  of a tax id are printed
           IF PY-TAX-ID (PAY-IDX) = SPACES
               MOVE SPACES  TO PL-TAX-ID-O
           ELSE
               MOVE "*****" TO PL-TIN-MASK-O
               MOVE PY-TAX-ID (PAY-IDX) (6:4) TO PL-TIN-LAST4-O.
           MOVE PY-AMOUNT (PAY-IDX)       TO PL-AMOUNT-O.
           MOVE PY-PRIOR-AMOUNT (PAY-IDX) TO PL-PRIOR-O.
           EVALUATE TRUE
               WHEN PY-FILED (PAY-IDX)
                   MOVE "FILED"                  TO PL-STATUS-O
               WHEN PY-UNCHANGED (PAY-IDX)
                   MOVE "UNCHANGED - NOT REFILED" TO PL-STATUS-O
               WHEN PY-CORRECTED (PAY-IDX)
                   MOVE "CORRECTED"              TO PL-STATUS-O
               WHEN PY-CORRECTED-ZERO (PAY-IDX)
                   MOVE "CORRECTED TO ZERO"      TO PL-STATUS-O
               WHEN PY-LATE-ORIGINAL (PAY-IDX)
                   MOVE "NOT FILED BEFORE - FILED" TO PL-STATUS-O
               WHEN PY-BELOW-THRESHOLD (PAY-IDX)
                   MOVE "BELOW THRESHOLD"        TO PL-STATUS-O
               WHEN PY-NOT-REPORTABLE (PAY-IDX)
                   MOVE "NOT 1099-REPORTABLE"    TO PL-STATUS-O
               WHEN PY-NO-TIN (PAY-IDX)
                   MOVE "*** NO TAX ID - NOT FILED" TO PL-STATUS-O
               WHEN PY-MASTER-MISSING (PAY-IDX)
                   MOVE "*** NOT ON PAYEE MASTER" TO PL-STATUS-O
           END-EVALUATE.
           WRITE RPT-REC FROM WS-PAYEE-LINE.

      *  The filed-payee history holds the year as now on file
           IF NOT PY-IN-HISTORY (PAY-IDX)
               GO TO 520-EXIT.
           MOVE SPACES              TO FILED-HISTORY-REC.
           MOVE TAX-YEAR            TO FH-TAX-YEAR.
           MOVE PY-SOURCE (PAY-IDX)   TO FH-SOURCE.
           MOVE PY-PAYEE-ID (PAY-IDX) TO FH-PAYEE-ID.
           MOVE PY-TAX-ID (PAY-IDX)   TO FH-TAX-ID.
           MOVE PY-NAME (PAY-IDX)     TO FH-NAME.
           MOVE PY-AMOUNT (PAY-IDX)   TO FH-AMOUNT.
           MOVE RUN-DATE            TO FH-RUN-DATE.
           MOVE YP-RUN-TYPE         TO FH-RUN-TYPE.
           WRITE F1099NEW-REC FROM FILED-HISTORY-REC.
       520-EXIT.
           EXIT.

       800-VSAM-ERROR.
      *  One common routine logs the event and abends the run
           MOVE "TAX1099"           TO VE-PROGRAM-NAME.
           MOVE "POLMASTR"          TO VE-FILE-NAME.
           MOVE PMCODE              TO VE-FILE-STATUS.
           MOVE PM-POLICY-NUMBER    TO VE-KEY-IN-HAND.
           MOVE "220-GET-POLICY-PAYEE" TO VE-PARAGRAPH.
           CALL "VSAMERR" USING VSAMERR-REQUEST-AREA.
       800-EXIT.
           EXIT.

       900-CLEANUP.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           MOVE "CHECKS PAID IN YEAR"     TO COUNT-DESC-O.
           MOVE CHECKS-IN-YEAR            TO COUNT-O.
           WRITE RPT-REC FROM WS-COUNT-LINE.
           MOVE "CLAIMS PAID IN YEAR"     TO COUNT-DESC-O.
           MOVE CLAIMS-IN-YEAR            TO COUNT-O.
           WRITE RPT-REC FROM WS-COUNT-LINE.
           MOVE "PAYEES ON THE FILING FILE" TO COUNT-DESC-O.
           MOVE PAYEES-FILED              TO COUNT-O.
           WRITE RPT-REC FROM WS-COUNT-LINE.
           IF YP-CORRECTION-RUN
               MOVE "PRIOR FILED PAYEES READ" TO COUNT-DESC-O
               MOVE PRIOR-FILED-READ          TO COUNT-O
               WRITE RPT-REC FROM WS-COUNT-LINE
               MOVE "PAYEES UNCHANGED"        TO COUNT-DESC-O
               MOVE PAYEES-UNCHANGED          TO COUNT-O
               WRITE RPT-REC FROM WS-COUNT-LINE.
           MOVE "PAYEES BELOW THRESHOLD"  TO COUNT-DESC-O.
           MOVE PAYEES-BELOW-THRESHOLD    TO COUNT-O.
           WRITE RPT-REC FROM WS-COUNT-LINE.
           MOVE "PAYEES NOT 1099-REPORTABLE" TO COUNT-DESC-O.
           MOVE PAYEES-NOT-REPORTABLE     TO COUNT-O.
           WRITE RPT-REC FROM WS-COUNT-LINE.
           MOVE "PAYEES WITH NO TAX ID"   TO COUNT-DESC-O.
           MOVE PAYEES-NO-TIN             TO COUNT-O.
           WRITE RPT-REC FROM WS-COUNT-LINE.
           MOVE "PAYEES NOT ON MASTER"    TO COUNT-DESC-O.
           MOVE PAYEES-NOT-ON-MASTER      TO COUNT-O.
           WRITE RPT-REC FROM WS-COUNT-LINE.
           MOVE AMOUNT-FILED              TO AMOUNT-FILED-O.
           WRITE RPT-REC FROM WS-TOTALS-REC.

           CLOSE SUPPMAST, CHKREG, PAIDCLM, POLMAST, F1099NEW,
                 F1099OUT, F1099RPT.
           IF YP-CORRECTION-RUN
               CLOSE F1099OLD.

      *  A payee accounting has to fix before filing is a warning
           IF PAYEES-NO-TIN > +0 OR PAYEES-NOT-ON-MASTER > +0
               DISPLAY "*** TAX1099 - PAYEES NEED REVIEW BEFORE "
                       "FILING ***"
               MOVE +4 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE.
           DISPLAY "NORMAL END OF JOB TAX1099".
       900-EXIT.
           EXIT.

       990-ABEND-CLOSE.
           CLOSE SUPPMAST, CHKREG, PAIDCLM, POLMAST, F1099NEW,
                 F1099OUT, F1099RPT.
           MOVE +16 TO RETURN-CODE.
           GOBACK.
       990-EXIT.
           EXIT.
