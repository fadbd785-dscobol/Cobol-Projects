       IDENTIFICATION DIVISION.
       PROGRAM-ID.      LOSSRPT.
       AUTHOR.          SAYLES.
      ******************************************************************
      *REMARKS.
      *
      *          LOSS-RATIO REPORT - PREMIUM EARNED AGAINST CLAIMS
      *          PAID, FOR THE MONTH AND THE YEAR TO DATE.
      *
      *          THE PREMIUM SIDE IS THE PREMBILL PREMIUM HISTORY.
      *          EACH PAYMENT IS EARNED EVENLY OVER THE COVERAGE DAYS
      *          IT BOUGHT, SO A QUARTERLY OR ANNUAL PREMIUM COUNTS
      *          ONLY FOR THE PART OF ITS PERIOD INSIDE THE MONTH OR
      *          YEAR REPORTED.  THE CLAIMS SIDE IS THE PAID-CLAIM
      *          EXTRACTS (ALL GENERATIONS FOR THE YEAR CONCATENATED) -
      *          CLAIMS WITH PC-PAY-FLAG "Y", BY VALUE DATE.  THE TWO
      *          ARE JOINED ON POLICY NUMBER THROUGH THE POLICY
      *          MASTER, WHICH GIVES EACH POLICY ITS CARRIER AND
      *          BILLING FREQUENCY.  THE REPORT SHOWS:
      *
      *             - BY CARRIER (NAMES FROM THE CARRIER MASTER
      *               UNLOAD) - POLICIES, EARNED PREMIUM, CLAIMS PAID
      *               AND LOSS RATIO, MONTH AND YEAR TO DATE
      *             - THE SAME ROLLED UP BY PM-BILLING-FREQUENCY
      *             - UNDERWRITING REVIEW - EVERY POLICY WHOSE YEAR-
      *               TO-DATE CLAIMS EXCEED ITS EARNED PREMIUM BY
      *               MORE THAN THE REVIEW MULTIPLE
      *
      *          JCL PARM: YYYYMM (REPORT MONTH) FOLLOWED BY THE
      *          REVIEW MULTIPLE AS 9V99, E.G. "202609150" FOR
      *          SEPTEMBER 2026 AT 1.50 TIMES PREMIUM.  NO MONTH
      *          MEANS THE MONTH BEFORE THE RUN DATE; NO MULTIPLE
      *          MEANS 1.00 (CLAIMS GREATER THAN PREMIUM).
      *
      *          A POLICY COUNTS IN A PERIOD WHEN IT EARNED PREMIUM
      *          OR HAD CLAIMS PAID IN IT.  A POLICY WITH NO CARRIER
      *          (OR ONE NOT ON THE CARRIER MASTER) ROLLS UP UNDER
      *          "UNASSIGNED".  HISTORY OR CLAIMS FOR A POLICY NO
      *          LONGER ON THE MASTER ARE COUNTED AND LEFT OUT.
      *
      ******************************************************************

               VSAM POLICY MASTER      -   DDS0001.POLMASTR

               PREMIUM HISTORY         -   DDS0001.PREMHIST

               PAID-CLAIM EXTRACTS     -   DDS0001.PAIDCLM (YEAR)

               CARRIER MASTER UNLOAD   -   DDS0001.CARRTABL

               LOSS-RATIO REPORT       -   LOSSRPT

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMHIST
             ASSIGN TO UT-S-PREMHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMHIST-ST.
           SELECT PAIDCLM
             ASSIGN TO UT-S-PAIDCLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAIDCLM-ST.
           SELECT CARRTABL
             ASSIGN TO UT-S-CARRTABL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CARRTABL-ST.
           SELECT LOSSPRT
             ASSIGN TO UT-S-LOSSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOSSPRT-ST.
           SELECT POLMAST
             ASSIGN TO POLMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-POLICY-NUMBER
               FILE STATUS IS POLMAST-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PREMHIST
           RECORD CONTAINS 80 CHARACTERS.
       01  PREMHIST-REC                     PIC X(80).

       FD  PAIDCLM
           RECORD CONTAINS 120 CHARACTERS.
       01  PAIDCLM-REC                      PIC X(120).

       FD  CARRTABL
           RECORD CONTAINS 120 CHARACTERS.
       01  CARRTABL-REC                     PIC X(120).

       FD  LOSSPRT
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                       PIC X(132).

       FD  POLMAST
           RECORD CONTAINS 120 CHARACTERS.
       01  POLICY-MASTER-REC.
           05  PM-POLICY-NUMBER             PIC X(09).
           05  PM-POLICY-AMOUNT             PIC S9(7)V99.
           05  PM-POLICY-COINSURANCE        PIC V99.
           05  PM-DEDUCTIBLE-PERC           PIC V999.
           05  PM-DEDUCTIBLE-PAID           PIC S9(4).
           05  PM-BILLING-FREQUENCY         PIC X(01).
               88 PM-BILL-MONTHLY           VALUE 'M'.
               88 PM-BILL-QUARTERLY         VALUE 'Q'.
               88 PM-BILL-ANNUALLY          VALUE 'A'.
           05  PM-PREMIUM-AMOUNT            PIC S9(5)V99.
           05  PM-PAID-THRU-DATE            PIC X(08).
           05  PM-LAPSE-STATUS              PIC X(01).
           05  FILLER                       PIC X(36).
           05  FILLER                       PIC X(22).
           05  PM-CARRIER-CODE              PIC X(03).
           05  FILLER                       PIC X(15).

       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 PREMHIST-ST               PIC X(2).
               88 PREMHIST-OK                          VALUE '00'.
           05 PREMHIST-EOF              PIC X(1)       VALUE 'N'.
               88 NO-MORE-PREMIUMS                     VALUE 'Y'.
           05 PAIDCLM-ST                PIC X(2).
               88 PAIDCLM-OK                           VALUE '00'.
           05 PAIDCLM-EOF               PIC X(1)       VALUE 'N'.
               88 NO-MORE-CLAIMS                       VALUE 'Y'.
           05 CARRTABL-ST               PIC X(2).
               88 CARRTABL-OK                          VALUE '00'.
           05 CARRTABL-EOF              PIC X(1)       VALUE 'N'.
               88 NO-MORE-CARRIERS                     VALUE 'Y'.
           05 LOSSPRT-ST                PIC X(2).
               88 LOSSPRT-OK                           VALUE '00'.
           05 POLMAST-ST                PIC X(2).
               88 POLMAST-OK                           VALUE '00'.
           05 POLMAST-EOF               PIC X(1)       VALUE 'N'.
               88 NO-MORE-POLICIES                     VALUE 'Y'.

       COPY PREMHIST.

       COPY PAIDCLM.

       COPY CARRMSTR.

      ****** EVERY POLICY ON THE MASTER, IN KEY ORDER - UNUSED
      ****** ENTRIES STAY AT HIGH-VALUES SO SEARCH ALL STILL WORKS
       01  POLICY-TABLE.
           05 POL-ENTRY OCCURS 20000 TIMES
                         ASCENDING KEY IS POL-NUMBER
                         INDEXED BY POL-IDX.
               10 POL-NUMBER               PIC X(09).
               10 POL-CARRIER-CODE         PIC X(03).
               10 POL-FREQUENCY            PIC X(01).
               10 POL-PREM-MTD             PIC S9(9)V99 COMP-3.
               10 POL-PREM-YTD             PIC S9(9)V99 COMP-3.
               10 POL-CLAIMS-MTD           PIC S9(9)V99 COMP-3.
               10 POL-CLAIMS-YTD           PIC S9(9)V99 COMP-3.

       77  POL-ENTRY-COUNT               PIC S9(5) COMP VALUE 0.

      ****** ROLL-UP GROUPS.  CARRIER ENTRY 1 IS "UNASSIGNED"; THE
      ****** FREQUENCY GROUPS ARE M, Q, A AND "NOT BILLED"
       01  CARRIER-GROUP-TABLE.
           05 CAR-ENTRY OCCURS 200 TIMES
                         INDEXED BY CAR-IDX.
               10 CAR-CODE                 PIC X(03).
               10 CAR-NAME                 PIC X(25).
               10 CAR-TOTALS.
                   15 CAR-POLICIES-MTD     PIC S9(7) COMP.
                   15 CAR-PREM-MTD         PIC S9(9)V99.
                   15 CAR-CLAIMS-MTD       PIC S9(9)V99.
                   15 CAR-POLICIES-YTD     PIC S9(7) COMP.
                   15 CAR-PREM-YTD         PIC S9(9)V99.
                   15 CAR-CLAIMS-YTD       PIC S9(9)V99.

       77  CAR-ENTRY-COUNT               PIC S9(4) COMP VALUE 0.

       01  FREQUENCY-GROUP-TABLE.
           05 FREQ-ENTRY OCCURS 4 TIMES
                         INDEXED BY FREQ-IDX.
               10 FREQ-CODE                PIC X(01).
               10 FREQ-NAME                PIC X(25).
               10 FREQ-TOTALS.
                   15 FREQ-POLICIES-MTD    PIC S9(7) COMP.
                   15 FREQ-PREM-MTD        PIC S9(9)V99.
                   15 FREQ-CLAIMS-MTD      PIC S9(9)V99.
                   15 FREQ-POLICIES-YTD    PIC S9(7) COMP.
                   15 FREQ-PREM-YTD        PIC S9(9)V99.
                   15 FREQ-CLAIMS-YTD      PIC S9(9)V99.

       01  GRAND-TOTALS.
           05 GRD-POLICIES-MTD          PIC S9(7) COMP VALUE 0.
           05 GRD-PREM-MTD              PIC S9(9)V99   VALUE 0.
           05 GRD-CLAIMS-MTD            PIC S9(9)V99   VALUE 0.
           05 GRD-POLICIES-YTD          PIC S9(7) COMP VALUE 0.
           05 GRD-PREM-YTD              PIC S9(9)V99   VALUE 0.
           05 GRD-CLAIMS-YTD            PIC S9(9)V99   VALUE 0.

      ****** ONE GROUP'S FIGURES ON THEIR WAY TO A REPORT LINE
       01  LINE-FIGURES.
           05 LF-POLICIES-MTD           PIC S9(7) COMP.
           05 LF-PREM-MTD               PIC S9(9)V99.
           05 LF-CLAIMS-MTD             PIC S9(9)V99.
           05 LF-POLICIES-YTD           PIC S9(7) COMP.
           05 LF-PREM-YTD               PIC S9(9)V99.
           05 LF-CLAIMS-YTD             PIC S9(9)V99.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 WS-PREMIUMS-READ          PIC S9(7) COMP VALUE 0.
           05 WS-CLAIMS-READ            PIC S9(7) COMP VALUE 0.
           05 WS-ORPHAN-PREMIUMS        PIC S9(7) COMP VALUE 0.
           05 WS-ORPHAN-CLAIMS          PIC S9(7) COMP VALUE 0.
           05 WS-POLICIES-REVIEWED      PIC S9(7) COMP VALUE 0.

      ****** JCL PARM - YYYYMM THEN THE REVIEW MULTIPLE 9V99
       01  WS-RUN-PARM                  PIC X(09)      VALUE SPACES.
       01  WS-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05 WS-PARM-MONTH             PIC X(06).
           05 WS-PARM-MONTH-N REDEFINES WS-PARM-MONTH.
               10 WS-PARM-YYYY          PIC 9(04).
               10 WS-PARM-MM            PIC 9(02).
           05 WS-PARM-MULTIPLE-X        PIC X(03).
           05 WS-PARM-MULTIPLE REDEFINES WS-PARM-MULTIPLE-X
                                        PIC 9V99.

       77  WS-RUN-DATE                  PIC X(08)      VALUE SPACES.
       77  WS-REPORT-MONTH              PIC X(06)      VALUE SPACES.
       77  WS-REVIEW-MULTIPLE           PIC 9V99       VALUE 1.00.
       77  WS-EARNED                    PIC S9(7)V99   VALUE 0.
       77  WS-LOSS-RATIO                PIC S9(5)V9    VALUE 0.
       77  WS-REVIEW-LIMIT              PIC S9(11)V99  VALUE 0.
       77  LF-PREM-WORK                 PIC S9(11)V99  VALUE 0.
       77  LF-CLAIMS-WORK               PIC S9(11)V99  VALUE 0.

       01  DATE-WORK-FIELDS.
           05  DATE-WORK-YYYYMMDD       PIC 9(08).
           05  DATE-SPLIT REDEFINES DATE-WORK-YYYYMMDD.
               10  DW-YYYY              PIC 9(04).
               10  DW-MM                PIC 9(02).
               10  DW-DD                PIC 9(02).
           05  MONTH-START-DAY-NUM      PIC S9(7) COMP.
           05  MONTH-END-DAY-NUM        PIC S9(7) COMP.
           05  YEAR-START-DAY-NUM       PIC S9(7) COMP.
           05  FROM-DAY-NUM             PIC S9(7) COMP.
           05  THRU-DAY-NUM             PIC S9(7) COMP.
           05  PERIOD-DAYS              PIC S9(7) COMP.
           05  OVERLAP-DAYS             PIC S9(7) COMP.
           05  WINDOW-START-DAY-NUM     PIC S9(7) COMP.
           05  WINDOW-END-DAY-NUM       PIC S9(7) COMP.
           05  VALUE-DAY-NUM            PIC S9(7) COMP.

       01  WS-HEADING-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(30)
                VALUE 'LOSS-RATIO REPORT - MONTH OF '.
           05 HDG-MONTH-O       PIC XXXX/XX.
           05 FILLER            PIC X(14) VALUE '   RUN DATE: '.
           05 HDG-RUN-DATE-O    PIC XXXX/XX/XX.
           05 FILLER            PIC X(21)
                VALUE '   REVIEW MULTIPLE: '.
           05 HDG-MULTIPLE-O    PIC 9.99.
           05 FILLER            PIC X(45) VALUE SPACES.

       01  WS-SECTION-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 SECTION-TITLE-O   PIC X(40).
           05 FILLER            PIC X(91) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05 FILLER            PIC X(33) VALUE SPACES.
           05 FILLER            PIC X(50) VALUE
              '----------------- MONTH -----------------'.
           05 FILLER            PIC X(49) VALUE
              '------------- YEAR TO DATE --------------'.

       01  WS-COLUMN-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(32) VALUE 'CODE GROUP'.
           05 FILLER            PIC X(8)  VALUE 'POLICIES'.
           05 FILLER            PIC X(16) VALUE '   EARNED PREM'.
           05 FILLER            PIC X(16) VALUE '   CLAIMS PAID'.
           05 FILLER            PIC X(10) VALUE ' LOSS PCT'.
           05 FILLER            PIC X(8)  VALUE 'POLICIES'.
           05 FILLER            PIC X(16) VALUE '   EARNED PREM'.
           05 FILLER            PIC X(16) VALUE '   CLAIMS PAID'.
           05 FILLER            PIC X(9)  VALUE ' LOSS PCT'.

       01  WS-GROUP-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 GRP-CODE-O        PIC X(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GRP-NAME-O        PIC X(25).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GRP-POLICIES-MTD-O PIC ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 GRP-PREM-MTD-O    PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GRP-CLAIMS-MTD-O  PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GRP-RATIO-MTD-O   PIC X(08).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GRP-POLICIES-YTD-O PIC ZZZ,ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 GRP-PREM-YTD-O    PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GRP-CLAIMS-YTD-O  PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 GRP-RATIO-YTD-O   PIC X(08).
           05 FILLER            PIC X(1)  VALUE SPACES.

      ****** LOSS RATIO AS PRINTED - "N/A" WHEN NO PREMIUM WAS EARNED
       01  WS-RATIO-EDIT                PIC ZZ,ZZ9.9.
       01  WS-RATIO-OUT                 PIC X(08)      VALUE SPACES.

       01  WS-REVIEW-COLUMN-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(11) VALUE 'POLICY'.
           05 FILLER            PIC X(9)  VALUE 'CARRIER'.
           05 FILLER            PIC X(6)  VALUE 'FREQ'.
           05 FILLER            PIC X(16) VALUE ' YTD EARNED PREM'.
           05 FILLER            PIC X(16) VALUE ' YTD CLAIMS PAID'.
           05 FILLER            PIC X(10) VALUE ' LOSS PCT'.
           05 FILLER            PIC X(63) VALUE SPACES.

       01  WS-REVIEW-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 REV-POLICY-O      PIC X(9).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 REV-CARRIER-O     PIC X(3).
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 REV-FREQ-O        PIC X(1).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 REV-PREM-YTD-O    PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 REV-CLAIMS-YTD-O  PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 REV-RATIO-O       PIC X(08).
           05 FILLER            PIC X(67) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(14) VALUE 'PREMIUMS READ:'.
           05 TOT-PREM-READ-O   PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(15) VALUE '  CLAIMS READ:'.
           05 TOT-CLAIMS-READ-O PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(26)
                VALUE '  NOT ON MASTER - PREMIUMS'.
           05 TOT-ORPHAN-PREM-O PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(9)  VALUE '  CLAIMS'.
           05 TOT-ORPHAN-CLM-O  PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE '  REVIEW:'.
           05 TOT-REVIEWED-O    PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132)     VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-POST-PREMIUM THRU 200-EXIT
               UNTIL NO-MORE-PREMIUMS.
           PERFORM 300-POST-CLAIM THRU 300-EXIT
               UNTIL NO-MORE-CLAIMS.
           PERFORM 500-ROLL-UP-POLICY
               VARYING POL-IDX FROM 1 BY 1
               UNTIL POL-IDX > POL-ENTRY-COUNT.
           PERFORM 600-PRINT-CARRIERS.
           PERFORM 650-PRINT-FREQUENCIES.
           PERFORM 700-PRINT-REVIEW-LIST.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-PARM-MONTH = SPACES
              PERFORM 110-DEFAULT-MONTH
           ELSE
              IF WS-PARM-MONTH NOT NUMERIC
                 OR WS-PARM-MM < 1 OR WS-PARM-MM > 12
                 DISPLAY 'LOSSRPT INVALID PARM MONTH ' WS-PARM-MONTH
                 GO TO 999-ERROR-RTN
              ELSE
                 MOVE WS-PARM-MONTH TO WS-REPORT-MONTH.
           IF WS-PARM-MULTIPLE-X NUMERIC
              AND WS-PARM-MULTIPLE > ZERO
              MOVE WS-PARM-MULTIPLE TO WS-REVIEW-MULTIPLE.
           PERFORM 120-SET-WINDOWS.

           OPEN INPUT PREMHIST
           IF NOT PREMHIST-OK
              DISPLAY 'PREMIUM HISTORY FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT PAIDCLM
           IF NOT PAIDCLM-OK
              DISPLAY 'PAID-CLAIM EXTRACT PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT LOSSPRT
           IF NOT LOSSPRT-OK
              DISPLAY 'LOSS-RATIO REPORT PROBLEM'
              GO TO 999-ERROR-RTN.

           PERFORM 130-LOAD-GROUPS.
           PERFORM 150-LOAD-POLICIES.

           MOVE WS-REPORT-MONTH    TO HDG-MONTH-O.
           MOVE WS-RUN-DATE        TO HDG-RUN-DATE-O.
           MOVE WS-REVIEW-MULTIPLE TO HDG-MULTIPLE-O.
           WRITE PRINT-LINE FROM WS-HEADING-LINE.
           PERFORM 410-READ-PREMHIST THRU 410-EXIT.
           PERFORM 420-READ-PAIDCLM THRU 420-EXIT.

      ****** NO PARM - THE MONTH BEFORE THE RUN DATE
       110-DEFAULT-MONTH.
           MOVE WS-RUN-DATE TO DATE-WORK-YYYYMMDD.
           IF DW-MM = 1
              SUBTRACT 1 FROM DW-YYYY
              MOVE 12 TO DW-MM
           ELSE
              SUBTRACT 1 FROM DW-MM.
           MOVE DATE-WORK-YYYYMMDD (1:6) TO WS-REPORT-MONTH.

      ****** MONTH WINDOW IS THE 1ST THROUGH THE LAST DAY OF THE
      ****** MONTH; THE YEAR WINDOW STARTS 1 JANUARY
       120-SET-WINDOWS.
           MOVE WS-REPORT-MONTH TO DATE-WORK-YYYYMMDD (1:6).
           MOVE 01 TO DW-DD.
           COMPUTE MONTH-START-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (DATE-WORK-YYYYMMDD).
           IF DW-MM = 12
              ADD 1 TO DW-YYYY
              MOVE 01 TO DW-MM
           ELSE
              ADD 1 TO DW-MM.
           COMPUTE MONTH-END-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (DATE-WORK-YYYYMMDD) - 1.
           MOVE WS-REPORT-MONTH TO DATE-WORK-YYYYMMDD (1:6).
           MOVE 01 TO DW-MM, DW-DD.
           COMPUTE YEAR-START-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (DATE-WORK-YYYYMMDD).

      ****** CARRIER GROUPS FROM THE CARRIER MASTER UNLOAD, BEHIND
      ****** THE "UNASSIGNED" GROUP; THE FOUR FREQUENCY GROUPS
       130-LOAD-GROUPS.
           INITIALIZE CARRIER-GROUP-TABLE.
           MOVE 1            TO CAR-ENTRY-COUNT.
           MOVE SPACES       TO CAR-CODE (1).
           MOVE 'UNASSIGNED' TO CAR-NAME (1).
           OPEN INPUT CARRTABL
           IF NOT CARRTABL-OK
              DISPLAY 'CARRIER TABLE PROBLEM'
              GO TO 999-ERROR-RTN.
           PERFORM 135-LOAD-ONE-CARRIER THRU 135-EXIT
               UNTIL NO-MORE-CARRIERS.
           CLOSE CARRTABL.

           INITIALIZE FREQUENCY-GROUP-TABLE.
           MOVE 'M'          TO FREQ-CODE (1).
           MOVE 'MONTHLY'    TO FREQ-NAME (1).
           MOVE 'Q'          TO FREQ-CODE (2).
           MOVE 'QUARTERLY'  TO FREQ-NAME (2).
           MOVE 'A'          TO FREQ-CODE (3).
           MOVE 'ANNUALLY'   TO FREQ-NAME (3).
           MOVE SPACE        TO FREQ-CODE (4).
           MOVE 'NOT BILLED' TO FREQ-NAME (4).

       135-LOAD-ONE-CARRIER.
           READ CARRTABL INTO CARRIER-MASTER-REC
           AT END
              MOVE 'Y' TO CARRTABL-EOF
              GO TO 135-EXIT
           END-READ.
           IF CAR-ENTRY-COUNT NOT < 200
              DISPLAY '*** CARRIERS EXCEED TABLE - '
                      'INCREASE CAR-ENTRY OCCURS ***'
              MOVE 16 TO RETURN-CODE
              GO TO 999-ERROR-RTN.
           ADD 1 TO CAR-ENTRY-COUNT.
           MOVE CM-CARRIER-CODE TO CAR-CODE (CAR-ENTRY-COUNT).
           MOVE CM-CARRIER-NAME TO CAR-NAME (CAR-ENTRY-COUNT).
       135-EXIT.
           EXIT.

      ****** THE MASTER COMES BACK IN KEY ORDER, SO THE TABLE IS
      ****** BUILT READY FOR SEARCH ALL
       150-LOAD-POLICIES.
           MOVE HIGH-VALUES TO POLICY-TABLE.
           OPEN INPUT POLMAST
           IF NOT POLMAST-OK
              DISPLAY 'POLICY MASTER PROBLEM'
              GO TO 999-ERROR-RTN.
           PERFORM 155-LOAD-ONE-POLICY THRU 155-EXIT
               UNTIL NO-MORE-POLICIES.
           CLOSE POLMAST.

       155-LOAD-ONE-POLICY.
           READ POLMAST NEXT RECORD
              AT END
                 MOVE 'Y' TO POLMAST-EOF
                 GO TO 155-EXIT
           END-READ.
           IF POL-ENTRY-COUNT NOT < 20000
              DISPLAY '*** POLICIES EXCEED TABLE - '
                      'INCREASE POL-ENTRY OCCURS ***'
              MOVE 16 TO RETURN-CODE
              GO TO 999-ERROR-RTN.
           ADD 1 TO POL-ENTRY-COUNT.
           SET POL-IDX TO POL-ENTRY-COUNT.
           MOVE PM-POLICY-NUMBER     TO POL-NUMBER (POL-IDX).
           MOVE PM-CARRIER-CODE      TO POL-CARRIER-CODE (POL-IDX).
           MOVE PM-BILLING-FREQUENCY TO POL-FREQUENCY (POL-IDX).
           MOVE ZERO TO POL-PREM-MTD (POL-IDX),
                        POL-PREM-YTD (POL-IDX),
                        POL-CLAIMS-MTD (POL-IDX),
                        POL-CLAIMS-YTD (POL-IDX).
       155-EXIT.
           EXIT.

      ****** EARN ONE PAYMENT OVER THE DAY AFTER PH-PERIOD-FROM
      ****** THROUGH PH-PERIOD-THRU, FOR EACH WINDOW IT OVERLAPS
       200-POST-PREMIUM.
           IF PH-PERIOD-FROM NOT NUMERIC
              OR PH-PERIOD-THRU NOT NUMERIC
              OR PH-PAYMENT-AMOUNT NOT NUMERIC
              PERFORM 410-READ-PREMHIST THRU 410-EXIT
              GO TO 200-EXIT.
           MOVE PH-PERIOD-FROM TO DATE-WORK-YYYYMMDD.
           COMPUTE FROM-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (DATE-WORK-YYYYMMDD).
           MOVE PH-PERIOD-THRU TO DATE-WORK-YYYYMMDD.
           COMPUTE THRU-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (DATE-WORK-YYYYMMDD).
           COMPUTE PERIOD-DAYS = THRU-DAY-NUM - FROM-DAY-NUM.
           IF PERIOD-DAYS NOT > ZERO
              OR THRU-DAY-NUM < YEAR-START-DAY-NUM
              OR FROM-DAY-NUM NOT < MONTH-END-DAY-NUM
              PERFORM 410-READ-PREMHIST THRU 410-EXIT
              GO TO 200-EXIT.

           SEARCH ALL POL-ENTRY
               AT END
                   ADD 1 TO WS-ORPHAN-PREMIUMS
                   PERFORM 410-READ-PREMHIST THRU 410-EXIT
                   GO TO 200-EXIT
               WHEN POL-NUMBER (POL-IDX) = PH-POLICY-NUMBER
                   CONTINUE
           END-SEARCH.

           MOVE YEAR-START-DAY-NUM TO WINDOW-START-DAY-NUM.
           MOVE MONTH-END-DAY-NUM  TO WINDOW-END-DAY-NUM.
           PERFORM 250-EARNED-IN-WINDOW.
           ADD WS-EARNED TO POL-PREM-YTD (POL-IDX).
           MOVE MONTH-START-DAY-NUM TO WINDOW-START-DAY-NUM.
           PERFORM 250-EARNED-IN-WINDOW.
           ADD WS-EARNED TO POL-PREM-MTD (POL-IDX).
           PERFORM 410-READ-PREMHIST THRU 410-EXIT.
       200-EXIT.
           EXIT.

       250-EARNED-IN-WINDOW.
           MOVE ZERO TO WS-EARNED.
           IF THRU-DAY-NUM < WINDOW-END-DAY-NUM
              MOVE THRU-DAY-NUM TO OVERLAP-DAYS
           ELSE
              MOVE WINDOW-END-DAY-NUM TO OVERLAP-DAYS.
           IF FROM-DAY-NUM > WINDOW-START-DAY-NUM - 1
              SUBTRACT FROM-DAY-NUM FROM OVERLAP-DAYS
           ELSE
              COMPUTE OVERLAP-DAYS =
                  OVERLAP-DAYS - WINDOW-START-DAY-NUM + 1.
           IF OVERLAP-DAYS > ZERO
              COMPUTE WS-EARNED ROUNDED =
                  PH-PAYMENT-AMOUNT * OVERLAP-DAYS / PERIOD-DAYS.

       300-POST-CLAIM.
           IF PC-PAY-FLAG NOT = 'Y'
              OR PC-VALUE-DATE NOT NUMERIC
              OR PC-CLAIM-PAID NOT NUMERIC
              PERFORM 420-READ-PAIDCLM THRU 420-EXIT
              GO TO 300-EXIT.
           MOVE PC-VALUE-DATE TO DATE-WORK-YYYYMMDD.
           COMPUTE VALUE-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (DATE-WORK-YYYYMMDD).
           IF VALUE-DAY-NUM < YEAR-START-DAY-NUM
              OR VALUE-DAY-NUM > MONTH-END-DAY-NUM
              PERFORM 420-READ-PAIDCLM THRU 420-EXIT
              GO TO 300-EXIT.

           SEARCH ALL POL-ENTRY
               AT END
                   ADD 1 TO WS-ORPHAN-CLAIMS
                   PERFORM 420-READ-PAIDCLM THRU 420-EXIT
                   GO TO 300-EXIT
               WHEN POL-NUMBER (POL-IDX) = PC-POLICY-NUMBER
                   CONTINUE
           END-SEARCH.

           ADD PC-CLAIM-PAID TO POL-CLAIMS-YTD (POL-IDX).
           IF VALUE-DAY-NUM NOT < MONTH-START-DAY-NUM
              ADD PC-CLAIM-PAID TO POL-CLAIMS-MTD (POL-IDX).
           PERFORM 420-READ-PAIDCLM THRU 420-EXIT.
       300-EXIT.
           EXIT.

       410-READ-PREMHIST.
           READ PREMHIST INTO PREMIUM-HISTORY-REC
           AT END
              MOVE 'Y' TO PREMHIST-EOF
              GO TO 410-EXIT
           END-READ.
           IF NOT PREMHIST-OK
              DISPLAY 'PREMIUM HISTORY READ PROBLEM ' PREMHIST-ST
              MOVE 16 TO RETURN-CODE
              GO TO 999-ERROR-RTN.
           ADD 1 TO WS-PREMIUMS-READ.
       410-EXIT.
           EXIT.

       420-READ-PAIDCLM.
           READ PAIDCLM INTO PAID-CLAIM-REC
           AT END
              MOVE 'Y' TO PAIDCLM-EOF
              GO TO 420-EXIT
           END-READ.
           IF NOT PAIDCLM-OK
              DISPLAY 'PAID-CLAIM EXTRACT READ PROBLEM ' PAIDCLM-ST
              MOVE 16 TO RETURN-CODE
              GO TO 999-ERROR-RTN.
           ADD 1 TO WS-CLAIMS-READ.
       420-EXIT.
           EXIT.

      ****** ADD ONE POLICY INTO ITS CARRIER, ITS FREQUENCY AND THE
      ****** GRAND TOTAL - ONLY FOR A PERIOD IT WAS ACTIVE IN
       500-ROLL-UP-POLICY.
           IF POL-PREM-YTD (POL-IDX) = ZERO
              AND POL-CLAIMS-YTD (POL-IDX) = ZERO
              NEXT SENTENCE
           ELSE
              PERFORM 510-FIND-GROUPS
              PERFORM 520-ADD-POLICY-YTD
              IF POL-PREM-MTD (POL-IDX) NOT = ZERO
                 OR POL-CLAIMS-MTD (POL-IDX) NOT = ZERO
                 PERFORM 530-ADD-POLICY-MTD.

       510-FIND-GROUPS.
           SET CAR-IDX TO 2.
           SEARCH CAR-ENTRY
               AT END
                   SET CAR-IDX TO 1
               WHEN CAR-IDX > CAR-ENTRY-COUNT
                   SET CAR-IDX TO 1
               WHEN CAR-CODE (CAR-IDX) = POL-CARRIER-CODE (POL-IDX)
                   CONTINUE
           END-SEARCH.
           SET FREQ-IDX TO 1.
           SEARCH FREQ-ENTRY
               AT END
                   SET FREQ-IDX TO 4
               WHEN FREQ-CODE (FREQ-IDX) = POL-FREQUENCY (POL-IDX)
                   CONTINUE
           END-SEARCH.

       520-ADD-POLICY-YTD.
           ADD 1 TO CAR-POLICIES-YTD (CAR-IDX),
                    FREQ-POLICIES-YTD (FREQ-IDX),
                    GRD-POLICIES-YTD.
           ADD POL-PREM-YTD (POL-IDX) TO CAR-PREM-YTD (CAR-IDX),
                                         FREQ-PREM-YTD (FREQ-IDX),
                                         GRD-PREM-YTD.
           ADD POL-CLAIMS-YTD (POL-IDX) TO CAR-CLAIMS-YTD (CAR-IDX),
                                           FREQ-CLAIMS-YTD (FREQ-IDX),
                                           GRD-CLAIMS-YTD.

       530-ADD-POLICY-MTD.
           ADD 1 TO CAR-POLICIES-MTD (CAR-IDX),
                    FREQ-POLICIES-MTD (FREQ-IDX),
                    GRD-POLICIES-MTD.
           ADD POL-PREM-MTD (POL-IDX) TO CAR-PREM-MTD (CAR-IDX),
                                         FREQ-PREM-MTD (FREQ-IDX),
                                         GRD-PREM-MTD.
           ADD POL-CLAIMS-MTD (POL-IDX) TO CAR-CLAIMS-MTD (CAR-IDX),
                                           FREQ-CLAIMS-MTD (FREQ-IDX),
                                           GRD-CLAIMS-MTD.

       600-PRINT-CARRIERS.
           MOVE 'BY CARRIER' TO SECTION-TITLE-O.
           PERFORM 690-WRITE-SECTION-HEADING.
           PERFORM 610-PRINT-ONE-CARRIER
               VARYING CAR-IDX FROM 1 BY 1
               UNTIL CAR-IDX > CAR-ENTRY-COUNT.
           PERFORM 680-PRINT-GRAND-TOTAL.

      *  A CARRIER WITH NOTHING IN THE YEAR IS LEFT OFF
       610-PRINT-ONE-CARRIER.
           IF CAR-POLICIES-YTD (CAR-IDX) > ZERO
              MOVE CAR-CODE (CAR-IDX)   TO GRP-CODE-O
              MOVE CAR-NAME (CAR-IDX)   TO GRP-NAME-O
              MOVE CAR-TOTALS (CAR-IDX) TO LINE-FIGURES
              PERFORM 695-WRITE-GROUP-LINE.

       650-PRINT-FREQUENCIES.
           MOVE 'BY BILLING FREQUENCY' TO SECTION-TITLE-O.
           PERFORM 690-WRITE-SECTION-HEADING.
           PERFORM 660-PRINT-ONE-FREQUENCY
               VARYING FREQ-IDX FROM 1 BY 1
               UNTIL FREQ-IDX > 4.
           PERFORM 680-PRINT-GRAND-TOTAL.

       660-PRINT-ONE-FREQUENCY.
           IF FREQ-POLICIES-YTD (FREQ-IDX) > ZERO
              MOVE FREQ-CODE (FREQ-IDX)   TO GRP-CODE-O
              MOVE FREQ-NAME (FREQ-IDX)   TO GRP-NAME-O
              MOVE FREQ-TOTALS (FREQ-IDX) TO LINE-FIGURES
              PERFORM 695-WRITE-GROUP-LINE.

       680-PRINT-GRAND-TOTAL.
           MOVE SPACES         TO GRP-CODE-O.
           MOVE 'TOTAL'        TO GRP-NAME-O.
           MOVE GRAND-TOTALS   TO LINE-FIGURES.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           PERFORM 695-WRITE-GROUP-LINE.

       690-WRITE-SECTION-HEADING.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM WS-SECTION-LINE.
           WRITE PRINT-LINE FROM WS-PERIOD-LINE.
           WRITE PRINT-LINE FROM WS-COLUMN-LINE.

       695-WRITE-GROUP-LINE.
           MOVE LF-POLICIES-MTD  TO GRP-POLICIES-MTD-O.
           MOVE LF-PREM-MTD      TO GRP-PREM-MTD-O.
           MOVE LF-CLAIMS-MTD    TO GRP-CLAIMS-MTD-O.
           MOVE LF-PREM-MTD      TO LF-PREM-WORK.
           MOVE LF-CLAIMS-MTD    TO LF-CLAIMS-WORK.
           PERFORM 800-FORMAT-LOSS-RATIO.
           MOVE WS-RATIO-OUT     TO GRP-RATIO-MTD-O.
           MOVE LF-POLICIES-YTD  TO GRP-POLICIES-YTD-O.
           MOVE LF-PREM-YTD      TO GRP-PREM-YTD-O.
           MOVE LF-CLAIMS-YTD    TO GRP-CLAIMS-YTD-O.
           MOVE LF-PREM-YTD      TO LF-PREM-WORK.
           MOVE LF-CLAIMS-YTD    TO LF-CLAIMS-WORK.
           PERFORM 800-FORMAT-LOSS-RATIO.
           MOVE WS-RATIO-OUT     TO GRP-RATIO-YTD-O.
           WRITE PRINT-LINE FROM WS-GROUP-LINE.

      ****** UNDERWRITING REVIEW - YEAR-TO-DATE CLAIMS OVER THE
      ****** REVIEW MULTIPLE OF YEAR-TO-DATE EARNED PREMIUM
       700-PRINT-REVIEW-LIST.
           MOVE 'UNDERWRITING REVIEW' TO SECTION-TITLE-O.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM WS-SECTION-LINE.
           WRITE PRINT-LINE FROM WS-REVIEW-COLUMN-LINE.
           PERFORM 710-CHECK-ONE-POLICY
               VARYING POL-IDX FROM 1 BY 1
               UNTIL POL-IDX > POL-ENTRY-COUNT.

       710-CHECK-ONE-POLICY.
           COMPUTE WS-REVIEW-LIMIT =
               POL-PREM-YTD (POL-IDX) * WS-REVIEW-MULTIPLE.
           IF POL-CLAIMS-YTD (POL-IDX) > ZERO
              AND POL-CLAIMS-YTD (POL-IDX) > WS-REVIEW-LIMIT
              ADD 1 TO WS-POLICIES-REVIEWED
              MOVE POL-NUMBER (POL-IDX)       TO REV-POLICY-O
              MOVE POL-CARRIER-CODE (POL-IDX) TO REV-CARRIER-O
              MOVE POL-FREQUENCY (POL-IDX)    TO REV-FREQ-O
              MOVE POL-PREM-YTD (POL-IDX)     TO REV-PREM-YTD-O,
                                                 LF-PREM-WORK
              MOVE POL-CLAIMS-YTD (POL-IDX)   TO REV-CLAIMS-YTD-O,
                                                 LF-CLAIMS-WORK
              PERFORM 800-FORMAT-LOSS-RATIO
              MOVE WS-RATIO-OUT               TO REV-RATIO-O
              WRITE PRINT-LINE FROM WS-REVIEW-LINE.

      ****** CLAIMS AS A PERCENT OF PREMIUM
       800-FORMAT-LOSS-RATIO.
           IF LF-PREM-WORK NOT > ZERO
              IF LF-CLAIMS-WORK > ZERO
                 MOVE '     N/A' TO WS-RATIO-OUT
              ELSE
                 MOVE SPACES     TO WS-RATIO-OUT
              END-IF
           ELSE
              COMPUTE WS-LOSS-RATIO ROUNDED =
                  LF-CLAIMS-WORK * 100 / LF-PREM-WORK
                  ON SIZE ERROR
                     MOVE 99999.9 TO WS-LOSS-RATIO
              END-COMPUTE
              MOVE WS-LOSS-RATIO TO WS-RATIO-EDIT
              MOVE WS-RATIO-EDIT TO WS-RATIO-OUT.

       900-WRAP-UP.
           MOVE WS-PREMIUMS-READ     TO TOT-PREM-READ-O.
           MOVE WS-CLAIMS-READ       TO TOT-CLAIMS-READ-O.
           MOVE WS-ORPHAN-PREMIUMS   TO TOT-ORPHAN-PREM-O.
           MOVE WS-ORPHAN-CLAIMS     TO TOT-ORPHAN-CLM-O.
           MOVE WS-POLICIES-REVIEWED TO TOT-REVIEWED-O.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM WS-TOTALS-LINE.
           CLOSE PREMHIST, PAIDCLM, LOSSPRT.
           DISPLAY 'NORMAL END OF JOB LOSSRPT'.

       999-ERROR-RTN.
           GOBACK.
