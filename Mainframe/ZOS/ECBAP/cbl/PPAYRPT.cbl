       IDENTIFICATION DIVISION.
       PROGRAM-ID.      PPAYRPT.
       AUTHOR.          SAYLES.
      ******************************************************************
      *REMARKS.
      *
      *          MONTHLY PROMPT-PAY COMPLIANCE REPORT.
      *
      *          CMPCLREG STAMPS EVERY ADJUDICATED CLAIM ON THE
      *          PAID-CLAIM EXTRACT WITH ITS STATE, RECEIVED DATE,
      *          DAYS TO PAYMENT AND - WHEN THAT RAN PAST THE STATE'S
      *          PROMPT-PAY LIMIT - THE LATE FLAG AND THE STATUTORY
      *          INTEREST OWED.  THIS RUN READS THE MONTH'S EXTRACTS
      *          (ALL GENERATIONS CONCATENATED) AND PRINTS FOR THE
      *          INSURANCE DEPARTMENT FILINGS:
      *
      *             - EVERY CLAIM PAID LATE IN THE MONTH, BY STATE
      *               AND CLAIM NUMBER, WITH RECEIVED AND PAID DATES,
      *               DAYS TAKEN, DAYS ALLOWED AND INTEREST
      *             - A STATE SUMMARY - CLAIMS ADJUDICATED, CLAIMS
      *               LATE AND INTEREST PAID FOR EVERY STATE ON THE
      *               PROMPT-PAY RULE TABLE, EVEN A CLEAN ONE
      *
      *          THE MONTH IS THE VALUE-DATE MONTH, YYYYMM IN THE JCL
      *          PARM; WITHOUT A PARM IT IS THE MONTH BEFORE THE RUN
      *          DATE (THE USUAL FIRST-OF-MONTH RUN).  CLAIMS WITH NO
      *          STATE, OR A STATE NOT ON THE RULE TABLE, ARE COUNTED
      *          ON THE SUMMARY AS "NO RULE".
      *
      ******************************************************************

               PAID-CLAIM EXTRACTS     -   DDS0001.PAIDCLM (ALL)

               PROMPT-PAY RULES        -   DDS0001.PPAYRULE

               SORT WORK FILE          -   SORTWK01

               COMPLIANCE REPORT       -   PPAYRPT

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIDCLM
             ASSIGN TO UT-S-PAIDCLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAIDCLM-ST.
           SELECT PPAYRULE
             ASSIGN TO UT-S-PPAYRULE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PPAYRULE-ST.
           SELECT SORTFILE
             ASSIGN TO SORTWK01.
           SELECT PPAYPRT
             ASSIGN TO UT-S-PPAYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PPAYPRT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PAIDCLM
           RECORD CONTAINS 120 CHARACTERS.
       01  PAIDCLM-REC                      PIC X(120).

       FD  PPAYRULE
           RECORD CONTAINS 80 CHARACTERS.
       01  PPAYRULE-REC                     PIC X(80).

      ****** ONE ENTRY PER LATE CLAIM IN THE MONTH - BY STATE, CLAIM
       SD  SORTFILE.
       01  SORT-REC.
           05  SRT-CLAIM-STATE              PIC X(02).
           05  SRT-CLAIM-NUMBER             PIC X(09).
           05  SRT-POLICY-NUMBER            PIC X(09).
           05  SRT-POLICY-ROLE              PIC X(01).
           05  SRT-RECEIVED-DATE            PIC X(08).
           05  SRT-VALUE-DATE               PIC X(08).
           05  SRT-DAYS-ELAPSED             PIC 9(03).
           05  SRT-CLAIM-PAID               PIC S9(7)V99.
           05  SRT-PROMPT-PAY-INT           PIC S9(5)V99.

       FD  PPAYPRT
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 PAIDCLM-ST                PIC X(2).
               88 PAIDCLM-OK                           VALUE '00'.
           05 PAIDCLM-EOF               PIC X(1)       VALUE 'N'.
               88 NO-MORE-CLAIMS                       VALUE 'Y'.
           05 PPAYRULE-ST               PIC X(2).
               88 PPAYRULE-OK                          VALUE '00'.
           05 PPAYRULE-EOF              PIC X(1)       VALUE 'N'.
               88 NO-MORE-PPAY-RULES                   VALUE 'Y'.
           05 PPAYPRT-ST                PIC X(2).
               88 PPAYPRT-OK                           VALUE '00'.
           05 MORE-SORT-SW              PIC X(1)       VALUE 'Y'.
               88 NO-MORE-SORT-RECS                    VALUE 'N'.
           05 SORT-ABORT-SW             PIC X(1)       VALUE 'N'.
               88 SORT-ABORTED                         VALUE 'Y'.

       COPY PAIDCLM.

       COPY PPAYRULE.

      ****** ONE ENTRY PER RULE-TABLE STATE, PLUS THE "NO RULE"
      ****** BUCKET KEPT SEPARATELY
       01  PPAY-STATE-TABLE.
           05 PPAY-STATE-ENTRY OCCURS 60 TIMES
                               INDEXED BY PPAY-IDX.
               10 PPAY-STATE               PIC X(02).
               10 PPAY-STATE-NAME          PIC X(20).
               10 PPAY-DAY-BASIS           PIC X(01).
               10 PPAY-ALLOWED-DAYS        PIC 9(03).
               10 PPAY-CLAIMS-ADJUDICATED  PIC S9(7) COMP.
               10 PPAY-CLAIMS-LATE         PIC S9(7) COMP.
               10 PPAY-INTEREST-PAID       PIC S9(7)V99.

       77  PPAY-ENTRY-COUNT              PIC S9(4) COMP VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 WS-CLAIMS-READ            PIC S9(7) COMP VALUE 0.
           05 WS-CLAIMS-IN-MONTH        PIC S9(7) COMP VALUE 0.
           05 WS-CLAIMS-LATE            PIC S9(7) COMP VALUE 0.
           05 WS-NO-RULE-CLAIMS         PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-INTEREST         PIC S9(9)V99   VALUE 0.
           05 WS-STATE-LATE             PIC S9(7) COMP VALUE 0.
           05 WS-STATE-INTEREST         PIC S9(7)V99   VALUE 0.

      ****** REPORT MONTH - YYYYMM IN THE JCL PARM
       01  WS-RUN-PARM                  PIC X(06)      VALUE SPACES.
       01  WS-PARM-MONTH REDEFINES WS-RUN-PARM.
           05 WS-PARM-YYYY              PIC 9(04).
           05 WS-PARM-MM                PIC 9(02).

       77  WS-RUN-DATE                  PIC X(08)      VALUE SPACES.
       77  WS-REPORT-MONTH              PIC X(06)      VALUE SPACES.
       77  HOLD-STATE                   PIC X(02)      VALUE SPACES.

       01  DATE-WORK-FIELDS.
           05  DATE-WORK-YYYYMMDD       PIC 9(08).
           05  DATE-SPLIT REDEFINES DATE-WORK-YYYYMMDD.
               10  DW-YYYY              PIC 9(04).
               10  DW-MM                PIC 9(02).
               10  DW-DD                PIC 9(02).
           05  MONTH-WORK.
               10  MW-YYYY              PIC 9(04).
               10  MW-MM                PIC 9(02).

       01  WS-HEADING-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(36)
                VALUE 'PROMPT-PAY COMPLIANCE - VALUE MONTH '.
           05 HDG-MONTH-O       PIC XXXX/XX.
           05 FILLER            PIC X(14) VALUE '   RUN DATE: '.
           05 HDG-RUN-DATE-O    PIC XXXX/XX/XX.
           05 FILLER            PIC X(64) VALUE SPACES.

       01  WS-LATE-TITLE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(30)
                VALUE 'CLAIMS PAID LATE'.
           05 FILLER            PIC X(101) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE 'STATE'.
           05 FILLER            PIC X(11) VALUE 'CLAIM'.
           05 FILLER            PIC X(13) VALUE 'POLICY'.
           05 FILLER            PIC X(12) VALUE 'RECEIVED'.
           05 FILLER            PIC X(12) VALUE 'PAID'.
           05 FILLER            PIC X(7)  VALUE ' DAYS'.
           05 FILLER            PIC X(9)  VALUE 'ALLOWED'.
           05 FILLER            PIC X(16) VALUE '    AMOUNT PAID'.
           05 FILLER            PIC X(14) VALUE '     INTEREST'.
           05 FILLER            PIC X(30) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DET-STATE-O       PIC X(2).
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 DET-CLAIM-O       PIC X(9).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-POLICY-O      PIC X(9).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DET-ROLE-O        PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-RECEIVED-O    PIC XXXX/XX/XX.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-PAID-O        PIC XXXX/XX/XX.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 DET-DAYS-O        PIC ZZ9.
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 DET-ALLOWED-O     PIC ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DET-BASIS-O       PIC X(1).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-PAID-AMT-O    PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 DET-INTEREST-O    PIC $$$,$$9.99.
           05 FILLER            PIC X(28) VALUE SPACES.

       01  WS-STATE-TOTAL-LINE.
           05 FILLER            PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE 'STATE '.
           05 STT-STATE-O       PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 STT-NAME-O        PIC X(20).
           05 FILLER            PIC X(12) VALUE 'LATE CLAIMS:'.
           05 STT-LATE-O        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 STT-INTEREST-O    PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(33) VALUE SPACES.

       01  WS-SUMMARY-TITLE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(40)
                VALUE 'STATE SUMMARY'.
           05 FILLER            PIC X(91) VALUE SPACES.

       01  WS-SUMMARY-COLUMN-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(7)  VALUE 'STATE'.
           05 FILLER            PIC X(22) VALUE 'NAME'.
           05 FILLER            PIC X(9)  VALUE 'ALLOWED'.
           05 FILLER            PIC X(14) VALUE ' ADJUDICATED'.
           05 FILLER            PIC X(11) VALUE '     LATE'.
           05 FILLER            PIC X(9)  VALUE ' PCT LATE'.
           05 FILLER            PIC X(16) VALUE '   INTEREST PAID'.
           05 FILLER            PIC X(43) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 SUM-STATE-O       PIC X(2).
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 SUM-NAME-O        PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SUM-ALLOWED-O     PIC ZZ9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 SUM-BASIS-O       PIC X(1).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 SUM-ADJUDICATED-O PIC ZZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 SUM-LATE-O        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 SUM-PCT-LATE-O    PIC ZZ9.9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 SUM-INTEREST-O    PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(53) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(13) VALUE 'CLAIMS READ:'.
           05 TOT-READ-O        PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE '  IN MONTH:'.
           05 TOT-MONTH-O       PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(8)  VALUE '  LATE:'.
           05 TOT-LATE-O        PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(11) VALUE '  NO RULE:'.
           05 TOT-NO-RULE-O     PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE '  INTEREST:'.
           05 TOT-INTEREST-O    PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(25) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132)     VALUE SPACES.

       77  WS-PCT-LATE                  PIC S9(3)V9    VALUE 0.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           SORT SORTFILE
               ON ASCENDING KEY SRT-CLAIM-STATE
               ON ASCENDING KEY SRT-CLAIM-NUMBER
               ON ASCENDING KEY SRT-POLICY-ROLE
               INPUT PROCEDURE IS 300-SELECT-CLAIMS
                                  THRU 300-EXIT
               OUTPUT PROCEDURE IS 500-PRINT-LATE-CLAIMS
                                  THRU 500-EXIT.
      ****** A READ PROBLEM INSIDE THE SORT ENDS THE SORT NORMALLY
      ****** AND STOPS THE RUN HERE
           IF SORT-ABORTED
              CLOSE PAIDCLM, PPAYPRT
              GO TO 999-ERROR-RTN.
           PERFORM 700-PRINT-STATE-SUMMARY.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM = SPACES
              PERFORM 110-DEFAULT-MONTH
           ELSE
              IF WS-RUN-PARM NOT NUMERIC
                 OR WS-PARM-MM < 1 OR WS-PARM-MM > 12
                 DISPLAY 'PPAYRPT INVALID PARM MONTH ' WS-RUN-PARM
                 GO TO 999-ERROR-RTN
              ELSE
                 MOVE WS-RUN-PARM TO WS-REPORT-MONTH.

           OPEN INPUT PAIDCLM
           IF NOT PAIDCLM-OK
              DISPLAY 'PAID-CLAIM EXTRACT PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN INPUT PPAYRULE
           IF NOT PPAYRULE-OK
              DISPLAY 'PROMPT-PAY RULE FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT PPAYPRT
           IF NOT PPAYPRT-OK
              DISPLAY 'COMPLIANCE REPORT PROBLEM'
              GO TO 999-ERROR-RTN.

           PERFORM 150-LOAD-ONE-RULE THRU 150-EXIT
               UNTIL NO-MORE-PPAY-RULES.
           CLOSE PPAYRULE.

           MOVE WS-REPORT-MONTH TO HDG-MONTH-O.
           MOVE WS-RUN-DATE     TO HDG-RUN-DATE-O.
           WRITE PRINT-LINE FROM WS-HEADING-LINE.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM WS-LATE-TITLE-LINE.
           WRITE PRINT-LINE FROM WS-COLUMN-LINE.

      ****** NO PARM - THE MONTH BEFORE THE RUN DATE
       110-DEFAULT-MONTH.
           MOVE WS-RUN-DATE TO DATE-WORK-YYYYMMDD.
           MOVE DW-YYYY     TO MW-YYYY.
           IF DW-MM = 1
              SUBTRACT 1 FROM MW-YYYY
              MOVE 12 TO MW-MM
           ELSE
              COMPUTE MW-MM = DW-MM - 1.
           MOVE MONTH-WORK TO WS-REPORT-MONTH.

       150-LOAD-ONE-RULE.
           READ PPAYRULE INTO PROMPT-PAY-RULE-REC
           AT END
              MOVE 'Y' TO PPAYRULE-EOF
              GO TO 150-EXIT
           END-READ.
           IF NOT PR-VALID-DAY-BASIS
              OR PR-ALLOWED-DAYS NOT NUMERIC
              DISPLAY 'PROMPT-PAY RULE IGNORED - STATE ' PR-STATE
              GO TO 150-EXIT.
           IF PPAY-ENTRY-COUNT NOT < 60
              DISPLAY '*** PROMPT-PAY RULES EXCEED TABLE - '
                      'INCREASE PPAY-STATE-ENTRY OCCURS ***'
              MOVE 16 TO RETURN-CODE
              GO TO 999-ERROR-RTN.
           ADD 1 TO PPAY-ENTRY-COUNT.
           SET PPAY-IDX TO PPAY-ENTRY-COUNT.
           MOVE PR-STATE        TO PPAY-STATE (PPAY-IDX).
           MOVE PR-STATE-NAME   TO PPAY-STATE-NAME (PPAY-IDX).
           MOVE PR-DAY-BASIS    TO PPAY-DAY-BASIS (PPAY-IDX).
           MOVE PR-ALLOWED-DAYS TO PPAY-ALLOWED-DAYS (PPAY-IDX).
           MOVE ZERO TO PPAY-CLAIMS-ADJUDICATED (PPAY-IDX),
                        PPAY-CLAIMS-LATE (PPAY-IDX),
                        PPAY-INTEREST-PAID (PPAY-IDX).
       150-EXIT.
           EXIT.

      ****** INPUT PROCEDURE - COUNT EVERY CLAIM VALUED IN THE MONTH
      ****** AGAINST ITS STATE AND RELEASE THE LATE ONES
       300-SELECT-CLAIMS.
           PERFORM 400-READ-PAIDCLM THRU 400-EXIT.
           PERFORM 310-SELECT-ONE-CLAIM THRU 310-EXIT
               UNTIL NO-MORE-CLAIMS.
       300-EXIT.
           EXIT.

       310-SELECT-ONE-CLAIM.
           IF PC-VALUE-DATE (1:6) NOT = WS-REPORT-MONTH
              PERFORM 400-READ-PAIDCLM THRU 400-EXIT
              GO TO 310-EXIT.
           ADD 1 TO WS-CLAIMS-IN-MONTH.

           SET PPAY-IDX TO 1.
           SEARCH PPAY-STATE-ENTRY
               AT END
                   ADD 1 TO WS-NO-RULE-CLAIMS
                   PERFORM 400-READ-PAIDCLM THRU 400-EXIT
                   GO TO 310-EXIT
               WHEN PPAY-IDX > PPAY-ENTRY-COUNT
                   ADD 1 TO WS-NO-RULE-CLAIMS
                   PERFORM 400-READ-PAIDCLM THRU 400-EXIT
                   GO TO 310-EXIT
               WHEN PPAY-STATE (PPAY-IDX) = PC-CLAIM-STATE
                   ADD 1 TO PPAY-CLAIMS-ADJUDICATED (PPAY-IDX)
           END-SEARCH.

           IF PC-PAID-LATE
              IF PC-PROMPT-PAY-INT NOT NUMERIC
                 MOVE ZERO TO PC-PROMPT-PAY-INT
              END-IF
              ADD 1 TO PPAY-CLAIMS-LATE (PPAY-IDX)
              ADD PC-PROMPT-PAY-INT TO PPAY-INTEREST-PAID (PPAY-IDX)
              MOVE PC-CLAIM-STATE     TO SRT-CLAIM-STATE
              MOVE PC-CLAIM-NUMBER    TO SRT-CLAIM-NUMBER
              MOVE PC-POLICY-NUMBER   TO SRT-POLICY-NUMBER
              MOVE PC-POLICY-ROLE     TO SRT-POLICY-ROLE
              MOVE PC-RECEIVED-DATE   TO SRT-RECEIVED-DATE
              MOVE PC-VALUE-DATE      TO SRT-VALUE-DATE
              MOVE PC-DAYS-ELAPSED    TO SRT-DAYS-ELAPSED
              MOVE PC-CLAIM-PAID      TO SRT-CLAIM-PAID
              MOVE PC-PROMPT-PAY-INT  TO SRT-PROMPT-PAY-INT
              RELEASE SORT-REC.
           PERFORM 400-READ-PAIDCLM THRU 400-EXIT.
       310-EXIT.
           EXIT.

       400-READ-PAIDCLM.
           READ PAIDCLM INTO PAID-CLAIM-REC
           AT END
              MOVE 'Y' TO PAIDCLM-EOF
              GO TO 400-EXIT
           END-READ.
           IF NOT PAIDCLM-OK
              DISPLAY 'PAID-CLAIM EXTRACT READ PROBLEM ' PAIDCLM-ST
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO SORT-ABORT-SW
              MOVE 'Y' TO PAIDCLM-EOF
              GO TO 400-EXIT.
           ADD 1 TO WS-CLAIMS-READ.
       400-EXIT.
           EXIT.

      ****** OUTPUT PROCEDURE - LATE CLAIMS WITH A TOTAL PER STATE
       500-PRINT-LATE-CLAIMS.
           IF SORT-ABORTED
              GO TO 500-EXIT.
           MOVE HIGH-VALUES TO HOLD-STATE.
           PERFORM 510-PRINT-ONE-CLAIM THRU 510-EXIT
               UNTIL NO-MORE-SORT-RECS.
           IF HOLD-STATE NOT = HIGH-VALUES
              PERFORM 530-STATE-TOTAL.
       500-EXIT.
           EXIT.

       510-PRINT-ONE-CLAIM.
           RETURN SORTFILE
               AT END
               MOVE 'N' TO MORE-SORT-SW
               GO TO 510-EXIT
           END-RETURN.
           IF SRT-CLAIM-STATE NOT = HOLD-STATE
              IF HOLD-STATE NOT = HIGH-VALUES
                 PERFORM 530-STATE-TOTAL
              END-IF
              MOVE SRT-CLAIM-STATE TO HOLD-STATE
              SET PPAY-IDX TO 1
              SEARCH PPAY-STATE-ENTRY
                  WHEN PPAY-STATE (PPAY-IDX) = HOLD-STATE
                      CONTINUE
              END-SEARCH.

           MOVE SRT-CLAIM-STATE           TO DET-STATE-O.
           MOVE SRT-CLAIM-NUMBER          TO DET-CLAIM-O.
           MOVE SRT-POLICY-NUMBER         TO DET-POLICY-O.
           MOVE SRT-POLICY-ROLE           TO DET-ROLE-O.
           MOVE SRT-RECEIVED-DATE         TO DET-RECEIVED-O.
           MOVE SRT-VALUE-DATE            TO DET-PAID-O.
           MOVE SRT-DAYS-ELAPSED          TO DET-DAYS-O.
           MOVE PPAY-ALLOWED-DAYS (PPAY-IDX) TO DET-ALLOWED-O.
           MOVE PPAY-DAY-BASIS (PPAY-IDX) TO DET-BASIS-O.
           MOVE SRT-CLAIM-PAID            TO DET-PAID-AMT-O.
           MOVE SRT-PROMPT-PAY-INT        TO DET-INTEREST-O.
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.
           ADD 1                  TO WS-STATE-LATE, WS-CLAIMS-LATE.
           ADD SRT-PROMPT-PAY-INT TO WS-STATE-INTEREST,
                                     WS-TOTAL-INTEREST.
       510-EXIT.
           EXIT.

       530-STATE-TOTAL.
           MOVE HOLD-STATE                 TO STT-STATE-O.
           MOVE PPAY-STATE-NAME (PPAY-IDX) TO STT-NAME-O.
           MOVE WS-STATE-LATE              TO STT-LATE-O.
           MOVE WS-STATE-INTEREST          TO STT-INTEREST-O.
           WRITE PRINT-LINE FROM WS-STATE-TOTAL-LINE.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           MOVE ZERO TO WS-STATE-LATE, WS-STATE-INTEREST.

      ****** EVERY RULE-TABLE STATE, WHETHER OR NOT IT HAD A LATE CLAIM
       700-PRINT-STATE-SUMMARY.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM WS-SUMMARY-TITLE-LINE.
           WRITE PRINT-LINE FROM WS-SUMMARY-COLUMN-LINE.
           PERFORM 710-PRINT-ONE-STATE
               VARYING PPAY-IDX FROM 1 BY 1
               UNTIL PPAY-IDX > PPAY-ENTRY-COUNT.

       710-PRINT-ONE-STATE.
           MOVE PPAY-STATE (PPAY-IDX)        TO SUM-STATE-O.
           MOVE PPAY-STATE-NAME (PPAY-IDX)   TO SUM-NAME-O.
           MOVE PPAY-ALLOWED-DAYS (PPAY-IDX) TO SUM-ALLOWED-O.
           MOVE PPAY-DAY-BASIS (PPAY-IDX)    TO SUM-BASIS-O.
           MOVE PPAY-CLAIMS-ADJUDICATED (PPAY-IDX)
                                             TO SUM-ADJUDICATED-O.
           MOVE PPAY-CLAIMS-LATE (PPAY-IDX)  TO SUM-LATE-O.
           MOVE ZERO TO WS-PCT-LATE.
           IF PPAY-CLAIMS-ADJUDICATED (PPAY-IDX) > ZERO
              COMPUTE WS-PCT-LATE ROUNDED =
                  PPAY-CLAIMS-LATE (PPAY-IDX) * 100
                      / PPAY-CLAIMS-ADJUDICATED (PPAY-IDX).
           MOVE WS-PCT-LATE                  TO SUM-PCT-LATE-O.
           MOVE PPAY-INTEREST-PAID (PPAY-IDX) TO SUM-INTEREST-O.
           WRITE PRINT-LINE FROM WS-SUMMARY-LINE.

       900-WRAP-UP.
           MOVE WS-CLAIMS-READ     TO TOT-READ-O.
           MOVE WS-CLAIMS-IN-MONTH TO TOT-MONTH-O.
           MOVE WS-CLAIMS-LATE     TO TOT-LATE-O.
           MOVE WS-NO-RULE-CLAIMS  TO TOT-NO-RULE-O.
           MOVE WS-TOTAL-INTEREST  TO TOT-INTEREST-O.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM WS-TOTALS-LINE.
           CLOSE PAIDCLM, PPAYPRT.
           DISPLAY 'NORMAL END OF JOB PPAYRPT'.

       999-ERROR-RTN.
           GOBACK.
