       IDENTIFICATION DIVISION.
       PROGRAM-ID.      BYROLL.
       AUTHOR.          SAYLES.
      ******************************************************************
      *REMARKS.
      *
      *          BENEFIT-YEAR ROLLOVER AGAINST THE POLICY MASTER
      *          (VSAM DDS0001.POLMASTR).
      *
      *          CMPCLREG ACCUMULATES EACH MEMBER'S DEDUCTIBLE PAID
      *          AND OUT-OF-POCKET SPEND ON THE POLICY FOR THE
      *          BENEFIT YEAR.  ON THE POLICY'S ANNIVERSARY (ONE
      *          YEAR AFTER PM-BENEFIT-YEAR-START) THIS RUN:
      *
      *             - WRITES THE CLOSING YEAR'S ACCUMULATORS TO THE
      *               ACCUMULATOR HISTORY FILE (MOD) AND THE REPORT
      *             - RESETS THE DEDUCTIBLE PAID AND OUT-OF-POCKET
      *               YEAR-TO-DATE TO ZERO
      *             - MOVES THE BENEFIT-YEAR START UP TO THE LATEST
      *               ANNIVERSARY NOT AFTER THE RUN DATE
      *
      *          THE RUN DATE IS TODAY UNLESS A YYYYMMDD DATE IS
      *          GIVEN IN THE JCL PARM (CATCH-UP AFTER A MISSED
      *          CYCLE).  POLICIES WITH NO BENEFIT-YEAR START ARE
      *          COUNTED AND LEFT ALONE - POLMAINT SETS IT.
      *
      ******************************************************************

               VSAM POLICY MASTER      -   DDS0001.POLMASTR

               ACCUMULATOR HISTORY     -   DDS0001.ACCUMHST

               ROLLOVER REPORT         -   BYROLRPT

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCUMHST
             ASSIGN TO UT-S-ACCUMHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACCUMHST-ST.
           SELECT BYROLRPT
             ASSIGN TO UT-S-BYROLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BYROLRPT-ST.
           SELECT POLMAST
             ASSIGN TO POLMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-POLICY-NUMBER
               FILE STATUS IS POLMAST-ST.

       DATA DIVISION.
       FILE SECTION.
      ****** ONE RECORD PER POLICY PER CLOSED BENEFIT YEAR
       FD  ACCUMHST
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCUM-HISTORY-REC.
           05  AH-POLICY-NUMBER             PIC X(09).
           05  AH-YEAR-START                PIC X(08).
           05  AH-YEAR-END                  PIC X(08).
           05  AH-DEDUCTIBLE-PAID           PIC S9(4).
           05  AH-OOP-MAXIMUM               PIC S9(5)V99.
           05  AH-OOP-YTD                   PIC S9(5)V99.
           05  AH-OOP-MET                   PIC X(01).
           05  AH-ROLLED-DATE               PIC X(08).
           05  FILLER                       PIC X(28).

       FD  BYROLRPT
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
           05  PM-PREMIUM-AMOUNT            PIC S9(5)V99.
           05  PM-PAID-THRU-DATE            PIC X(08).
           05  PM-LAPSE-STATUS              PIC X(01).
           05  FILLER                       PIC X(36).
           05  PM-BENEFIT-YEAR-START        PIC X(08).
           05  PM-OOP-MAXIMUM               PIC S9(5)V99.
           05  PM-OOP-YTD                   PIC S9(5)V99.
           05  FILLER                       PIC X(18).

       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 POLMAST-EOF               PIC X(1)       VALUE 'N'.
               88 NO-MORE-POLICIES                     VALUE 'Y'.
           05 ACCUMHST-ST               PIC X(2).
               88 ACCUMHST-OK                          VALUE '00'.
           05 BYROLRPT-ST               PIC X(2).
               88 BYROLRPT-OK                          VALUE '00'.
           05 POLMAST-ST                PIC X(2).
               88 POLMAST-OK                           VALUE '00'.
               88 POLMAST-NOT-FOUND                    VALUE '23'.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 WS-POLICIES-READ          PIC S9(5) COMP VALUE 0.
           05 WS-POLICIES-ROLLED        PIC S9(5) COMP VALUE 0.
           05 WS-POLICIES-NO-START      PIC S9(5) COMP VALUE 0.
           05 WS-POLICIES-MET-MAX       PIC S9(5) COMP VALUE 0.

      ****** RUN DATE OVERRIDE - YYYYMMDD IN THE JCL PARM
       01  WS-RUN-PARM                  PIC X(08)      VALUE SPACES.
       01  WS-PARM-DATE REDEFINES WS-RUN-PARM.
           05 WS-PARM-YYYYMMDD          PIC 9(08).

       77  WS-RUN-DATE                  PIC X(08)      VALUE SPACES.
       77  WS-DATE-RC                   PIC S9(04)     VALUE +0.
       77  WS-OOP-MET-SW                PIC X(01)      VALUE 'N'.
           88 WS-OOP-MET                               VALUE 'Y'.

       01  DATE-WORK-FIELDS.
           05  DATE-WORK-X8             PIC X(08).
           05  DATE-WORK-YYYYMMDD      PIC 9(08).
           05  DATE-SPLIT REDEFINES DATE-WORK-YYYYMMDD.
               10  DW-YYYY              PIC 9(04).
               10  DW-MM                PIC 9(02).
               10  DW-DD                PIC 9(02).
           05  DATE-WORK-DAY-NUM        PIC S9(7) COMP.
           05  YEAR-END-YYYYMMDD        PIC 9(08).

       01  WS-HEADING-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(36)
                VALUE 'BENEFIT-YEAR ROLLOVER - RUN DATE: '.
           05 HDG-RUN-DATE-O    PIC X(8).
           05 FILLER            PIC X(87) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(11) VALUE 'POLICY'.
           05 FILLER            PIC X(10) VALUE 'YR START'.
           05 FILLER            PIC X(10) VALUE 'YR END'.
           05 FILLER            PIC X(12) VALUE '  DEDUCTIBLE'.
           05 FILLER            PIC X(14) VALUE '   OOP TO DATE'.
           05 FILLER            PIC X(14) VALUE '   OOP MAXIMUM'.
           05 FILLER            PIC X(12) VALUE '  MAX MET'.
           05 FILLER            PIC X(10) VALUE 'NEW START'.
           05 FILLER            PIC X(38) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DET-POLICY-O      PIC X(9).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-YEAR-START-O  PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-YEAR-END-O    PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-DEDUCT-O      PIC $$$,$$9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 DET-OOP-YTD-O     PIC $$$,$$9.99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DET-OOP-MAX-O     PIC $$$,$$9.99.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 DET-MET-O         PIC X(3).
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 DET-NEW-START-O   PIC X(8).
           05 FILLER            PIC X(44) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05 FILLER            PIC X(15) VALUE 'Policies read:'.
           05 POLICIES-OUT      PIC Z(6).
           05 FILLER            PIC X(9)  VALUE ' Rolled:'.
           05 ROLLED-OUT        PIC Z(6).
           05 FILLER            PIC X(13) VALUE ' Met maximum:'.
           05 MET-MAX-OUT       PIC Z(6).
           05 FILLER            PIC X(17) VALUE ' No benefit year:'.
           05 NO-START-OUT      PIC Z(6).
           05 FILLER            PIC X(54) VALUE SPACES.

       01  WS-BLANK-LINE                PIC X(132)     VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 500-ROLLOVER-SCAN.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-PARM-YYYYMMDD NUMERIC
              CALL 'DATEVAL' USING WS-RUN-PARM, WS-DATE-RC
              IF WS-DATE-RC < 0
                 DISPLAY 'BYROLL INVALID PARM DATE ' WS-RUN-PARM
                 GO TO 999-ERROR-RTN
              END-IF
              MOVE WS-RUN-PARM TO WS-RUN-DATE.

           OPEN EXTEND ACCUMHST
           IF NOT ACCUMHST-OK
              DISPLAY 'ACCUMULATOR HISTORY FILE PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN OUTPUT BYROLRPT
           IF NOT BYROLRPT-OK
              DISPLAY 'ROLLOVER REPORT PROBLEM'
              GO TO 999-ERROR-RTN.
           OPEN I-O POLMAST
           IF NOT POLMAST-OK
              DISPLAY 'POLICY MASTER PROBLEM'
              GO TO 999-ERROR-RTN.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE-O.
           WRITE PRINT-LINE FROM WS-HEADING-LINE.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM WS-COLUMN-LINE.

      ****** ONE YEAR ON FROM DATE-WORK-X8 - A 29 FEBRUARY START
      ****** FALLS BACK TO THE 28TH
       300-NEXT-ANNIVERSARY.
           MOVE DATE-WORK-X8 TO DATE-WORK-YYYYMMDD.
           ADD 1 TO DW-YYYY.
           IF DW-MM = 2 AND DW-DD > 28
              MOVE 28 TO DW-DD.
           MOVE DATE-WORK-YYYYMMDD TO DATE-WORK-X8.

      ****** FULL SCAN OF THE POLICY MASTER - ROLL EVERY POLICY
      ****** WHOSE BENEFIT YEAR HAS RUN OUT
       500-ROLLOVER-SCAN.
           MOVE LOW-VALUES TO PM-POLICY-NUMBER.
           START POLMAST KEY NOT < PM-POLICY-NUMBER
              INVALID KEY
                 MOVE 'Y' TO POLMAST-EOF
           END-START.
           PERFORM 600-READ-POLICY-NEXT THRU 600-EXIT.
           PERFORM 510-CHECK-ONE-POLICY THRU 510-EXIT
              UNTIL NO-MORE-POLICIES.

       510-CHECK-ONE-POLICY.
           MOVE PM-BENEFIT-YEAR-START TO DATE-WORK-YYYYMMDD.
           IF PM-BENEFIT-YEAR-START = SPACES
              OR DATE-WORK-YYYYMMDD NOT NUMERIC
              ADD 1 TO WS-POLICIES-NO-START
              PERFORM 600-READ-POLICY-NEXT THRU 600-EXIT
              GO TO 510-EXIT.

           MOVE PM-BENEFIT-YEAR-START TO DATE-WORK-X8.
           PERFORM 300-NEXT-ANNIVERSARY.
           IF DATE-WORK-X8 > WS-RUN-DATE
              PERFORM 600-READ-POLICY-NEXT THRU 600-EXIT
              GO TO 510-EXIT.

           IF PM-DEDUCTIBLE-PAID NOT NUMERIC
              MOVE ZERO TO PM-DEDUCTIBLE-PAID.
           IF PM-OOP-MAXIMUM NOT NUMERIC
              MOVE ZERO TO PM-OOP-MAXIMUM.
           IF PM-OOP-YTD NOT NUMERIC
              MOVE ZERO TO PM-OOP-YTD.
           PERFORM 520-WRITE-HISTORY.

      *  A POLICY DORMANT FOR MORE THAN A YEAR SKIPS THE EMPTY YEARS
           MOVE ZERO TO PM-DEDUCTIBLE-PAID.
           MOVE ZERO TO PM-OOP-YTD.
           PERFORM 530-ADVANCE-YEAR
              UNTIL DATE-WORK-X8 > WS-RUN-DATE.
           REWRITE POLICY-MASTER-REC
              INVALID KEY
                 DISPLAY 'POLICY MASTER REWRITE PROBLEM '
                         POLMAST-ST
           END-REWRITE.
           ADD 1 TO WS-POLICIES-ROLLED.
           MOVE PM-BENEFIT-YEAR-START TO DET-NEW-START-O.
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.

           PERFORM 600-READ-POLICY-NEXT THRU 600-EXIT.
       510-EXIT.
           EXIT.

      ****** THE CLOSING YEAR RUNS FROM THE START DATE TO THE DAY
      ****** BEFORE THE ANNIVERSARY NOW IN DATE-WORK-X8
       520-WRITE-HISTORY.
           MOVE DATE-WORK-X8 TO DATE-WORK-YYYYMMDD.
           COMPUTE DATE-WORK-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (DATE-WORK-YYYYMMDD) - 1.
           COMPUTE YEAR-END-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (DATE-WORK-DAY-NUM).
           MOVE 'N' TO WS-OOP-MET-SW.
           IF PM-OOP-MAXIMUM > ZERO
              AND PM-OOP-YTD NOT < PM-OOP-MAXIMUM
              MOVE 'Y' TO WS-OOP-MET-SW
              ADD 1 TO WS-POLICIES-MET-MAX.

           MOVE SPACES                TO ACCUM-HISTORY-REC.
           MOVE PM-POLICY-NUMBER      TO AH-POLICY-NUMBER.
           MOVE PM-BENEFIT-YEAR-START TO AH-YEAR-START.
           MOVE YEAR-END-YYYYMMDD     TO AH-YEAR-END.
           MOVE PM-DEDUCTIBLE-PAID    TO AH-DEDUCTIBLE-PAID.
           MOVE PM-OOP-MAXIMUM        TO AH-OOP-MAXIMUM.
           MOVE PM-OOP-YTD            TO AH-OOP-YTD.
           MOVE WS-OOP-MET-SW         TO AH-OOP-MET.
           MOVE WS-RUN-DATE           TO AH-ROLLED-DATE.
           WRITE ACCUM-HISTORY-REC.

           MOVE PM-POLICY-NUMBER      TO DET-POLICY-O.
           MOVE PM-BENEFIT-YEAR-START TO DET-YEAR-START-O.
           MOVE YEAR-END-YYYYMMDD     TO DET-YEAR-END-O.
           MOVE PM-DEDUCTIBLE-PAID    TO DET-DEDUCT-O.
           MOVE PM-OOP-YTD            TO DET-OOP-YTD-O.
           MOVE PM-OOP-MAXIMUM        TO DET-OOP-MAX-O.
           IF WS-OOP-MET
              MOVE 'YES' TO DET-MET-O
           ELSE
              MOVE SPACES TO DET-MET-O.

       530-ADVANCE-YEAR.
           MOVE DATE-WORK-X8 TO PM-BENEFIT-YEAR-START.
           PERFORM 300-NEXT-ANNIVERSARY.

       600-READ-POLICY-NEXT.
           READ POLMAST NEXT RECORD
              AT END
                 MOVE 'Y' TO POLMAST-EOF
                 GO TO 600-EXIT
           END-READ.
           ADD 1 TO WS-POLICIES-READ.
       600-EXIT.
           EXIT.

       900-WRAP-UP.
           MOVE WS-POLICIES-READ     TO POLICIES-OUT.
           MOVE WS-POLICIES-ROLLED   TO ROLLED-OUT.
           MOVE WS-POLICIES-MET-MAX  TO MET-MAX-OUT.
           MOVE WS-POLICIES-NO-START TO NO-START-OUT.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM WS-TOTALS-LINE.
           CLOSE ACCUMHST, BYROLRPT, POLMAST.
           DISPLAY 'NORMAL END OF JOB BYROLL'.

       999-ERROR-RTN.
           GOBACK.
