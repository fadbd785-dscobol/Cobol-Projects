       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OUTCRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          MONTHLY MORTALITY AND DISCHARGE-DISPOSITION OUTCOMES
      *          REPORT FOR THE QUALITY COMMITTEE.
      *
      *          EVERY STAY ON THE DISCHARGE HISTORY FILE DISCHARGED IN
      *          THE REPORT MONTH IS COUNTED BY DH-DISPOSITION-CODE
      *          (HOME, TRANSFERRED, SKILLED NURSING, LEFT AMA,
      *          EXPIRED) TWICE - ONCE UNDER ITS DIAGNOSIS GROUP,
      *          ASSIGNED FROM THE GROUPING-RULES FILE THE SAME WAY
      *          DRGGROUP DOES (LONGEST MATCHING PREFIX OF
      *          DIAGNOSTIC-CODE-PRIMARY, TRANSLATED THROUGH THE
      *          DIAGNOSIS CROSSWALK TO THE CODE NOW IN FORCE), AND
      *          ONCE UNDER THE ATTENDING-PHYS-ID ON THE MASTER
      *          IMAGE.  EACH LINE SHOWS THE COUNTS, AVERAGE
      *          DH-LENGTH-OF-STAY AND THE MORTALITY AND AMA RATES;
      *          THE HOSPITAL LINE GIVES THE AVERAGES THEY ARE
      *          MEASURED AGAINST.
      *
      *          A LINE IS FLAGGED FOR PEER REVIEW WHEN ITS EXPIRED
      *          RATE IS AT LEAST TWICE THE HOSPITAL RATE AND IT HAS
      *          AT LEAST THE MINIMUM NUMBER OF DISCHARGES, SO ONE
      *          DEATH IN A SMALL GROUP DOES NOT TRIP THE FLAG.
      *
      *          JCL PARM "YYYYMMNNN" - REPORT MONTH AND MINIMUM
      *          DISCHARGES FOR A FLAG.  THE MONTH DEFAULTS TO THE
      *          MONTH BEFORE THE RUN DATE, THE MINIMUM TO 5.  UNDER
      *          THE NIGHTLY DRIVER THE RUN DATE IS THE CYCLE'S
      *          BUSINESS DATE, OTHERWISE THE MACHINE DATE.
      *
      ******************************************************************

               INPUT HISTORY FILE      -   DDS0001.DISCHIST

               GROUPING RULES FILE     -   DDS0001.GRPRULES

               DIAGNOSIS CROSSWALK     -   DDS0001.DIAGXWLK

               OUTCOMES REPORT         -   OUTCRPT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCHIST
           ASSIGN TO UT-S-DISCHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DHCODE.

           SELECT GRPRULES
           ASSIGN TO UT-S-GRPRULES
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS GRCODE.

           SELECT DIAGXWLK
           ASSIGN TO UT-S-DIAGXWLK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS XWCODE.

           SELECT OUTCRPT
           ASSIGN TO UT-S-OUTCRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  DISCHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 2992 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCHIST-REC.
       01  DISCHIST-REC  PIC X(2992).

      ****** GROUPING RULES LOADED FROM PATIENT ACCOUNTING - ONE
      ****** RECORD PER DIAGNOSTIC-CODE PREFIX
       FD  GRPRULES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GRPRULES-REC.
       COPY GRPRULES.

      ****** RETIRED DIAGNOSIS CODES AND THEIR REPLACEMENTS
       FD  DIAGXWLK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIAG-CROSSWALK-REC.
       COPY DIAGXWLK.

       FD  OUTCRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC  PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  DHCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  GRCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  XWCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       COPY DISCHIST.

      ****** MASTER IMAGE CARRIED ON THE HISTORY RECORD
       COPY PATMSTR.

      ****** STEP COUNT INTERFACE READ BY THE NIGHTRUN CYCLE DRIVER
       COPY RUNCOUNT.

       01  FLAGS-AND-SWITCHES.
           05 MORE-DATA-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-DATA VALUE "N".
           05 MORE-RULES-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-RULES VALUE "N".
           05 MORE-XWALK-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-XWALK VALUE "N".
           05 XWALK-FOUND-SW           PIC X(01) VALUE "N".
              88 XWALK-FOUND   VALUE "Y".

      ****** IN-CORE COPY OF THE GROUPING RULES
       01  GROUP-RULE-TABLE.
           05  GROUP-RULE-ENTRY OCCURS 200 TIMES.
               10  RULE-DIAG-PREFIX    PIC X(05).
               10  RULE-PREFIX-LTH     PIC S9(4) COMP.
               10  RULE-GROUP-CODE     PIC X(04).
               10  RULE-GROUP-DESC     PIC X(15).

       77  RULE-ENTRY-COUNT            PIC S9(4) COMP VALUE 0.
       77  RULE-SUB                    PIC S9(4) COMP VALUE 0.
       77  RULE-BEST-SUB               PIC S9(4) COMP VALUE 0.
       77  RULE-BEST-LTH               PIC S9(4) COMP VALUE 0.
       77  WS-PREFIX-LTH               PIC S9(4) COMP VALUE 0.
       77  WS-PREFIX-SUB               PIC S9(4) COMP VALUE 0.

      ****** IN-CORE COPY OF THE DIAGNOSIS CROSSWALK - A LATER RECORD
      ****** FOR THE SAME RETIRED CODE REPLACES THE EARLIER ONE
       01  DIAG-XWALK-TABLE.
           05  XWALK-ENTRY OCCURS 500 TIMES INDEXED BY XWALK-IDX.
               10  XWALK-OLD-CODE      PIC X(05).
               10  XWALK-NEW-CODE      PIC X(05).

       77  XWALK-ENTRY-COUNT           PIC S9(4) COMP VALUE 0.
       77  XWALK-HOPS                  PIC S9(4) COMP VALUE 0.

       01  STAY-GROUP-FIELDS.
           05  WS-STAY-DIAG-CODE       PIC X(05).
           05  WS-STAY-GROUP-CODE      PIC X(04).
           05  WS-STAY-GROUP-DESC      PIC X(15).

      ****** OUTCOME COUNTS - ONE ENTRY PER DIAGNOSIS GROUP, ONE PER
      ****** ATTENDING PHYSICIAN, AND THE HOSPITAL TOTAL.  ALL THREE
      ****** SHARE ONE COUNT LAYOUT SO ONE TALLY AND ONE PRINT
      ****** ROUTINE SERVE THEM ALL
       01  DIAG-GROUP-TABLE.
           05  DIAG-GROUP-ENTRY OCCURS 201 TIMES
                       INDEXED BY DG-IDX.
               10  DG-KEY              PIC X(08).
               10  DG-DESC             PIC X(15).
               10  DG-OUTCOMES.
                   15  DG-DISCHARGES   PIC S9(7) COMP.
                   15  DG-HOME         PIC S9(7) COMP.
                   15  DG-TRANSFERRED  PIC S9(7) COMP.
                   15  DG-SKILLED      PIC S9(7) COMP.
                   15  DG-AMA          PIC S9(7) COMP.
                   15  DG-EXPIRED      PIC S9(7) COMP.
                   15  DG-OTHER        PIC S9(7) COMP.
                   15  DG-LOS-DAYS     PIC S9(9) COMP.
       77  DG-COUNT                    PIC S9(4) COMP VALUE +0.
       77  DG-SUB                      PIC S9(4) COMP VALUE +0.

       01  PHYSICIAN-TABLE.
           05  PHYSICIAN-ENTRY OCCURS 500 TIMES
                       INDEXED BY PH-IDX.
               10  PH-KEY              PIC X(08).
               10  PH-DESC             PIC X(15).
               10  PH-OUTCOMES.
                   15  PH-DISCHARGES   PIC S9(7) COMP.
                   15  PH-HOME         PIC S9(7) COMP.
                   15  PH-TRANSFERRED  PIC S9(7) COMP.
                   15  PH-SKILLED      PIC S9(7) COMP.
                   15  PH-AMA          PIC S9(7) COMP.
                   15  PH-EXPIRED      PIC S9(7) COMP.
                   15  PH-OTHER        PIC S9(7) COMP.
                   15  PH-LOS-DAYS     PIC S9(9) COMP.
       77  PH-COUNT                    PIC S9(4) COMP VALUE +0.
       77  PH-SUB                      PIC S9(4) COMP VALUE +0.

       01  HOSPITAL-OUTCOMES.
           05  HO-DISCHARGES           PIC S9(7) COMP.
           05  HO-HOME                 PIC S9(7) COMP.
           05  HO-TRANSFERRED          PIC S9(7) COMP.
           05  HO-SKILLED              PIC S9(7) COMP.
           05  HO-AMA                  PIC S9(7) COMP.
           05  HO-EXPIRED              PIC S9(7) COMP.
           05  HO-OTHER                PIC S9(7) COMP.
           05  HO-LOS-DAYS             PIC S9(9) COMP.

      ****** LINE BEING PRINTED - LOADED FROM WHICHEVER TABLE
       01  PRINT-OUTCOMES.
           05  PO-KEY                  PIC X(08).
           05  PO-DESC                 PIC X(15).
           05  PO-COUNTS.
               10  PO-DISCHARGES       PIC S9(7) COMP.
               10  PO-HOME             PIC S9(7) COMP.
               10  PO-TRANSFERRED      PIC S9(7) COMP.
               10  PO-SKILLED          PIC S9(7) COMP.
               10  PO-AMA              PIC S9(7) COMP.
               10  PO-EXPIRED          PIC S9(7) COMP.
               10  PO-OTHER            PIC S9(7) COMP.
               10  PO-LOS-DAYS         PIC S9(9) COMP.

       01  RATE-WORK-FIELDS.
           05  PO-AVG-LOS              PIC S9(5)V9 COMP-3.
           05  PO-MORTALITY-RATE       PIC S9(3)V9 COMP-3.
           05  PO-AMA-RATE             PIC S9(3)V9 COMP-3.
           05  HOSP-MORTALITY-RATE     PIC S9(3)V9 COMP-3.
           05  REVIEW-THRESHOLD        PIC S9(5)V9 COMP-3.

       77  PEER-REVIEW-FACTOR          PIC S9V9 COMP-3 VALUE +2.0.

      ****** REPORT MONTH AND FLAG MINIMUM - JCL PARM "YYYYMMNNN"
       01  WS-RUN-PARM                 PIC X(12) VALUE SPACES.
       01  WS-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  WS-PARM-MONTH.
               10  WS-PARM-YYYY        PIC 9(04).
               10  WS-PARM-MM          PIC 9(02).
           05  WS-PARM-MIN-CASES       PIC 9(03).
           05  FILLER                  PIC X(03).
       77  WS-MIN-CASES                PIC S9(3) COMP VALUE +5.

       01  REPORT-MONTH-FIELDS.
           05  RPT-YYYY                PIC 9(04).
           05  RPT-MM                  PIC 9(02).
       01  REPORT-MONTH-X7            PIC X(07).

       77  WS-RUN-YYYYMMDD             PIC X(08) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC 9(7) COMP.
           05 STAYS-IN-MONTH           PIC 9(7) COMP.
           05 STAYS-UNGROUPED          PIC 9(7) COMP.
           05 STAYS-TRANSLATED         PIC 9(7) COMP.
           05 GROUPS-FLAGGED           PIC 9(5) COMP.
           05 PHYSICIANS-FLAGGED       PIC 9(5) COMP.
           05 FLAGGED-THIS-LINE        PIC 9(1).
              88 LINE-FLAGGED          VALUE 1.

       01  WS-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(50) VALUE
               "DISCHARGE OUTCOMES - MORTALITY AND DISPOSITION".
           05  FILLER     PIC X(14) VALUE "REPORT MONTH: ".
           05  HDR-MONTH  PIC X(07).
           05  FILLER     PIC X(61) VALUE SPACES.

       01  WS-SECTION-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  SECTION-TITLE-O         PIC X(50).
           05  FILLER     PIC X(82) VALUE SPACES.

       01  WS-COL-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(10) VALUE "KEY".
           05  FILLER     PIC X(17) VALUE "DESCRIPTION".
           05  FILLER     PIC X(05) VALUE "DISCH".
           05  FILLER     PIC X(07) VALUE "   HOME".
           05  FILLER     PIC X(07) VALUE "   XFER".
           05  FILLER     PIC X(07) VALUE "    SNF".
           05  FILLER     PIC X(07) VALUE "    AMA".
           05  FILLER     PIC X(07) VALUE "  EXPRD".
           05  FILLER     PIC X(09) VALUE "   AVGLOS".
           05  FILLER     PIC X(08) VALUE "   MORT%".
           05  FILLER     PIC X(08) VALUE "    AMA%".
           05  FILLER     PIC X(40) VALUE "  REVIEW".

       01  WS-OUTCOME-LINE.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  OUT-KEY-O               PIC X(08).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  OUT-DESC-O              PIC X(15).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  OUT-DISCHARGES-O        PIC ZZZZ9.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  OUT-HOME-O              PIC ZZZZ9.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  OUT-TRANSFERRED-O       PIC ZZZZ9.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  OUT-SKILLED-O           PIC ZZZZ9.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  OUT-AMA-O               PIC ZZZZ9.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  OUT-EXPIRED-O           PIC ZZZZ9.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  OUT-AVG-LOS-O           PIC ZZZZ9.9.
           05  FILLER     PIC X(03) VALUE SPACES.
           05  OUT-MORTALITY-O         PIC ZZ9.9.
           05  FILLER     PIC X(03) VALUE SPACES.
           05  OUT-AMA-RATE-O          PIC ZZ9.9.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  OUT-REVIEW-O            PIC X(13).
           05  FILLER     PIC X(25) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(13)
                  VALUE "History read:".
           05  READ-OUT                PIC Z(6).
           05  FILLER                  PIC X(10)
                  VALUE " In month:".
           05  IN-MONTH-OUT            PIC Z(6).
           05  FILLER                  PIC X(12)
                  VALUE " Ungrouped:".
           05  UNGROUPED-OUT           PIC Z(6).
           05  FILLER                  PIC X(17)
                  VALUE " Groups flagged:".
           05  GROUPS-FLAGGED-OUT      PIC Z(4).
           05  FILLER                  PIC X(21)
                  VALUE " Physicians flagged:".
           05  PHYS-FLAGGED-OUT        PIC Z(4).
           05  FILLER                  PIC X(12)
                  VALUE " Translated:".
           05  TRANSLATED-OUT          PIC Z(6).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-DATA.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "OUTCRPT HOUSEKEEPING".
           OPEN INPUT DISCHIST, GRPRULES, DIAGXWLK.
           OPEN OUTPUT OUTCRPT.
           INITIALIZE COUNTERS-AND-ACCUMULATORS, HOSPITAL-OUTCOMES.

      *  Report month from the parm, else the month before the run
      *  date - the cycle's business date under the nightly driver,
      *  the machine date on a standalone run
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF CYCLE-BUSINESS-DATE NUMERIC
               MOVE CYCLE-BUSINESS-DATE TO WS-RUN-YYYYMMDD
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
           IF WS-PARM-MONTH NUMERIC
              AND WS-PARM-MM > 0 AND WS-PARM-MM < 13
               MOVE WS-PARM-YYYY TO RPT-YYYY
               MOVE WS-PARM-MM   TO RPT-MM
           ELSE
               MOVE WS-RUN-YYYYMMDD (1:4) TO RPT-YYYY
               MOVE WS-RUN-YYYYMMDD (5:2) TO RPT-MM
               IF RPT-MM = 1
                   MOVE 12 TO RPT-MM
                   SUBTRACT 1 FROM RPT-YYYY
               ELSE
                   SUBTRACT 1 FROM RPT-MM.
           IF WS-PARM-MIN-CASES NUMERIC AND WS-PARM-MIN-CASES > 0
               MOVE WS-PARM-MIN-CASES TO WS-MIN-CASES.
           MOVE RPT-YYYY TO REPORT-MONTH-X7 (1:4).
           MOVE "-"      TO REPORT-MONTH-X7 (5:1).
           MOVE RPT-MM   TO REPORT-MONTH-X7 (6:2).
           MOVE REPORT-MONTH-X7 TO HDR-MONTH.

           PERFORM 200-LOAD-RULES THRU 200-EXIT.
           PERFORM 240-LOAD-CROSSWALK THRU 240-EXIT.
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           PERFORM 900-READ-DISCHIST THRU 900-EXIT.
       000-EXIT.
           EXIT.

       200-LOAD-RULES.
           PERFORM 910-READ-GRPRULES THRU 910-EXIT.
           PERFORM 210-STORE-RULE THRU 210-EXIT
               UNTIL NO-MORE-RULES OR RULE-ENTRY-COUNT = 200.
      *  RULES PAST THE TABLE WOULD LEAVE DISCHARGES MIS-GROUPED -
      *  OVERFLOW STOPS THE RUN INSTEAD
           IF NOT NO-MORE-RULES
               DISPLAY "*** GROUPING-RULE FILE EXCEEDS TABLE - "
                       "INCREASE RULE-ENTRY OCCURS ***"
               CLOSE DISCHIST, GRPRULES, DIAGXWLK, OUTCRPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
       200-EXIT.
           EXIT.

       210-STORE-RULE.
           ADD +1 TO RULE-ENTRY-COUNT.
           MOVE GR-DIAG-PREFIX   TO RULE-DIAG-PREFIX (RULE-ENTRY-COUNT).
           MOVE GR-GROUP-CODE    TO RULE-GROUP-CODE (RULE-ENTRY-COUNT).
           MOVE GR-GROUP-DESC    TO RULE-GROUP-DESC (RULE-ENTRY-COUNT).
           PERFORM 220-COUNT-PREFIX-LENGTH THRU 220-EXIT.
           MOVE WS-PREFIX-LTH    TO RULE-PREFIX-LTH (RULE-ENTRY-COUNT).
           PERFORM 910-READ-GRPRULES THRU 910-EXIT.
       210-EXIT.
           EXIT.

       220-COUNT-PREFIX-LENGTH.
      *  Significant length of the rule's code prefix - trailing
      *  blanks make a shorter (more general) rule
           MOVE ZERO TO WS-PREFIX-LTH.
           PERFORM 230-TEST-PREFIX-CHAR THRU 230-EXIT
               VARYING WS-PREFIX-SUB FROM 1 BY 1
               UNTIL WS-PREFIX-SUB > 5.
       220-EXIT.
           EXIT.

       230-TEST-PREFIX-CHAR.
           IF GR-DIAG-PREFIX (WS-PREFIX-SUB:1) NOT = SPACE
               MOVE WS-PREFIX-SUB TO WS-PREFIX-LTH.
       230-EXIT.
           EXIT.

       240-LOAD-CROSSWALK.
           PERFORM 920-READ-DIAGXWLK THRU 920-EXIT.
           PERFORM 250-STORE-CROSSWALK THRU 250-EXIT
               UNTIL NO-MORE-XWALK.
       240-EXIT.
           EXIT.

       250-STORE-CROSSWALK.
           SET XWALK-IDX TO 1.
           SEARCH XWALK-ENTRY
               AT END
                   CONTINUE
               WHEN XWALK-IDX > XWALK-ENTRY-COUNT
                   CONTINUE
               WHEN XWALK-OLD-CODE (XWALK-IDX) = XW-OLD-DIAG-CODE
                   MOVE XW-NEW-DIAG-CODE
                                 TO XWALK-NEW-CODE (XWALK-IDX)
                   GO TO 250-READ-NEXT
           END-SEARCH.
      *  A crosswalk past the table would leave old codes ungrouped -
      *  overflow stops the run instead
           IF XWALK-ENTRY-COUNT = 500
               DISPLAY "*** DIAG CROSSWALK FILE EXCEEDS TABLE - "
                       "INCREASE XWALK-ENTRY OCCURS ***"
               CLOSE DISCHIST, GRPRULES, DIAGXWLK, OUTCRPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO XWALK-ENTRY-COUNT.
           MOVE XW-OLD-DIAG-CODE TO XWALK-OLD-CODE (XWALK-ENTRY-COUNT).
           MOVE XW-NEW-DIAG-CODE TO XWALK-NEW-CODE (XWALK-ENTRY-COUNT).
       250-READ-NEXT.
           PERFORM 920-READ-DIAGXWLK THRU 920-EXIT.
       250-EXIT.
           EXIT.

       100-MAINLINE.
      *  Only stays discharged in the report month are counted
           IF DH-DISCHARGE-DATE (1:4) NOT = REPORT-MONTH-X7 (1:4)
              OR DH-DISCHARGE-DATE (6:2) NOT = REPORT-MONTH-X7 (6:2)
               GO TO 190-READ-NEXT.
           ADD +1 TO STAYS-IN-MONTH.
           MOVE DH-MASTER-IMAGE TO PATIENT-MASTER-REC.
           PERFORM 290-TRANSLATE-DIAG THRU 290-EXIT.
           PERFORM 300-ASSIGN-GROUP THRU 300-EXIT.
           PERFORM 400-COUNT-STAY THRU 400-EXIT.

       190-READ-NEXT.
           PERFORM 900-READ-DISCHIST THRU 900-EXIT.
       100-EXIT.
           EXIT.

       290-TRANSLATE-DIAG.
      *  Follow the crosswalk to the code now in force - the hop limit
      *  stops a circular chain keyed in error from looping the run
           MOVE DIAGNOSTIC-CODE-PRIMARY TO WS-STAY-DIAG-CODE.
           MOVE "Y" TO XWALK-FOUND-SW.
           PERFORM 295-FOLLOW-CROSSWALK THRU 295-EXIT
               VARYING XWALK-HOPS FROM 1 BY 1
               UNTIL XWALK-HOPS > 5 OR NOT XWALK-FOUND.
           IF WS-STAY-DIAG-CODE NOT = DIAGNOSTIC-CODE-PRIMARY
               ADD +1 TO STAYS-TRANSLATED.
       290-EXIT.
           EXIT.

       295-FOLLOW-CROSSWALK.
           MOVE "N" TO XWALK-FOUND-SW.
           SET XWALK-IDX TO 1.
           SEARCH XWALK-ENTRY
               AT END
                   CONTINUE
               WHEN XWALK-IDX > XWALK-ENTRY-COUNT
                   CONTINUE
               WHEN XWALK-OLD-CODE (XWALK-IDX) = WS-STAY-DIAG-CODE
                   MOVE XWALK-NEW-CODE (XWALK-IDX) TO WS-STAY-DIAG-CODE
                   MOVE "Y" TO XWALK-FOUND-SW
           END-SEARCH.
       295-EXIT.
           EXIT.

       300-ASSIGN-GROUP.
      *  Longest matching prefix wins
           MOVE ZERO TO RULE-BEST-SUB, RULE-BEST-LTH.
           PERFORM 310-TEST-RULE THRU 310-EXIT
               VARYING RULE-SUB FROM 1 BY 1
               UNTIL RULE-SUB > RULE-ENTRY-COUNT.
           IF RULE-BEST-SUB > ZERO
               MOVE RULE-GROUP-CODE (RULE-BEST-SUB)
                   TO WS-STAY-GROUP-CODE
               MOVE RULE-GROUP-DESC (RULE-BEST-SUB)
                   TO WS-STAY-GROUP-DESC
           ELSE
               MOVE "UNGR"           TO WS-STAY-GROUP-CODE
               MOVE "NO RULE MATCH"  TO WS-STAY-GROUP-DESC
               ADD +1 TO STAYS-UNGROUPED.
       300-EXIT.
           EXIT.

       310-TEST-RULE.
           IF RULE-PREFIX-LTH (RULE-SUB) > RULE-BEST-LTH
              AND RULE-PREFIX-LTH (RULE-SUB) > ZERO
               IF WS-STAY-DIAG-CODE
                      (1:RULE-PREFIX-LTH (RULE-SUB)) =
                  RULE-DIAG-PREFIX (RULE-SUB)
                      (1:RULE-PREFIX-LTH (RULE-SUB))
                   MOVE RULE-SUB TO RULE-BEST-SUB
                   MOVE RULE-PREFIX-LTH (RULE-SUB) TO RULE-BEST-LTH.
       310-EXIT.
           EXIT.

       400-COUNT-STAY.
      *  The stay is tallied into its group, its attending and the
      *  hospital line through the one work area
           PERFORM 500-FIND-GROUP THRU 500-EXIT.
           PERFORM 510-FIND-PHYSICIAN THRU 510-EXIT.

           MOVE HOSPITAL-OUTCOMES TO PO-COUNTS.
           PERFORM 450-TALLY-STAY THRU 450-EXIT.
           MOVE PO-COUNTS TO HOSPITAL-OUTCOMES.

           IF DG-SUB > +0
               MOVE DG-OUTCOMES (DG-SUB) TO PO-COUNTS
               PERFORM 450-TALLY-STAY THRU 450-EXIT
               MOVE PO-COUNTS TO DG-OUTCOMES (DG-SUB).

           IF PH-SUB > +0
               MOVE PH-OUTCOMES (PH-SUB) TO PO-COUNTS
               PERFORM 450-TALLY-STAY THRU 450-EXIT
               MOVE PO-COUNTS TO PH-OUTCOMES (PH-SUB).
       400-EXIT.
           EXIT.

       450-TALLY-STAY.
           ADD +1                TO PO-DISCHARGES.
           ADD DH-LENGTH-OF-STAY TO PO-LOS-DAYS.
           EVALUATE TRUE
               WHEN DH-DISP-HOME
                   ADD +1 TO PO-HOME
               WHEN DH-DISP-TRANSFERRED
                   ADD +1 TO PO-TRANSFERRED
               WHEN DH-DISP-SKILLED-NURSING
                   ADD +1 TO PO-SKILLED
               WHEN DH-DISP-LEFT-AMA
                   ADD +1 TO PO-AMA
               WHEN DH-DISP-EXPIRED
                   ADD +1 TO PO-EXPIRED
               WHEN OTHER
                   ADD +1 TO PO-OTHER
           END-EVALUATE.
       450-EXIT.
           EXIT.

       500-FIND-GROUP.
      *  Group lookup, adding the group the first time it is seen
           MOVE +0 TO DG-SUB.
           SET DG-IDX TO 1.
           SEARCH DIAG-GROUP-ENTRY
               AT END
                   DISPLAY "*** OUTCRPT GROUP TABLE FULL"
                   GO TO 500-EXIT
               WHEN DG-IDX > DG-COUNT
                   ADD +1 TO DG-COUNT
                   SET DG-IDX TO DG-COUNT
                   MOVE WS-STAY-GROUP-CODE TO DG-KEY (DG-IDX)
                   MOVE WS-STAY-GROUP-DESC TO DG-DESC (DG-IDX)
                   INITIALIZE DG-OUTCOMES (DG-IDX)
                   SET DG-SUB TO DG-IDX
               WHEN DG-KEY (DG-IDX) = WS-STAY-GROUP-CODE
                   SET DG-SUB TO DG-IDX
           END-SEARCH.
       500-EXIT.
           EXIT.

       510-FIND-PHYSICIAN.
           MOVE +0 TO PH-SUB.
           SET PH-IDX TO 1.
           SEARCH PHYSICIAN-ENTRY
               AT END
                   DISPLAY "*** OUTCRPT PHYSICIAN TABLE FULL"
                   GO TO 510-EXIT
               WHEN PH-IDX > PH-COUNT
                   ADD +1 TO PH-COUNT
                   SET PH-IDX TO PH-COUNT
                   MOVE ATTENDING-PHYS-ID TO PH-KEY (PH-IDX)
                   MOVE SPACES            TO PH-DESC (PH-IDX)
                   IF ATTENDING-PHYS-ID = SPACES
                       MOVE "NO ATTENDING" TO PH-DESC (PH-IDX)
                   END-IF
                   INITIALIZE PH-OUTCOMES (PH-IDX)
                   SET PH-SUB TO PH-IDX
               WHEN PH-KEY (PH-IDX) = ATTENDING-PHYS-ID
                   SET PH-SUB TO PH-IDX
           END-SEARCH.
       510-EXIT.
           EXIT.

       600-PRINT-OUTCOME-LINE.
      *  Rates are percentages of the line's own discharges
           MOVE +0 TO PO-AVG-LOS, PO-MORTALITY-RATE, PO-AMA-RATE.
           MOVE 0  TO FLAGGED-THIS-LINE.
           IF PO-DISCHARGES > +0
               COMPUTE PO-AVG-LOS ROUNDED =
                   PO-LOS-DAYS / PO-DISCHARGES
               COMPUTE PO-MORTALITY-RATE ROUNDED =
                   PO-EXPIRED * 100 / PO-DISCHARGES
               COMPUTE PO-AMA-RATE ROUNDED =
                   PO-AMA * 100 / PO-DISCHARGES.

           MOVE SPACES TO OUT-REVIEW-O.
           IF PO-KEY NOT = "HOSPITAL"
              AND PO-EXPIRED > +0
              AND PO-DISCHARGES NOT < WS-MIN-CASES
              AND PO-MORTALITY-RATE NOT < REVIEW-THRESHOLD
               MOVE "*PEER REVIEW*" TO OUT-REVIEW-O
               MOVE 1 TO FLAGGED-THIS-LINE.

           MOVE PO-KEY            TO OUT-KEY-O.
           MOVE PO-DESC           TO OUT-DESC-O.
           MOVE PO-DISCHARGES     TO OUT-DISCHARGES-O.
           MOVE PO-HOME           TO OUT-HOME-O.
           MOVE PO-TRANSFERRED    TO OUT-TRANSFERRED-O.
           MOVE PO-SKILLED        TO OUT-SKILLED-O.
           MOVE PO-AMA            TO OUT-AMA-O.
           MOVE PO-EXPIRED        TO OUT-EXPIRED-O.
           MOVE PO-AVG-LOS        TO OUT-AVG-LOS-O.
           MOVE PO-MORTALITY-RATE TO OUT-MORTALITY-O.
           MOVE PO-AMA-RATE       TO OUT-AMA-RATE-O.
           WRITE RPT-REC FROM WS-OUTCOME-LINE.
       600-EXIT.
           EXIT.

       610-PRINT-GROUP.
           MOVE DG-KEY (DG-SUB)      TO PO-KEY.
           MOVE DG-DESC (DG-SUB)     TO PO-DESC.
           MOVE DG-OUTCOMES (DG-SUB) TO PO-COUNTS.
           PERFORM 600-PRINT-OUTCOME-LINE THRU 600-EXIT.
           IF LINE-FLAGGED
               ADD +1 TO GROUPS-FLAGGED.
       610-EXIT.
           EXIT.

       620-PRINT-PHYSICIAN.
           MOVE PH-KEY (PH-SUB)      TO PO-KEY.
           MOVE PH-DESC (PH-SUB)     TO PO-DESC.
           MOVE PH-OUTCOMES (PH-SUB) TO PO-COUNTS.
           PERFORM 600-PRINT-OUTCOME-LINE THRU 600-EXIT.
           IF LINE-FLAGGED
               ADD +1 TO PHYSICIANS-FLAGGED.
       620-EXIT.
           EXIT.

       630-PRINT-HOSPITAL.
           MOVE "HOSPITAL"           TO PO-KEY.
           MOVE "ALL DISCHARGES"     TO PO-DESC.
           MOVE HOSPITAL-OUTCOMES    TO PO-COUNTS.
           PERFORM 600-PRINT-OUTCOME-LINE THRU 600-EXIT.
       630-EXIT.
           EXIT.

       900-READ-DISCHIST.
           READ DISCHIST INTO DISCHARGE-HISTORY-REC
               AT END MOVE "N" TO MORE-DATA-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO RECORDS-READ.
       900-EXIT.
           EXIT.

       910-READ-GRPRULES.
           READ GRPRULES
               AT END MOVE "N" TO MORE-RULES-SW
               GO TO 910-EXIT
           END-READ.
       910-EXIT.
           EXIT.

       920-READ-DIAGXWLK.
           READ DIAGXWLK
               AT END MOVE "N" TO MORE-XWALK-SW
               GO TO 920-EXIT
           END-READ.
       920-EXIT.
           EXIT.

       999-CLEANUP.
      *  The hospital mortality rate sets the peer-review threshold
           MOVE +0 TO HOSP-MORTALITY-RATE.
           IF HO-DISCHARGES > +0
               COMPUTE HOSP-MORTALITY-RATE ROUNDED =
                   HO-EXPIRED * 100 / HO-DISCHARGES.
           COMPUTE REVIEW-THRESHOLD =
               HOSP-MORTALITY-RATE * PEER-REVIEW-FACTOR.

           MOVE "OUTCOMES BY DIAGNOSIS GROUP" TO SECTION-TITLE-O.
           WRITE RPT-REC FROM WS-SECTION-HDR-REC.
           WRITE RPT-REC FROM WS-COL-HDR-REC.
           PERFORM 610-PRINT-GROUP THRU 610-EXIT
               VARYING DG-SUB FROM +1 BY +1
               UNTIL DG-SUB > DG-COUNT.
           PERFORM 630-PRINT-HOSPITAL THRU 630-EXIT.

           WRITE RPT-REC FROM WS-BLANK-LINE.
           MOVE "OUTCOMES BY ATTENDING PHYSICIAN" TO SECTION-TITLE-O.
           WRITE RPT-REC FROM WS-SECTION-HDR-REC.
           WRITE RPT-REC FROM WS-COL-HDR-REC.
           PERFORM 620-PRINT-PHYSICIAN THRU 620-EXIT
               VARYING PH-SUB FROM +1 BY +1
               UNTIL PH-SUB > PH-COUNT.
           PERFORM 630-PRINT-HOSPITAL THRU 630-EXIT.

           MOVE RECORDS-READ       TO READ-OUT.
           MOVE STAYS-IN-MONTH     TO IN-MONTH-OUT.
           MOVE STAYS-UNGROUPED    TO UNGROUPED-OUT.
           MOVE GROUPS-FLAGGED     TO GROUPS-FLAGGED-OUT.
           MOVE PHYSICIANS-FLAGGED TO PHYS-FLAGGED-OUT.
           MOVE STAYS-TRANSLATED   TO TRANSLATED-OUT.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE DISCHIST, GRPRULES, DIAGXWLK, OUTCRPT.
           DISPLAY "******** NORMAL END OF JOB OUTCRPT ********".
       999-EXIT.
           EXIT.
