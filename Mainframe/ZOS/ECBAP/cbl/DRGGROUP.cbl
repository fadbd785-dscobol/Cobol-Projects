      *          ACCOUNTING SEES WHICH STAYS COME UP SHORT BEFORE
      *          THE REMITTANCE ARRIVES.
      *
      *          STAYS CODED UNDER A RETIRED DIAGNOSIS CODE ARE FIRST
      *          TRANSLATED THROUGH THE DIAGNOSIS CROSSWALK TO THE CODE
      *          NOW IN FORCE (FOLLOWING A REPLACEMENT THAT WAS ITSELF
      *          RETIRED), SO OLD-CODED HISTORY GROUPS WITH NEW STAYS.
      *          THE REPORT SHOWS THE CURRENT CODE AND, WHEN IT WAS
      *          TRANSLATED, THE CODE THE STAY WAS ORIGINALLY CODED AS.
      *
      ******************************************************************

               INPUT HISTORY FILE      -   DDS0001.DISCHIST

               GROUPING RULES FILE     -   DDS0001.GRPRULES

               DIAG CODE CROSSWALK     -   DDS0001.DIAGXWLK

               OUTPUT REPORT           -   DRGRPT

      ******************************************************************
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS GRCODE.

           SELECT DIAGXWLK
           ASSIGN TO UT-S-DIAGXWLK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS XWCODE.

           SELECT DRGRPT
           ASSIGN TO UT-S-DRGRPT
             ACCESS MODE IS SEQUENTIAL
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

       FD  DRGRPT
           RECORDING MODE IS F
               88 CODE-READ     VALUE SPACES.
           05  GRCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  XWCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

              88 NO-MORE-DATA VALUE "N".
           05 MORE-RULES-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-RULES VALUE "N".
           05 MORE-XWALK-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-XWALK VALUE "N".
           05 XWALK-FOUND-SW           PIC X(01) VALUE "N".
              88 XWALK-FOUND   VALUE "Y".

      ****** IN-CORE COPY OF THE GROUPING RULES
       01  GROUP-RULE-TABLE.
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
           05  WS-STAY-EXPECTED        PIC S9(7)V99 COMP-3.
           05 RECORDS-READ             PIC 9(7) COMP.
           05 STAYS-GROUPED            PIC 9(7) COMP.
           05 STAYS-UNGROUPED          PIC 9(7) COMP.
           05 STAYS-TRANSLATED         PIC 9(7) COMP.
           05 SHORT-STAYS              PIC 9(7) COMP.
           05 TOTAL-EXPECTED           PIC S9(11)V99 COMP-3.
           05 TOTAL-BILLED             PIC S9(11)V99 COMP-3.
           05  FILLER     PIC X(14) VALUE "EXPECTED".
           05  FILLER     PIC X(14) VALUE "BILLED".
           05  FILLER     PIC X(14) VALUE "VARIANCE".
           05  FILLER     PIC X(11) VALUE SPACES.
           05  FILLER     PIC X(28) VALUE "CODED AS".

       01  WS-STAY-DETAIL-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  DET-VARIANCE            PIC $$,$$$,$$9.99-.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  DET-SHORT-FLAG          PIC X(09).
           05  DET-CODED-AS.
               10  DET-WAS-LIT         PIC X(04).
               10  DET-ORIG-DIAG-CODE  PIC X(05).
           05  FILLER     PIC X(18) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(13)

       000-HOUSEKEEPING.
           DISPLAY "DRGGROUP HOUSEKEEPING".
           OPEN INPUT DISCHIST, GRPRULES, DIAGXWLK.
           OPEN OUTPUT DRGRPT.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           PERFORM 200-LOAD-RULES THRU 200-EXIT.
           PERFORM 240-LOAD-CROSSWALK THRU 240-EXIT.
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-COL-HDR-REC.
           IF NOT NO-MORE-RULES
               DISPLAY "*** GROUPING-RULE FILE EXCEEDS TABLE - "
                       "INCREASE RULE-ENTRY OCCURS ***"
               CLOSE DISCHIST, GRPRULES, DIAGXWLK, DRGRPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
       200-EXIT.
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
               CLOSE DISCHIST, GRPRULES, DIAGXWLK, DRGRPT
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
           MOVE DH-MASTER-IMAGE TO PATIENT-MASTER-REC.
           PERFORM 290-TRANSLATE-DIAG THRU 290-EXIT.
           PERFORM 300-ASSIGN-GROUP THRU 300-EXIT.
           PERFORM 400-REPORT-STAY THRU 400-EXIT.
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
       310-TEST-RULE.
           IF RULE-PREFIX-LTH (RULE-SUB) > RULE-BEST-LTH
              AND RULE-PREFIX-LTH (RULE-SUB) > ZERO
               IF WS-STAY-DIAG-CODE
                      (1:RULE-PREFIX-LTH (RULE-SUB)) =
                  RULE-DIAG-PREFIX (RULE-SUB)
                      (1:RULE-PREFIX-LTH (RULE-SUB))
               WS-STAY-EXPECTED - DH-FINAL-CHARGES.
           MOVE DH-PATIENT-ID           TO DET-PATIENT-ID.
           MOVE DH-DISCHARGE-DATE       TO DET-DISCHARGE-DATE.
           MOVE WS-STAY-DIAG-CODE       TO DET-DIAG-CODE.
           IF WS-STAY-DIAG-CODE NOT = DIAGNOSTIC-CODE-PRIMARY
               MOVE "WAS "              TO DET-WAS-LIT
               MOVE DIAGNOSTIC-CODE-PRIMARY TO DET-ORIG-DIAG-CODE
           ELSE
               MOVE SPACES              TO DET-CODED-AS.
           MOVE WS-STAY-GROUP-CODE      TO DET-GROUP-CODE.
           MOVE WS-STAY-GROUP-DESC      TO DET-GROUP-DESC.
           MOVE WS-STAY-EXPECTED        TO DET-EXPECTED.
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
           MOVE STAYS-GROUPED   TO GROUPED-OUT.
           MOVE STAYS-UNGROUPED TO UNGROUPED-OUT.
           MOVE TOTAL-BILLED    TO TOT-BILLED-OUT.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE DISCHIST, GRPRULES, DIAGXWLK, DRGRPT.
           DISPLAY "** STAYS TRANSLATED THROUGH DIAG CROSSWALK **".
           DISPLAY STAYS-TRANSLATED.
           DISPLAY "******** NORMAL END OF JOB DRGGROUP ********".
       999-EXIT.
           EXIT.
