       IDENTIFICATION DIVISION.
       PROGRAM-ID.  URWKLIST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          CONCURRENT UTILIZATION-REVIEW WORKLIST.
      *
      *          DRGGROUP ONLY SHOWS A STAY CAME UP SHORT ONCE THE
      *          PATIENT IS ALREADY ON DISCHIST.  THIS NIGHTLY RUN
      *          LOOKS AT EVERY ACTIVE PATIENT ON THE VSAM MASTER
      *          WHILE THEY ARE STILL IN HOUSE.  DAYS IN HOUSE RUN
      *          FROM DATE-ADMIT TO THE CYCLE'S BUSINESS DATE (A
      *          SAME-DAY ADMISSION COUNTS AS ONE DAY, AS DISCHRG
      *          BILLS IT).  DIAGNOSTIC-CODE-PRIMARY IS GROUPED WITH
      *          THE SAME GROUPING RULES DRGGROUP USES (LONGEST
      *          MATCHING PREFIX WINS) AND EVERY PATIENT AT OR PAST
      *          THE GROUP'S EXPECTED LENGTH OF STAY IS LISTED BY
      *          WARD AND ATTENDING PHYSICIAN, LONGEST OVERSTAY
      *          FIRST, SO CASE MANAGEMENT CAN PUSH DISCHARGE
      *          PLANNING OR GET A CONTINUED-STAY AUTHORIZATION
      *          FROM THE CARRIER BEFORE THE DAYS GO UNREIMBURSED.
      *
      *          THE WARD COMES FROM THE PATSRCH CENSUS; A MASTER
      *          PATIENT NOT ON THE CENSUS IS LISTED UNDER WARD 0000.
      *          GROUPS WITH NO EXPECTED LENGTH OF STAY (ZERO) AND
      *          UNGROUPED DIAGNOSES ARE COUNTED BUT NOT LISTED.
      *
      ******************************************************************

             VSAM MASTER FILE        -   DDS0001.PATMASTR

             CENSUS FILE             -   DDS0001.PATSRCH

             GROUPING RULES FILE     -   DDS0001.GRPRULES

             SORT WORK FILE          -   SORTWK01

             WORKLIST REPORT         -   URWKRPT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATSRCH
           ASSIGN TO UT-S-PATSRCH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PATCODE.

           SELECT GRPRULES
           ASSIGN TO UT-S-GRPRULES
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS GRCODE.

           SELECT SORTFILE
           ASSIGN TO SORTWK01.

           SELECT URWKRPT
           ASSIGN TO UT-S-URWKRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT PATMSTR
                  ASSIGN       TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PATMSTR-KEY
                  FILE STATUS  IS PMCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PATSRCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 993 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATSRCH-REC.
       01  PATSRCH-REC  PIC X(993).

      ****** GROUPING RULES SHARED WITH DRGGROUP - EXPECTED LENGTH
      ****** OF STAY PER GROUP RIDES ON THE SAME RECORD
       FD  GRPRULES
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GRPRULES-REC.
       COPY GRPRULES.

      ****** ONE ENTRY PER PATIENT AT OR PAST EXPECTED STAY -
      ****** SORTED WARD / ATTENDING / LONGEST OVERSTAY FIRST
       SD  SORTFILE.
       01  SORT-REC.
           05  SRT-WARD-NBR            PIC 9(04).
           05  SRT-ATTENDING-PHYS-ID   PIC X(08).
           05  SRT-DAYS-OVER           PIC 9(05).
           05  SRT-PATIENT-ID          PIC X(06).
           05  SRT-ROOM-IDENTITY       PIC 9(04).
           05  SRT-BED-IDENTITY        PIC 9(04).
           05  SRT-DATE-ADMIT          PIC X(10).
           05  SRT-DIAG-CODE           PIC X(05).
           05  SRT-GROUP-CODE          PIC X(04).
           05  SRT-GROUP-DESC          PIC X(15).
           05  SRT-EXPECTED-LOS        PIC 9(03).
           05  SRT-DAYS-IN-HOUSE       PIC 9(05).
           05  SRT-INSURANCE-TYPE      PIC X(03).

       FD  URWKRPT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

      ****** VSAM PATIENT MASTER - EVERY RECORD IS AN IN-HOUSE STAY
       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATCODE                 PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  GRCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PMCODE                  PIC X(2).
               88 PMCODE-OK     VALUE "00".

       01  FLAGS-AND-SWITCHES.
           05 MORE-MASTER-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-MASTER        VALUE "N".
           05 MORE-CENSUS-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-CENSUS        VALUE "N".
           05 MORE-RULES-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-RULES         VALUE "N".
           05 MORE-SORT-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-SORT-RECS     VALUE "N".
           05 SORT-ABORT-SW            PIC X(01) VALUE "N".
              88 SORT-ABORTED          VALUE "Y".

      ****** CENSUS RECORD - SORTED WARD/ROOM/BED BY DATA COLLECTIONS
       COPY PATDALY.

      ****** VSAM MASTER VIEW
       COPY PATMSTR.

      ****** STEP COUNT INTERFACE READ BY THE NIGHTRUN CYCLE DRIVER
       COPY RUNCOUNT.

      ****** IN-CORE COPY OF THE GROUPING RULES
       01  GROUP-RULE-TABLE.
           05  GROUP-RULE-ENTRY OCCURS 200 TIMES.
               10  RULE-DIAG-PREFIX    PIC X(05).
               10  RULE-PREFIX-LTH     PIC S9(4) COMP.
               10  RULE-GROUP-CODE     PIC X(04).
               10  RULE-GROUP-DESC     PIC X(15).
               10  RULE-EXPECTED-LOS   PIC 9(03).

       77  RULE-ENTRY-COUNT            PIC S9(4) COMP VALUE 0.
       77  RULE-SUB                    PIC S9(4) COMP VALUE 0.
       77  RULE-BEST-SUB               PIC S9(4) COMP VALUE 0.
       77  RULE-BEST-LTH               PIC S9(4) COMP VALUE 0.
       77  WS-PREFIX-LTH               PIC S9(4) COMP VALUE 0.
       77  WS-PREFIX-SUB               PIC S9(4) COMP VALUE 0.

      ****** WARD/ROOM/BED FOR EACH CENSUS PATIENT - THE MASTER
      ****** DOES NOT CARRY THE WARD
       01  CENSUS-TABLE.
           05  CENSUS-ENTRY OCCURS 3000 TIMES
                       INDEXED BY CEN-IDX.
               10  CT-PATIENT-ID       PIC 9(06).
               10  CT-WARD-NBR         PIC 9(04).
               10  CT-ROOM-IDENTITY    PIC 9(04).
               10  CT-BED-IDENTITY     PIC 9(04).
       77  CENSUS-COUNT                PIC S9(4) COMP VALUE +0.

      ****** DATE WORK FIELDS - DATE-ADMIT IS CARRIED AS YYYY-MM-DD,
      ****** THE BUSINESS DATE AS YYYYMMDD; COMPARED AS DAY NUMBERS
       01  DATE-WORK-FIELDS.
           05  STAY-ADMIT-YYYYMMDD     PIC 9(08).
           05  STAY-ADMIT-DAY-NUM      PIC S9(7) COMP.
           05  RUN-YYYYMMDD            PIC 9(08).
           05  RUN-DAY-NUM             PIC S9(7) COMP.
           05  STAY-DAYS-IN-HOUSE      PIC S9(5) COMP.

       77  WS-RUN-YYYYMMDD             PIC X(08) VALUE SPACES.
       77  WS-MASTER-KEY-NUM           PIC 9(06) VALUE ZERO.
       77  HOLD-WARD-NBR               PIC 9(04) VALUE ZERO.
       77  HOLD-ATTENDING-ID           PIC X(08) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 MASTER-RECORDS-READ      PIC 9(7) COMP.
           05 CENSUS-RECS-READ         PIC 9(7) COMP.
           05 PATIENTS-UNGROUPED       PIC 9(7) COMP.
           05 PATIENTS-NO-TARGET       PIC 9(7) COMP.
           05 PATIENTS-WITHIN-TARGET   PIC 9(7) COMP.
           05 PATIENTS-LISTED          PIC 9(7) COMP.
           05 PATIENTS-NOT-ON-CENSUS   PIC 9(7) COMP.
           05 WARD-LISTED              PIC 9(5) COMP.
           05 WARD-DAYS-OVER           PIC 9(7) COMP.

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
           "UTILIZATION REVIEW - STAYS AT OR PAST EXPECTED LENGTH".
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-WARD-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(9) VALUE "WARD-ID:".
           05  WARD-HDR-O              PIC 9(4).
           05  FILLER                  PIC X(119) VALUE SPACES.

       01  WS-COL-HDR-REC.
           05  FILLER     PIC X(03) VALUE SPACES.
           05  FILLER     PIC X(10) VALUE "ATTENDING".
           05  FILLER     PIC X(08) VALUE "PATIENT".
           05  FILLER     PIC X(06) VALUE "ROOM".
           05  FILLER     PIC X(06) VALUE "BED".
           05  FILLER     PIC X(12) VALUE "ADMITTED".
           05  FILLER     PIC X(07) VALUE "DIAG".
           05  FILLER     PIC X(06) VALUE "GROUP".
           05  FILLER     PIC X(17) VALUE "DESCRIPTION".
           05  FILLER     PIC X(05) VALUE "INS".
           05  FILLER     PIC X(08) VALUE "EXPECT".
           05  FILLER     PIC X(08) VALUE "IN HSE".
           05  FILLER     PIC X(08) VALUE "OVER".
           05  FILLER     PIC X(29) VALUE SPACES.

       01  WS-WORKLIST-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WL-ATTENDING-O          PIC X(08).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WL-PATIENT-O            PIC X(06).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WL-ROOM-O               PIC 9(04).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WL-BED-O                PIC 9(04).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WL-ADMIT-O              PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WL-DIAG-O               PIC X(05).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WL-GROUP-O              PIC X(04).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WL-GROUP-DESC-O         PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WL-INS-O                PIC X(03).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WL-EXPECTED-O           PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WL-IN-HOUSE-O           PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WL-OVER-O               PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WL-FLAG-O               PIC X(10).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-WARD-TOTAL-REC.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(17)
                  VALUE "Ward patients:   ".
           05  WARD-LISTED-O           PIC Z(4)9.
           05  FILLER                  PIC X(18)
                  VALUE "  Days over goal: ".
           05  WARD-DAYS-OVER-O        PIC Z(6)9.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(14)
                  VALUE "Patients read:".
           05  READ-OUT                PIC Z(6).
           05  FILLER                  PIC X(08)
                  VALUE " Listed:".
           05  LISTED-OUT              PIC Z(6).
           05  FILLER                  PIC X(15)
                  VALUE " Within target:".
           05  WITHIN-OUT              PIC Z(6).
           05  FILLER                  PIC X(11)
                  VALUE " No target:".
           05  NO-TARGET-OUT           PIC Z(6).
           05  FILLER                  PIC X(11)
                  VALUE " Ungrouped:".
           05  UNGROUPED-OUT           PIC Z(6).
           05  FILLER                  PIC X(15)
                  VALUE " Not on census:".
           05  NOT-ON-CENSUS-OUT       PIC Z(6).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           SORT SORTFILE
               ON ASCENDING KEY SRT-WARD-NBR
               ON ASCENDING KEY SRT-ATTENDING-PHYS-ID
               ON DESCENDING KEY SRT-DAYS-OVER
               ON ASCENDING KEY SRT-PATIENT-ID
               INPUT PROCEDURE IS 100-SELECT-STAYS
                                  THRU 100-SELECT-EXIT
               OUTPUT PROCEDURE IS 500-PRINT-WORKLIST
                                  THRU 500-PRINT-EXIT.
      *  A problem inside the sort procedures ends the sort normally
      *  and stops the run here
           IF SORT-ABORTED
               CLOSE URWKRPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "URWKLIST HOUSEKEEPING".
           OPEN INPUT PATSRCH, GRPRULES.
           OPEN OUTPUT URWKRPT.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
      *    Under the nightly driver days in house run to the cycle's
      *    business date; standalone runs use the machine date
           IF CYCLE-BUSINESS-DATE NUMERIC
               MOVE CYCLE-BUSINESS-DATE TO WS-RUN-YYYYMMDD
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
           MOVE WS-RUN-YYYYMMDD (1:4)        TO HDR-DATE (1:4).
           MOVE "-"                          TO HDR-DATE (5:1).
           MOVE WS-RUN-YYYYMMDD (5:2)        TO HDR-DATE (6:2).
           MOVE "-"                          TO HDR-DATE (8:1).
           MOVE WS-RUN-YYYYMMDD (7:2)        TO HDR-DATE (9:2).
           MOVE WS-RUN-YYYYMMDD TO RUN-YYYYMMDD.
           COMPUTE RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (RUN-YYYYMMDD).

           PERFORM 200-LOAD-RULES THRU 200-EXIT.
           PERFORM 250-LOAD-CENSUS THRU 250-EXIT
               UNTIL NO-MORE-CENSUS.
           CLOSE PATSRCH, GRPRULES.

           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
       000-EXIT.
           EXIT.

       200-LOAD-RULES.
           PERFORM 910-READ-GRPRULES THRU 910-EXIT.
           PERFORM 210-STORE-RULE THRU 210-EXIT
               UNTIL NO-MORE-RULES OR RULE-ENTRY-COUNT = 200.
      *  Rules past the table would leave stays mis-grouped -
      *  overflow stops the run instead
           IF NOT NO-MORE-RULES
               DISPLAY "*** GROUPING-RULE FILE EXCEEDS TABLE - "
                       "INCREASE RULE-ENTRY OCCURS ***"
               CLOSE PATSRCH, GRPRULES, URWKRPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
       200-EXIT.
           EXIT.

       210-STORE-RULE.
           ADD +1 TO RULE-ENTRY-COUNT.
           MOVE GR-DIAG-PREFIX   TO RULE-DIAG-PREFIX (RULE-ENTRY-COUNT).
           MOVE GR-GROUP-CODE    TO RULE-GROUP-CODE (RULE-ENTRY-COUNT).
           MOVE GR-GROUP-DESC    TO RULE-GROUP-DESC (RULE-ENTRY-COUNT).
           IF GR-EXPECTED-LOS NUMERIC
               MOVE GR-EXPECTED-LOS
                                 TO RULE-EXPECTED-LOS (RULE-ENTRY-COUNT)
           ELSE
               MOVE ZERO
                             TO RULE-EXPECTED-LOS (RULE-ENTRY-COUNT).
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

       250-LOAD-CENSUS.
           READ PATSRCH INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-CENSUS-SW
               GO TO 250-EXIT
           END-READ
           ADD +1 TO CENSUS-RECS-READ.
      *  Only bed detail locates a patient - transfers and the
      *  trailer do not
           IF NOT DETAIL-REC IN INPATIENT-DAILY-REC
               GO TO 250-EXIT.
           IF CENSUS-COUNT >= +3000
               DISPLAY "*** URWKLIST CENSUS TABLE FULL"
               GO TO 250-EXIT.
           ADD +1 TO CENSUS-COUNT.
           SET CEN-IDX TO CENSUS-COUNT.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC
                                     TO CT-PATIENT-ID (CEN-IDX).
           MOVE WARD-NBR IN INPATIENT-DAILY-REC
                                     TO CT-WARD-NBR (CEN-IDX).
           MOVE ROOM-IDENTITY IN INPATIENT-DAILY-REC
                                     TO CT-ROOM-IDENTITY (CEN-IDX).
           MOVE BED-IDENTITY IN INPATIENT-DAILY-REC
                                     TO CT-BED-IDENTITY (CEN-IDX).
       250-EXIT.
           EXIT.

       100-SELECT-STAYS.
           OPEN INPUT PATMSTR.
           IF NOT PMCODE-OK
               DISPLAY "*** URWKLIST PATMSTR OPEN PROBLEM " PMCODE
               MOVE "Y" TO SORT-ABORT-SW
               GO TO 100-SELECT-EXIT.
           PERFORM 900-READ-MASTER THRU 900-EXIT.
           PERFORM 110-CHECK-ONE-STAY THRU 110-EXIT
               UNTIL NO-MORE-MASTER.
           CLOSE PATMSTR.
       100-SELECT-EXIT.
           EXIT.

       110-CHECK-ONE-STAY.
           PERFORM 300-ASSIGN-GROUP THRU 300-EXIT.
           IF RULE-BEST-SUB = ZERO
               ADD +1 TO PATIENTS-UNGROUPED
               GO TO 110-READ-NEXT.
           IF RULE-EXPECTED-LOS (RULE-BEST-SUB) = ZERO
               ADD +1 TO PATIENTS-NO-TARGET
               GO TO 110-READ-NEXT.
           PERFORM 320-COMPUTE-DAYS-IN-HOUSE THRU 320-EXIT.
           IF STAY-DAYS-IN-HOUSE < RULE-EXPECTED-LOS (RULE-BEST-SUB)
               ADD +1 TO PATIENTS-WITHIN-TARGET
               GO TO 110-READ-NEXT.
           PERFORM 400-RELEASE-STAY THRU 400-EXIT.

       110-READ-NEXT.
           PERFORM 900-READ-MASTER THRU 900-EXIT.
       110-EXIT.
           EXIT.

       300-ASSIGN-GROUP.
      *  Longest matching prefix wins - same rule as DRGGROUP
           MOVE ZERO TO RULE-BEST-SUB, RULE-BEST-LTH.
           PERFORM 310-TEST-RULE THRU 310-EXIT
               VARYING RULE-SUB FROM 1 BY 1
               UNTIL RULE-SUB > RULE-ENTRY-COUNT.
       300-EXIT.
           EXIT.

       310-TEST-RULE.
           IF RULE-PREFIX-LTH (RULE-SUB) > RULE-BEST-LTH
              AND RULE-PREFIX-LTH (RULE-SUB) > ZERO
               IF DIAGNOSTIC-CODE-PRIMARY
                      (1:RULE-PREFIX-LTH (RULE-SUB)) =
                  RULE-DIAG-PREFIX (RULE-SUB)
                      (1:RULE-PREFIX-LTH (RULE-SUB))
                   MOVE RULE-SUB TO RULE-BEST-SUB
                   MOVE RULE-PREFIX-LTH (RULE-SUB) TO RULE-BEST-LTH.
       310-EXIT.
           EXIT.

       320-COMPUTE-DAYS-IN-HOUSE.
      *  Days from DATE-ADMIT (YYYY-MM-DD) to the business date.  A
      *  stay admitted today is one day, as DISCHRG bills it.
           MOVE ZERO TO STAY-DAYS-IN-HOUSE.
           IF DATE-ADMIT IN PATIENT-MASTER-REC (1:4) NUMERIC
              AND DATE-ADMIT IN PATIENT-MASTER-REC (6:2) NUMERIC
              AND DATE-ADMIT IN PATIENT-MASTER-REC (9:2) NUMERIC
               MOVE DATE-ADMIT IN PATIENT-MASTER-REC (1:4)
                                      TO STAY-ADMIT-YYYYMMDD (1:4)
               MOVE DATE-ADMIT IN PATIENT-MASTER-REC (6:2)
                                      TO STAY-ADMIT-YYYYMMDD (5:2)
               MOVE DATE-ADMIT IN PATIENT-MASTER-REC (9:2)
                                      TO STAY-ADMIT-YYYYMMDD (7:2)
               COMPUTE STAY-ADMIT-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE (STAY-ADMIT-YYYYMMDD)
               COMPUTE STAY-DAYS-IN-HOUSE =
                   RUN-DAY-NUM - STAY-ADMIT-DAY-NUM
           END-IF.
           IF STAY-DAYS-IN-HOUSE < +1
               MOVE +1 TO STAY-DAYS-IN-HOUSE.
       320-EXIT.
           EXIT.

       400-RELEASE-STAY.
           MOVE MASTER-KEY-AREA TO WS-MASTER-KEY-NUM.
           MOVE ZERO            TO SRT-WARD-NBR, SRT-ROOM-IDENTITY,
                                   SRT-BED-IDENTITY.
           SET CEN-IDX TO 1.
           SEARCH CENSUS-ENTRY
               AT END
                   ADD +1 TO PATIENTS-NOT-ON-CENSUS
      *  Only the loaded entries are real - stop at the count
               WHEN CEN-IDX > CENSUS-COUNT
                   ADD +1 TO PATIENTS-NOT-ON-CENSUS
               WHEN CT-PATIENT-ID (CEN-IDX) = WS-MASTER-KEY-NUM
                   MOVE CT-WARD-NBR (CEN-IDX)      TO SRT-WARD-NBR
                   MOVE CT-ROOM-IDENTITY (CEN-IDX) TO SRT-ROOM-IDENTITY
                   MOVE CT-BED-IDENTITY (CEN-IDX)  TO SRT-BED-IDENTITY
           END-SEARCH.
           MOVE ATTENDING-PHYS-ID IN PATIENT-MASTER-REC
                                        TO SRT-ATTENDING-PHYS-ID.
           COMPUTE SRT-DAYS-OVER =
               STAY-DAYS-IN-HOUSE - RULE-EXPECTED-LOS (RULE-BEST-SUB).
           MOVE MASTER-KEY-AREA         TO SRT-PATIENT-ID.
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC
                                        TO SRT-DATE-ADMIT.
           MOVE DIAGNOSTIC-CODE-PRIMARY TO SRT-DIAG-CODE.
           MOVE RULE-GROUP-CODE (RULE-BEST-SUB)   TO SRT-GROUP-CODE.
           MOVE RULE-GROUP-DESC (RULE-BEST-SUB)   TO SRT-GROUP-DESC.
           MOVE RULE-EXPECTED-LOS (RULE-BEST-SUB) TO SRT-EXPECTED-LOS.
           MOVE STAY-DAYS-IN-HOUSE      TO SRT-DAYS-IN-HOUSE.
           MOVE INSURANCE-TYPE          TO SRT-INSURANCE-TYPE.
           RELEASE SORT-REC.
           ADD +1 TO PATIENTS-LISTED.
       400-EXIT.
           EXIT.

       500-PRINT-WORKLIST.
           IF SORT-ABORTED
               GO TO 500-PRINT-EXIT.
           MOVE HIGH-VALUES TO HOLD-ATTENDING-ID.
           PERFORM 510-PRINT-ONE-STAY THRU 510-EXIT
               UNTIL NO-MORE-SORT-RECS.
           IF PATIENTS-LISTED > ZERO
               PERFORM 530-WARD-TOTAL THRU 530-EXIT.
       500-PRINT-EXIT.
           EXIT.

       510-PRINT-ONE-STAY.
           RETURN SORTFILE
               AT END
               MOVE "N" TO MORE-SORT-SW
               GO TO 510-EXIT
           END-RETURN
           IF SRT-WARD-NBR NOT = HOLD-WARD-NBR
              OR HOLD-ATTENDING-ID = HIGH-VALUES
               PERFORM 520-WARD-BREAK THRU 520-EXIT.

      *  Attending printed once per group of that physician's patients
           IF SRT-ATTENDING-PHYS-ID NOT = HOLD-ATTENDING-ID
               MOVE SRT-ATTENDING-PHYS-ID TO WL-ATTENDING-O,
                                             HOLD-ATTENDING-ID
           ELSE
               MOVE SPACES                TO WL-ATTENDING-O.
           MOVE SRT-PATIENT-ID       TO WL-PATIENT-O.
           MOVE SRT-ROOM-IDENTITY    TO WL-ROOM-O.
           MOVE SRT-BED-IDENTITY     TO WL-BED-O.
           MOVE SRT-DATE-ADMIT       TO WL-ADMIT-O.
           MOVE SRT-DIAG-CODE        TO WL-DIAG-O.
           MOVE SRT-GROUP-CODE       TO WL-GROUP-O.
           MOVE SRT-GROUP-DESC       TO WL-GROUP-DESC-O.
           MOVE SRT-INSURANCE-TYPE   TO WL-INS-O.
           MOVE SRT-EXPECTED-LOS     TO WL-EXPECTED-O.
           MOVE SRT-DAYS-IN-HOUSE    TO WL-IN-HOUSE-O.
           MOVE SRT-DAYS-OVER        TO WL-OVER-O.
           IF SRT-DAYS-OVER = ZERO
               MOVE "AT TARGET"      TO WL-FLAG-O
           ELSE
               MOVE "*OVERSTAY*"     TO WL-FLAG-O.
           WRITE RPT-REC FROM WS-WORKLIST-LINE.
           ADD +1            TO WARD-LISTED.
           ADD SRT-DAYS-OVER TO WARD-DAYS-OVER.
       510-EXIT.
           EXIT.

       520-WARD-BREAK.
           IF HOLD-ATTENDING-ID NOT = HIGH-VALUES
               PERFORM 530-WARD-TOTAL THRU 530-EXIT.
           MOVE SRT-WARD-NBR TO HOLD-WARD-NBR, WARD-HDR-O.
           MOVE SPACES       TO HOLD-ATTENDING-ID.
           WRITE RPT-REC FROM WS-WARD-HDR-REC.
           WRITE RPT-REC FROM WS-COL-HDR-REC.
       520-EXIT.
           EXIT.

       530-WARD-TOTAL.
           MOVE WARD-LISTED    TO WARD-LISTED-O.
           MOVE WARD-DAYS-OVER TO WARD-DAYS-OVER-O.
           WRITE RPT-REC FROM WS-WARD-TOTAL-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           MOVE ZERO TO WARD-LISTED, WARD-DAYS-OVER.
       530-EXIT.
           EXIT.

       900-READ-MASTER.
           READ PATMSTR INTO PATIENT-MASTER-REC
               AT END
                   MOVE "N" TO MORE-MASTER-SW
                   GO TO 900-EXIT
           END-READ
           ADD +1 TO MASTER-RECORDS-READ.
       900-EXIT.
           EXIT.

       910-READ-GRPRULES.
           READ GRPRULES
               AT END MOVE "N" TO MORE-RULES-SW
               GO TO 910-EXIT
           END-READ.
       910-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE MASTER-RECORDS-READ    TO READ-OUT.
           MOVE PATIENTS-LISTED        TO LISTED-OUT.
           MOVE PATIENTS-WITHIN-TARGET TO WITHIN-OUT.
           MOVE PATIENTS-NO-TARGET     TO NO-TARGET-OUT.
           MOVE PATIENTS-UNGROUPED     TO UNGROUPED-OUT.
           MOVE PATIENTS-NOT-ON-CENSUS TO NOT-ON-CENSUS-OUT.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE URWKRPT.
           MOVE MASTER-RECORDS-READ TO CYCLE-STEP-RECORDS-IN.
           MOVE PATIENTS-LISTED     TO CYCLE-STEP-RECORDS-OUT.
           DISPLAY "******** NORMAL END OF JOB URWKLIST ********".
       999-EXIT.
           EXIT.
