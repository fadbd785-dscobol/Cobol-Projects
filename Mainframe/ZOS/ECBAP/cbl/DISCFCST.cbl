       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISCFCST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          NEXT-DAY DISCHARGE FORECAST BY WARD.
      *
      *          HOUSEKEEPING, TRANSPORT AND ADMISSIONS ALL NEED TO
      *          KNOW TOMORROW'S CAPACITY.  THIS RUN JOINS THE PATSRCH
      *          WARD/ROOM/BED CENSUS TO THE EXPECTED-DISCHARGE-DATE
      *          HOSPEDIT MAINTAINS ON DDS0001.PATMASTR AND LISTS, BY
      *          WARD, EVERY PATIENT EXPECTED OUT ON THE DAY AFTER THE
      *          BUSINESS DATE.  A PATIENT STILL ON THE CENSUS WHOSE
      *          EXPECTED DATE HAS ALREADY PASSED IS FLAGGED OVERDUE
      *          SO THE UNIT CAN CHANGE THE DATE OR SEND THE DISCHARGE.
      *
      *          THE CLOSING SUMMARY NETS EACH WARD AGAINST THE
      *          SERVICEABLE (CLEAN) BEDS ON THE BEDSTAT MASTER:
      *             PROJECTED FREE = SERVICEABLE - IN HOUSE
      *                              + EXPECTED OUT TOMORROW
      *          A NEGATIVE FIGURE MEANS THE WARD IS OVER ITS CLEAN
      *          BEDS EVEN AFTER THE DISCHARGES.
      *
      ******************************************************************

             CENSUS FILE             -   DDS0001.PATSRCH

             VSAM MASTER FILE        -   DDS0001.PATMASTR

             BED-STATUS MASTER       -   DDS0001.BEDSTAT(0)

             FORECAST REPORT         -   DCFRPT

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

           SELECT BEDSTAT
           ASSIGN TO UT-S-BEDSTAT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BSCODE.

           SELECT DCFRPT
           ASSIGN TO UT-S-DCFRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT PATMSTR
                  ASSIGN       TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
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

      ****** CURRENT BED-STATUS MASTER WRITTEN BY BEDSTAT
       FD  BEDSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BEDSTAT-REC.
       01  BEDSTAT-REC  PIC X(60).

       FD  DCFRPT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

      ****** VSAM PATIENT MASTER - READ FOR THE EXPECTED DATE
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
           05  BSCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PMCODE                  PIC X(2).
               88 PMCODE-GOOD        VALUE "00".
               88 PMCODE-NOT-FOUND   VALUE "23".

       01  FLAGS-AND-SWITCHES.
           05 MORE-CENSUS-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-CENSUS        VALUE "N".
           05 MORE-BEDSTAT-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-BEDSTAT       VALUE "N".

       01  COUNTERS-AND-ACCUMULATORS.
           05 CENSUS-RECS-READ         PIC S9(7) COMP.
           05 PATIENTS-IN-HOUSE        PIC S9(5) COMP.
           05 EXPECTED-TOMORROW        PIC S9(5) COMP.
           05 OVERDUE-COUNT            PIC S9(5) COMP.
           05 NO-EXPECTED-DATE         PIC S9(5) COMP.
           05 MASTER-NOT-FOUND         PIC S9(5) COMP.
           05 HOLD-WARD-NBR            PIC 9(4) VALUE 0.

      ****** BED-STATUS MASTER RECORD - SAME LAYOUT BEDSTAT WRITES
       01  BED-STATUS-REC.
           05  BS-BED-ID               PIC X(04).
           05  BS-ROOM-ID              PIC X(08).
           05  BS-WARD-ID              PIC X(08).
           05  BS-STATUS-CODE          PIC X(01).
               88  BS-CLEAN            VALUE "C".
               88  BS-DIRTY            VALUE "D".
               88  BS-OUT-OF-SERVICE   VALUE "O".
               88  BS-BLOCKED          VALUE "B".
           05  BS-STATUS-DATE          PIC X(10).
           05  BS-STATUS-COMMENT       PIC X(29).

      ****** ONE ENTRY PER WARD - SERVICEABLE BEDS OFF BEDSTAT, IN
      ****** HOUSE AND EXPECTED-OUT COUNTS OFF THE CENSUS
       01  WARD-FORECAST-TABLE.
           05  WARD-FORECAST-ENTRY OCCURS 50 TIMES
                       INDEXED BY WARD-IDX.
               10  WF-WARD-ID          PIC X(04).
               10  WF-SERVICEABLE      PIC S9(4) COMP.
               10  WF-IN-HOUSE         PIC S9(4) COMP.
               10  WF-EXPECTED-OUT     PIC S9(4) COMP.
               10  WF-OVERDUE          PIC S9(4) COMP.
       77  WARD-COUNT                  PIC S9(4) COMP VALUE +0.
       77  WARD-SUB                    PIC S9(4) COMP VALUE +0.
       77  PROJECTED-FREE              PIC S9(5) COMP.

       01  WS-WARD-ID-X                PIC X(04).

       01  DATE-WORK-FIELDS.
           05  RUN-YYYYMMDD            PIC 9(08).
           05  RUN-DAY-NUM             PIC S9(7) COMP.
           05  TOMORROW-YYYYMMDD       PIC 9(08).
           05  TOMORROW-X8             PIC X(08).
           05  RUN-DATE-X10            PIC X(10).
           05  TOMORROW-DATE-X10       PIC X(10).

       77  WS-RUN-YYYYMMDD             PIC X(08) VALUE SPACES.

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
           "NEXT-DAY DISCHARGE FORECAST".
           05  FILLER                  PIC X(14) VALUE
           "FORECAST FOR: ".
           05  HDR-FORECAST-DATE       PIC X(10).
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-WARD-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(9) VALUE "WARD-ID:".
           05  FCST-WARD-O             PIC 9(4).
           05  FILLER                  PIC X(119) VALUE SPACES.

       01  WS-PATIENT-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FCST-PATIENT-O          PIC 9(6).
           05  FILLER                  PIC X(8) VALUE "  ROOM:".
           05  FCST-ROOM-O             PIC 9(4).
           05  FILLER                  PIC X(7) VALUE "  BED:".
           05  FCST-BED-O              PIC 9(4).
           05  FILLER                  PIC X(10) VALUE "  ADMIT:".
           05  FCST-ADMIT-O            PIC X(10).
           05  FILLER                  PIC X(13) VALUE "  EXPECTED:".
           05  FCST-EXPECTED-O         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FCST-STATUS-O           PIC X(40).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-SUMMARY-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(50)
                  VALUE "*** PROJECTED BED AVAILABILITY BY WARD ***".
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-SUMMARY-COL-HDR-REC.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "WARD-ID".
           05  FILLER                  PIC X(13) VALUE "SERVICEABLE".
           05  FILLER                  PIC X(10) VALUE "IN HOUSE".
           05  FILLER                  PIC X(14) VALUE "EXPECTED OUT".
           05  FILLER                  PIC X(10) VALUE "OVERDUE".
           05  FILLER                  PIC X(16) VALUE "PROJECTED FREE".
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SUM-WARD-O              PIC X(4).
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  SUM-SERVICEABLE-O       PIC ZZZ9.
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  SUM-IN-HOUSE-O          PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  SUM-EXPECTED-O          PIC ZZZ9.
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  SUM-OVERDUE-O           PIC ZZZ9.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  SUM-PROJECTED-O         PIC -ZZZ9.
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(11)
                  VALUE "In house: ".
           05  IN-HOUSE-OUT            PIC Z(5).
           05  FILLER                  PIC X(20)
                  VALUE " Expected tomorrow: ".
           05  EXPECTED-OUT            PIC Z(5).
           05  FILLER                  PIC X(10)
                  VALUE " Overdue: ".
           05  OVERDUE-OUT             PIC Z(5).
           05  FILLER                  PIC X(15)
                  VALUE " No exp. date: ".
           05  NO-DATE-OUT             PIC Z(5).
           05  FILLER                  PIC X(12)
                  VALUE " No master: ".
           05  NOT-FOUND-OUT           PIC Z(5).
           05  FILLER                  PIC X(40) VALUE SPACES.

      ****** CENSUS RECORD - SORTED WARD/ROOM/BED BY DATA COLLECTIONS
       COPY PATDALY.

      ****** VSAM MASTER VIEW - EXPECTED-DISCHARGE-DATE IS ON HERE
       COPY PATMSTR.

      ****** STEP COUNT INTERFACE READ BY THE NIGHTRUN CYCLE DRIVER
       COPY RUNCOUNT.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-CENSUS
                      OR TRAILER-REC IN INPATIENT-DAILY-REC.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "DISCFCST HOUSEKEEPING".
           OPEN INPUT PATSRCH, BEDSTAT.
           OPEN INPUT PATMSTR.
           OPEN OUTPUT DCFRPT.

           INITIALIZE COUNTERS-AND-ACCUMULATORS.
      *    Under the nightly driver "tomorrow" is the day after the
      *    cycle's business date; standalone runs use the machine date
           IF CYCLE-BUSINESS-DATE NUMERIC
               MOVE CYCLE-BUSINESS-DATE TO WS-RUN-YYYYMMDD
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
           MOVE WS-RUN-YYYYMMDD TO RUN-YYYYMMDD.
           COMPUTE RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (RUN-YYYYMMDD).
           COMPUTE TOMORROW-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (RUN-DAY-NUM + 1).
           MOVE TOMORROW-YYYYMMDD TO TOMORROW-X8.

           MOVE WS-RUN-YYYYMMDD (1:4)        TO RUN-DATE-X10 (1:4).
           MOVE "-"                          TO RUN-DATE-X10 (5:1).
           MOVE WS-RUN-YYYYMMDD (5:2)        TO RUN-DATE-X10 (6:2).
           MOVE "-"                          TO RUN-DATE-X10 (8:1).
           MOVE WS-RUN-YYYYMMDD (7:2)        TO RUN-DATE-X10 (9:2).
           MOVE TOMORROW-X8 (1:4)            TO TOMORROW-DATE-X10 (1:4).
           MOVE "-"                          TO TOMORROW-DATE-X10 (5:1).
           MOVE TOMORROW-X8 (5:2)            TO TOMORROW-DATE-X10 (6:2).
           MOVE "-"                          TO TOMORROW-DATE-X10 (8:1).
           MOVE TOMORROW-X8 (7:2)            TO TOMORROW-DATE-X10 (9:2).
           MOVE RUN-DATE-X10                 TO HDR-DATE.
           MOVE TOMORROW-DATE-X10            TO HDR-FORECAST-DATE.
           WRITE RPT-REC FROM WS-HDR-REC.

           PERFORM 300-LOAD-BEDSTAT THRU 300-EXIT
               UNTIL NO-MORE-BEDSTAT.

           READ PATSRCH INTO INPATIENT-DAILY-REC
               AT END
               MOVE 'N' TO MORE-CENSUS-SW
               GO TO 000-EXIT
           END-READ
           ADD +1 TO CENSUS-RECS-READ.
       000-EXIT.
           EXIT.

       100-MAINLINE.
      *  Transfer records are census adjustments, not bed detail
           IF TRANSFER-REC IN INPATIENT-DAILY-REC
               GO TO 190-READ-NEXT.
           PERFORM 400-FORECAST-PATIENT THRU 400-EXIT.

       190-READ-NEXT.
           READ PATSRCH INTO INPATIENT-DAILY-REC
               AT END MOVE "N" TO MORE-CENSUS-SW
               GO TO 100-EXIT
           END-READ
           ADD +1 TO CENSUS-RECS-READ.
       100-EXIT.
           EXIT.

       300-LOAD-BEDSTAT.
      *  Only clean beds count toward tomorrow's capacity
           READ BEDSTAT INTO BED-STATUS-REC
               AT END
               MOVE 'N' TO MORE-BEDSTAT-SW
               GO TO 300-EXIT
           END-READ
           MOVE BS-WARD-ID (1:4) TO WS-WARD-ID-X.
           PERFORM 500-FIND-WARD THRU 500-EXIT.
           IF WARD-SUB = +0
               GO TO 300-EXIT.
           IF BS-CLEAN
               ADD +1 TO WF-SERVICEABLE (WARD-SUB).
       300-EXIT.
           EXIT.

       400-FORECAST-PATIENT.
           ADD +1 TO PATIENTS-IN-HOUSE.
           MOVE WARD-NBR IN INPATIENT-DAILY-REC TO WS-WARD-ID-X.
           PERFORM 500-FIND-WARD THRU 500-EXIT.
           IF WARD-SUB > +0
               ADD +1 TO WF-IN-HOUSE (WARD-SUB).

           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO PATMSTR-KEY.
           READ PATMSTR
               INVALID KEY
                   NEXT SENTENCE.
           IF NOT PMCODE-GOOD
               ADD +1 TO MASTER-NOT-FOUND
               GO TO 400-EXIT.
           MOVE PATMSTR-REC TO PATIENT-MASTER-REC.
           IF EXPECTED-DISCHARGE-DATE = SPACES
               ADD +1 TO NO-EXPECTED-DATE
               GO TO 400-EXIT.

      *  Out tomorrow counts toward the ward's free beds; a date
      *  before today means the discharge never came through
           IF EXPECTED-DISCHARGE-DATE = TOMORROW-DATE-X10
               MOVE "EXPECTED OUT TOMORROW" TO FCST-STATUS-O
               ADD +1 TO EXPECTED-TOMORROW
               IF WARD-SUB > +0
                   ADD +1 TO WF-EXPECTED-OUT (WARD-SUB)
               END-IF
           ELSE
           IF EXPECTED-DISCHARGE-DATE < RUN-DATE-X10
               MOVE "*** OVERDUE - UPDATE DATE OR DISCHARGE"
                                            TO FCST-STATUS-O
               ADD +1 TO OVERDUE-COUNT
               IF WARD-SUB > +0
                   ADD +1 TO WF-OVERDUE (WARD-SUB)
               END-IF
           ELSE
               GO TO 400-EXIT.

           IF WARD-NBR IN INPATIENT-DAILY-REC NOT = HOLD-WARD-NBR
               MOVE WARD-NBR IN INPATIENT-DAILY-REC
                                   TO HOLD-WARD-NBR, FCST-WARD-O
               WRITE RPT-REC FROM WS-WARD-HDR-REC.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC    TO FCST-PATIENT-O.
           MOVE ROOM-IDENTITY IN INPATIENT-DAILY-REC TO FCST-ROOM-O.
           MOVE BED-IDENTITY IN INPATIENT-DAILY-REC  TO FCST-BED-O.
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC     TO FCST-ADMIT-O.
           MOVE EXPECTED-DISCHARGE-DATE              TO FCST-EXPECTED-O.
           WRITE RPT-REC FROM WS-PATIENT-LINE.
       400-EXIT.
           EXIT.

       500-FIND-WARD.
      *  Ward lookup, adding the ward the first time it is seen
           MOVE +0 TO WARD-SUB.
           SET WARD-IDX TO 1.
           SEARCH WARD-FORECAST-ENTRY
               AT END
                   DISPLAY "*** DISCFCST WARD TABLE FULL"
                   GO TO 500-EXIT
               WHEN WARD-IDX > WARD-COUNT
                   ADD +1 TO WARD-COUNT
                   SET WARD-IDX TO WARD-COUNT
                   MOVE WS-WARD-ID-X TO WF-WARD-ID (WARD-IDX)
                   MOVE +0 TO WF-SERVICEABLE (WARD-IDX),
                              WF-IN-HOUSE (WARD-IDX),
                              WF-EXPECTED-OUT (WARD-IDX),
                              WF-OVERDUE (WARD-IDX)
                   SET WARD-SUB TO WARD-IDX
               WHEN WF-WARD-ID (WARD-IDX) = WS-WARD-ID-X
                   SET WARD-SUB TO WARD-IDX
           END-SEARCH.
       500-EXIT.
           EXIT.

       600-PRINT-WARD-SUMMARY.
           MOVE WF-WARD-ID (WARD-SUB)      TO SUM-WARD-O.
           MOVE WF-SERVICEABLE (WARD-SUB)  TO SUM-SERVICEABLE-O.
           MOVE WF-IN-HOUSE (WARD-SUB)     TO SUM-IN-HOUSE-O.
           MOVE WF-EXPECTED-OUT (WARD-SUB) TO SUM-EXPECTED-O.
           MOVE WF-OVERDUE (WARD-SUB)      TO SUM-OVERDUE-O.
           COMPUTE PROJECTED-FREE = WF-SERVICEABLE (WARD-SUB)
                                  - WF-IN-HOUSE (WARD-SUB)
                                  + WF-EXPECTED-OUT (WARD-SUB).
           MOVE PROJECTED-FREE             TO SUM-PROJECTED-O.
           WRITE RPT-REC FROM WS-SUMMARY-LINE.
       600-EXIT.
           EXIT.

       200-CLEANUP.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-SUMMARY-HDR-REC.
           WRITE RPT-REC FROM WS-SUMMARY-COL-HDR-REC.
           PERFORM 600-PRINT-WARD-SUMMARY THRU 600-EXIT
               VARYING WARD-SUB FROM +1 BY +1
               UNTIL WARD-SUB > WARD-COUNT.

           MOVE PATIENTS-IN-HOUSE  TO IN-HOUSE-OUT.
           MOVE EXPECTED-TOMORROW  TO EXPECTED-OUT.
           MOVE OVERDUE-COUNT      TO OVERDUE-OUT.
           MOVE NO-EXPECTED-DATE   TO NO-DATE-OUT.
           MOVE MASTER-NOT-FOUND   TO NOT-FOUND-OUT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE PATSRCH, BEDSTAT, PATMSTR, DCFRPT.
           MOVE CENSUS-RECS-READ   TO CYCLE-STEP-RECORDS-IN.
           MOVE EXPECTED-TOMORROW  TO CYCLE-STEP-RECORDS-OUT.
           ADD OVERDUE-COUNT       TO CYCLE-STEP-RECORDS-OUT.
           DISPLAY "NORMAL END OF JOB DISCFCST".
       200-EXIT.
           EXIT.
