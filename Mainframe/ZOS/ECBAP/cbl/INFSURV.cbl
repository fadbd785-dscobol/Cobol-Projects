       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INFSURV.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          INFECTION-CONTROL CLUSTER SURVEILLANCE BY WARD.
      *
      *          ALERTRPT SHOWS WHO IS IN ISOLATION TONIGHT, BUT AN
      *          OUTBREAK ONLY SHOWS UP OVER A NUMBER OF DAYS.  THIS
      *          NIGHTLY RUN KEEPS A ROLLING HISTORY OF EVERY
      *          ISOLATION-REQD PATIENT ON DDS0001.PATMASTR, PLACED BY
      *          THE PATSRCH WARD/ROOM/BED CENSUS.  THE PRIOR HISTORY
      *          IS CARRIED FORWARD LESS ANYTHING OLDER THAN BOTH THE
      *          ALERT WINDOW AND THE TREND PERIOD, TONIGHT'S CENSUS
      *          ENTRIES ARE ADDED (A RERUN FOR THE SAME BUSINESS DATE
      *          REPLACES THAT DAY'S ENTRIES) AND THE RESULT IS WRITTEN
      *          IN WARD / PATIENT / DATE ORDER AS THE NEW GENERATION.
      *
      *          A CASE IS A DISTINCT PATIENT IN ISOLATION ON THE WARD
      *          AT ANY TIME IN THE ALERT WINDOW.  A WARD IS ALERTED
      *          WHEN ITS CASES EXCEED THE WARD LIMIT, AND A WARD AND
      *          DIAGNOSIS GROUP ARE ALERTED WHEN THE CASES SHARING THE
      *          SAME LEADING CHARACTERS OF DIAGNOSTIC-CODE-PRIMARY
      *          EXCEED THE DIAGNOSIS LIMIT.  THE REPORT THEN TRENDS
      *          EACH WARD WEEK BY WEEK (MONDAY TO SUNDAY) - PATIENTS
      *          IN ISOLATION AND ISOLATION PATIENT-DAYS.
      *
      *          JCL PARM (ALL OPTIONAL, ZERO OR BLANK TAKES DEFAULT):
      *             COLS 1-3   ALERT WINDOW IN DAYS         DEFAULT 014
      *             COLS 4-6   WARD CASE LIMIT              DEFAULT 003
      *             COLS 7-9   DIAGNOSIS PREFIX CASE LIMIT  DEFAULT 002
      *             COL  10    DIAGNOSIS PREFIX LENGTH 1-5  DEFAULT 3
      *
      ******************************************************************

             CENSUS FILE             -   DDS0001.PATSRCH

             VSAM MASTER FILE        -   DDS0001.PATMASTR

             PRIOR ISOLATION HISTORY -   DDS0001.ISOLHIST

             SORT WORK FILE          -   SORTWK01

             NEW ISOLATION HISTORY   -   DDS0001.ISOLHISN

             SURVEILLANCE REPORT     -   INFRPT

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

           SELECT ISOLHIST
           ASSIGN TO UT-S-ISOLHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IHCODE.

           SELECT SORTFILE
           ASSIGN TO SORTWK01.

           SELECT ISOLHISN
           ASSIGN TO UT-S-ISOLHISN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS INCODE.

           SELECT INFRPT
           ASSIGN TO UT-S-INFRPT
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

       FD  ISOLHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISOLHIST-REC.
       01  ISOLHIST-REC  PIC X(40).

       SD  SORTFILE.
       01  SORT-REC.
           05  SRT-WARD-NBR            PIC 9(04).
           05  SRT-PATIENT-ID          PIC 9(06).
           05  SRT-CENSUS-DATE         PIC X(08).
           05  FILLER                  PIC X(22).

       FD  ISOLHISN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISOLHISN-REC.
       01  ISOLHISN-REC  PIC X(40).

       FD  INFRPT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

      ****** VSAM PATIENT MASTER - READ FOR THE ISOLATION FLAG
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
           05  IHCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  INCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PMCODE                  PIC X(2).
               88 PMCODE-GOOD        VALUE "00".
               88 PMCODE-NOT-FOUND   VALUE "23".

       01  FLAGS-AND-SWITCHES.
           05 MORE-CENSUS-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-CENSUS        VALUE "N".
           05 MORE-HISTORY-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-HISTORY       VALUE "N".
           05 MORE-SORT-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-SORT-RECS     VALUE "N".
           05 FIRST-SORT-REC-SW        PIC X(01) VALUE "Y".
              88 FIRST-SORT-REC        VALUE "Y".
           05 PAT-IN-WINDOW-SW         PIC X(01) VALUE "N".
              88 PAT-IN-WINDOW         VALUE "Y".
           05 SORT-ABORT-SW            PIC X(01) VALUE "N".
              88 SORT-ABORTED          VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 CENSUS-RECS-READ         PIC 9(7) COMP.
           05 MASTER-NOT-FOUND         PIC 9(7) COMP.
           05 ISOLATION-ADDED          PIC 9(7) COMP.
           05 HISTORY-READ             PIC 9(7) COMP.
           05 HISTORY-AGED-OFF         PIC 9(7) COMP.
           05 HISTORY-REPLACED         PIC 9(7) COMP.
           05 HISTORY-WRITTEN          PIC 9(7) COMP.
           05 WARD-ALERTS              PIC 9(5) COMP.
           05 PREFIX-ALERTS            PIC 9(5) COMP.

      ****** SURVEILLANCE PARAMETERS - DEFAULTS, OVERRIDDEN BY PARM
       77  ALERT-WINDOW-DAYS           PIC S9(3) COMP VALUE +14.
       77  WARD-CASE-LIMIT             PIC S9(3) COMP VALUE +3.
       77  PREFIX-CASE-LIMIT           PIC S9(3) COMP VALUE +2.
       77  DIAG-PREFIX-LENGTH          PIC S9(1) COMP VALUE +3.
      ****** WEEKS OF TREND PRINTED - HISTORY IS KEPT AT LEAST THIS LONG
       77  TREND-WEEKS                 PIC S9(3) COMP VALUE +8.

       01  WS-RUN-PARM                 PIC X(10) VALUE SPACES.
       01  WS-PARM-FIELDS REDEFINES WS-RUN-PARM.
           05  PARM-WINDOW-DAYS        PIC 9(03).
           05  PARM-WARD-LIMIT         PIC 9(03).
           05  PARM-PREFIX-LIMIT       PIC 9(03).
           05  PARM-PREFIX-LENGTH      PIC 9(01).

       01  DATE-WORK-FIELDS.
           05  RUN-YYYYMMDD            PIC 9(08).
           05  RUN-DAY-NUM             PIC S9(7) COMP.
           05  RUN-WEEK-NUM            PIC S9(7) COMP.
           05  WINDOW-START-DAY-NUM    PIC S9(7) COMP.
           05  RETAIN-DAYS             PIC S9(5) COMP.
           05  CUTOFF-DAY-NUM          PIC S9(7) COMP.
           05  CUTOFF-YYYYMMDD         PIC 9(08).
           05  CUTOFF-DATE-X8          PIC X(08).
           05  ENTRY-YYYYMMDD          PIC 9(08).
           05  ENTRY-DAY-NUM           PIC S9(7) COMP.
           05  ENTRY-WEEK-NUM          PIC S9(7) COMP.
           05  WEEK-START-DAY-NUM      PIC S9(7) COMP.
           05  WEEK-START-YYYYMMDD     PIC 9(08).
           05  WEEK-START-X8           PIC X(08).

       77  WS-RUN-YYYYMMDD             PIC X(08) VALUE SPACES.

      ****** CONTROL-BREAK HOLD AREAS FOR THE SORTED HISTORY
       01  HOLD-FIELDS.
           05  HOLD-WARD-NBR           PIC 9(04).
           05  HOLD-PATIENT-ID         PIC 9(06).
           05  PAT-DIAG-PREFIX         PIC X(05).
           05  PAT-WEEK-SEEN-SW        PIC X(01) OCCURS 13 TIMES.

      ****** ONE ENTRY PER WARD IN THE HISTORY - CASES IN THE ALERT
      ****** WINDOW AND THE WEEKLY TREND.  WEEK 1 IS THE OLDEST,
      ****** WEEK TREND-WEEKS THE WEEK HOLDING THE BUSINESS DATE
       77  WARD-TABLE-MAX              PIC S9(4) COMP VALUE +200.
       77  WARD-COUNT                  PIC S9(4) COMP VALUE +0.
       01  WARD-SURVEILLANCE-TABLE.
           05  WARD-SURV-ENTRY OCCURS 200 TIMES
                               INDEXED BY WARD-IDX.
               10  SURV-WARD-NBR       PIC 9(04).
               10  SURV-WINDOW-CASES   PIC S9(5) COMP.
               10  SURV-WEEK OCCURS 13 TIMES.
                   15  SURV-WEEK-PATIENTS  PIC S9(5) COMP.
                   15  SURV-WEEK-PAT-DAYS  PIC S9(5) COMP.

      ****** DIAGNOSIS PREFIXES SEEN ON THE CURRENT WARD IN THE WINDOW
       77  PREFIX-TABLE-MAX            PIC S9(4) COMP VALUE +100.
       77  PREFIX-COUNT                PIC S9(4) COMP VALUE +0.
       01  WARD-PREFIX-TABLE.
           05  WARD-PREFIX-ENTRY OCCURS 100 TIMES
                                 INDEXED BY PREFIX-IDX.
               10  WP-DIAG-PREFIX      PIC X(05).
               10  WP-CASES            PIC S9(5) COMP.

      ****** WARD/DIAGNOSIS-PREFIX CLUSTERS OVER THE LIMIT
       77  CLUSTER-TABLE-MAX           PIC S9(4) COMP VALUE +500.
       77  CLUSTER-COUNT               PIC S9(4) COMP VALUE +0.
       01  PREFIX-CLUSTER-TABLE.
           05  PREFIX-CLUSTER-ENTRY OCCURS 500 TIMES
                                    INDEXED BY CLUSTER-IDX.
               10  PC-WARD-NBR         PIC 9(04).
               10  PC-DIAG-PREFIX      PIC X(05).
               10  PC-CASES            PIC S9(5) COMP.

       77  WEEK-SUB                    PIC S9(4) COMP.

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
           "INFECTION-CONTROL CLUSTER SURVEILLANCE".
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-PARM-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(15) VALUE
           "Alert window: ".
           05  PARM-WINDOW-O           PIC ZZ9.
           05  FILLER                  PIC X(20) VALUE
           " days  Ward limit: ".
           05  PARM-WARD-LIMIT-O       PIC ZZ9.
           05  FILLER                  PIC X(22) VALUE
           "  Diagnosis limit: ".
           05  PARM-PREFIX-LIMIT-O     PIC ZZ9.
           05  FILLER                  PIC X(17) VALUE
           "  Prefix chars: ".
           05  PARM-PREFIX-LENGTH-O    PIC 9.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-SECTION-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  SECTION-TITLE-O         PIC X(60).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-WARD-ALERT-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "WARD-ID:".
           05  WA-WARD-O               PIC 9(4).
           05  FILLER                  PIC X(28) VALUE
           "  ISOLATION CASES IN WINDOW:".
           05  WA-CASES-O              PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE "  LIMIT:".
           05  WA-LIMIT-O              PIC ZZ9.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-PREFIX-ALERT-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "WARD-ID:".
           05  PA-WARD-O               PIC 9(4).
           05  FILLER                  PIC X(20) VALUE
           "  DIAGNOSIS PREFIX:".
           05  PA-PREFIX-O             PIC X(5).
           05  FILLER                  PIC X(9) VALUE "  CASES:".
           05  PA-CASES-O              PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE "  LIMIT:".
           05  PA-LIMIT-O              PIC ZZ9.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-NO-ALERT-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
           "NO CLUSTERS OVER LIMIT".
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-COL-HDR-REC.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "WARD-ID".
           05  FILLER                  PIC X(13) VALUE "WEEK OF".
           05  FILLER                  PIC X(10) VALUE "PATIENTS".
           05  FILLER                  PIC X(12) VALUE "PATIENT-DAYS".
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-TREND-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TR-WARD-O               PIC 9(4).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  TR-WEEK-OF-O            PIC X(10).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  TR-PATIENTS-O           PIC ZZZZ9.
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  TR-PAT-DAYS-O           PIC ZZZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(13)
                  VALUE "Census read: ".
           05  CENSUS-OUT              PIC Z(6).
           05  FILLER                  PIC X(16)
                  VALUE " In isolation: ".
           05  ISOLATION-OUT           PIC Z(6).
           05  FILLER                  PIC X(14)
                  VALUE " Ward alerts: ".
           05  WARD-ALERTS-OUT         PIC Z(4).
           05  FILLER                  PIC X(19)
                  VALUE " Diagnosis alerts: ".
           05  PREFIX-ALERTS-OUT       PIC Z(4).
           05  FILLER                  PIC X(13)
                  VALUE " No master: ".
           05  NOT-FOUND-OUT           PIC Z(6).
           05  FILLER                  PIC X(32) VALUE SPACES.

      ****** CENSUS RECORD - SORTED WARD/ROOM/BED BY DATA COLLECTIONS
       COPY PATDALY.

      ****** VSAM MASTER VIEW - PATIENT-ALERT-FLAGS ARE ON HERE
       COPY PATMSTR.

       COPY ISOLHIST.

      ****** STEP COUNT INTERFACE READ BY THE NIGHTRUN CYCLE DRIVER
       COPY RUNCOUNT.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           SORT SORTFILE
               ON ASCENDING KEY SRT-WARD-NBR
               ON ASCENDING KEY SRT-PATIENT-ID
               ON ASCENDING KEY SRT-CENSUS-DATE
               INPUT PROCEDURE IS 100-RELEASE-HISTORY
                                  THRU 100-RELEASE-EXIT
               OUTPUT PROCEDURE IS 300-WRITE-HISTORY
                                  THRU 300-WRITE-EXIT.
      *  A table overflow inside the output procedure ends the sort
      *  normally and stops the run here
           IF SORT-ABORTED
               CLOSE INFRPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
           PERFORM 600-PRINT-ALERTS THRU 600-EXIT.
           PERFORM 700-PRINT-TREND THRU 700-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "INFSURV HOUSEKEEPING".
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF PARM-WINDOW-DAYS NUMERIC AND PARM-WINDOW-DAYS > 0
              MOVE PARM-WINDOW-DAYS TO ALERT-WINDOW-DAYS.
           IF PARM-WARD-LIMIT NUMERIC AND PARM-WARD-LIMIT > 0
              MOVE PARM-WARD-LIMIT TO WARD-CASE-LIMIT.
           IF PARM-PREFIX-LIMIT NUMERIC AND PARM-PREFIX-LIMIT > 0
              MOVE PARM-PREFIX-LIMIT TO PREFIX-CASE-LIMIT.
           IF PARM-PREFIX-LENGTH NUMERIC
              AND PARM-PREFIX-LENGTH > 0 AND PARM-PREFIX-LENGTH < 6
              MOVE PARM-PREFIX-LENGTH TO DIAG-PREFIX-LENGTH.

      *    Under the nightly driver the census is dated with the
      *    cycle's business date; standalone runs use the machine date
           IF CYCLE-BUSINESS-DATE NUMERIC
               MOVE CYCLE-BUSINESS-DATE TO WS-RUN-YYYYMMDD
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
           MOVE WS-RUN-YYYYMMDD TO RUN-YYYYMMDD.
           COMPUTE RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (RUN-YYYYMMDD).
      *    Day 1 (01/01/1601) was a Monday, so weeks run Monday-Sunday
           COMPUTE RUN-WEEK-NUM = (RUN-DAY-NUM - 1) / 7.
           COMPUTE WINDOW-START-DAY-NUM =
               RUN-DAY-NUM - ALERT-WINDOW-DAYS + 1.

      *    Keep enough history for the longer of the window and the
      *    trend, measured back to the Monday of the oldest week
           COMPUTE RETAIN-DAYS = RUN-DAY-NUM
               - ((RUN-WEEK-NUM - TREND-WEEKS + 1) * 7 + 1).
           IF ALERT-WINDOW-DAYS > RETAIN-DAYS
               MOVE ALERT-WINDOW-DAYS TO RETAIN-DAYS.
           COMPUTE CUTOFF-DAY-NUM = RUN-DAY-NUM - RETAIN-DAYS.
           COMPUTE CUTOFF-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (CUTOFF-DAY-NUM).
           MOVE CUTOFF-YYYYMMDD TO CUTOFF-DATE-X8.
           DISPLAY "ISOLATION HISTORY KEPT FROM " CUTOFF-DATE-X8.

           OPEN OUTPUT INFRPT.
           MOVE WS-RUN-YYYYMMDD (1:4)        TO HDR-DATE (1:4).
           MOVE "-"                          TO HDR-DATE (5:1).
           MOVE WS-RUN-YYYYMMDD (5:2)        TO HDR-DATE (6:2).
           MOVE "-"                          TO HDR-DATE (8:1).
           MOVE WS-RUN-YYYYMMDD (7:2)        TO HDR-DATE (9:2).
           WRITE RPT-REC FROM WS-HDR-REC.
           MOVE ALERT-WINDOW-DAYS  TO PARM-WINDOW-O.
           MOVE WARD-CASE-LIMIT    TO PARM-WARD-LIMIT-O.
           MOVE PREFIX-CASE-LIMIT  TO PARM-PREFIX-LIMIT-O.
           MOVE DIAG-PREFIX-LENGTH TO PARM-PREFIX-LENGTH-O.
           WRITE RPT-REC FROM WS-PARM-HDR-REC.
       000-EXIT.
           EXIT.

       100-RELEASE-HISTORY.
           OPEN INPUT ISOLHIST, PATSRCH, PATMSTR.
           PERFORM 110-CARRY-HISTORY THRU 110-EXIT
               UNTIL NO-MORE-HISTORY.
           PERFORM 150-ADD-CENSUS THRU 150-EXIT
               UNTIL NO-MORE-CENSUS.
           CLOSE ISOLHIST, PATSRCH, PATMSTR.
       100-RELEASE-EXIT.
           EXIT.

       110-CARRY-HISTORY.
           READ ISOLHIST INTO ISOLATION-HISTORY-REC
               AT END
               MOVE "N" TO MORE-HISTORY-SW
               GO TO 110-EXIT
           END-READ
           ADD +1 TO HISTORY-READ.
           IF IH-CENSUS-DATE < CUTOFF-DATE-X8
               ADD +1 TO HISTORY-AGED-OFF
               GO TO 110-EXIT.
      *  Tonight's census is taken again below - a rerun must not
      *  count the same day twice
           IF IH-CENSUS-DATE NOT < WS-RUN-YYYYMMDD
               ADD +1 TO HISTORY-REPLACED
               GO TO 110-EXIT.
           RELEASE SORT-REC FROM ISOLATION-HISTORY-REC.
       110-EXIT.
           EXIT.

       150-ADD-CENSUS.
           READ PATSRCH INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-CENSUS-SW
               GO TO 150-EXIT
           END-READ
           ADD +1 TO CENSUS-RECS-READ.
      *  Transfer records are census adjustments, not bed detail
           IF TRAILER-REC IN INPATIENT-DAILY-REC
               MOVE "N" TO MORE-CENSUS-SW
               GO TO 150-EXIT.
           IF TRANSFER-REC IN INPATIENT-DAILY-REC
               GO TO 150-EXIT.

           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO PATMSTR-KEY.
           READ PATMSTR
               INVALID KEY
                   NEXT SENTENCE.
           IF NOT PMCODE-GOOD
               ADD +1 TO MASTER-NOT-FOUND
               GO TO 150-EXIT.
           MOVE PATMSTR-REC TO PATIENT-MASTER-REC.
           IF NOT ISOLATION-REQD
               GO TO 150-EXIT.

           MOVE SPACES             TO ISOLATION-HISTORY-REC.
           MOVE WARD-NBR IN INPATIENT-DAILY-REC     TO IH-WARD-NBR.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC   TO IH-PATIENT-ID.
           MOVE WS-RUN-YYYYMMDD                     TO IH-CENSUS-DATE.
           MOVE ROOM-IDENTITY IN INPATIENT-DAILY-REC
                                                 TO IH-ROOM-IDENTITY.
           MOVE BED-IDENTITY IN INPATIENT-DAILY-REC TO IH-BED-IDENTITY.
           MOVE DIAGNOSTIC-CODE-PRIMARY          TO IH-DIAGNOSTIC-CODE.
           RELEASE SORT-REC FROM ISOLATION-HISTORY-REC.
           ADD +1 TO ISOLATION-ADDED.
       150-EXIT.
           EXIT.

       300-WRITE-HISTORY.
           OPEN OUTPUT ISOLHISN.
           PERFORM 310-WRITE-ONE-ENTRY THRU 310-EXIT
               UNTIL NO-MORE-SORT-RECS OR SORT-ABORTED.
           IF NOT FIRST-SORT-REC AND NOT SORT-ABORTED
               PERFORM 400-END-OF-PATIENT THRU 400-EXIT
               PERFORM 450-END-OF-WARD THRU 450-EXIT.
           CLOSE ISOLHISN.
       300-WRITE-EXIT.
           EXIT.

       310-WRITE-ONE-ENTRY.
           RETURN SORTFILE INTO ISOLATION-HISTORY-REC
               AT END
               MOVE "N" TO MORE-SORT-SW
               GO TO 310-EXIT
           END-RETURN
           WRITE ISOLHISN-REC FROM ISOLATION-HISTORY-REC.
           ADD +1 TO HISTORY-WRITTEN.

           IF FIRST-SORT-REC
               MOVE "N" TO FIRST-SORT-REC-SW
               PERFORM 420-START-WARD THRU 420-EXIT
               PERFORM 410-START-PATIENT THRU 410-EXIT
           ELSE
           IF IH-WARD-NBR NOT = HOLD-WARD-NBR
               PERFORM 400-END-OF-PATIENT THRU 400-EXIT
               PERFORM 450-END-OF-WARD THRU 450-EXIT
               PERFORM 420-START-WARD THRU 420-EXIT
               PERFORM 410-START-PATIENT THRU 410-EXIT
           ELSE
           IF IH-PATIENT-ID NOT = HOLD-PATIENT-ID
               PERFORM 400-END-OF-PATIENT THRU 400-EXIT
               PERFORM 410-START-PATIENT THRU 410-EXIT.

           IF SORT-ABORTED
               GO TO 310-EXIT.
           PERFORM 350-TALLY-ENTRY THRU 350-EXIT.
       310-EXIT.
           EXIT.

       350-TALLY-ENTRY.
      *  Every entry is one isolation patient-day in its week; the
      *  latest diagnosis inside the window groups the patient's case
           MOVE IH-CENSUS-DATE TO ENTRY-YYYYMMDD.
           COMPUTE ENTRY-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (ENTRY-YYYYMMDD).
           IF ENTRY-DAY-NUM NOT < WINDOW-START-DAY-NUM
               MOVE "Y" TO PAT-IN-WINDOW-SW
               MOVE SPACES TO PAT-DIAG-PREFIX
               MOVE IH-DIAGNOSTIC-CODE (1:DIAG-PREFIX-LENGTH)
                                 TO PAT-DIAG-PREFIX.
           COMPUTE ENTRY-WEEK-NUM = (ENTRY-DAY-NUM - 1) / 7.
           COMPUTE WEEK-SUB = TREND-WEEKS
                            - (RUN-WEEK-NUM - ENTRY-WEEK-NUM).
           IF WEEK-SUB < 1 OR WEEK-SUB > TREND-WEEKS
               GO TO 350-EXIT.
           ADD +1 TO SURV-WEEK-PAT-DAYS (WARD-IDX, WEEK-SUB).
           MOVE "Y" TO PAT-WEEK-SEEN-SW (WEEK-SUB).
       350-EXIT.
           EXIT.

       400-END-OF-PATIENT.
           MOVE +1 TO WEEK-SUB.
           PERFORM 405-COUNT-PATIENT-WEEK THRU 405-EXIT
               UNTIL WEEK-SUB > TREND-WEEKS.
           IF NOT PAT-IN-WINDOW
               GO TO 400-EXIT.
           ADD +1 TO SURV-WINDOW-CASES (WARD-IDX).

           SET PREFIX-IDX TO 1.
           SEARCH WARD-PREFIX-ENTRY
               AT END
                   PERFORM 430-ADD-PREFIX THRU 430-EXIT
               WHEN PREFIX-IDX > PREFIX-COUNT
                   PERFORM 430-ADD-PREFIX THRU 430-EXIT
               WHEN WP-DIAG-PREFIX (PREFIX-IDX) = PAT-DIAG-PREFIX
                   ADD +1 TO WP-CASES (PREFIX-IDX)
           END-SEARCH.
       400-EXIT.
           EXIT.

       405-COUNT-PATIENT-WEEK.
           IF PAT-WEEK-SEEN-SW (WEEK-SUB) = "Y"
               ADD +1 TO SURV-WEEK-PATIENTS (WARD-IDX, WEEK-SUB).
           ADD +1 TO WEEK-SUB.
       405-EXIT.
           EXIT.

       410-START-PATIENT.
           MOVE IH-PATIENT-ID TO HOLD-PATIENT-ID.
           MOVE "N"           TO PAT-IN-WINDOW-SW.
           MOVE SPACES        TO PAT-DIAG-PREFIX.
           MOVE +1 TO WEEK-SUB.
           PERFORM 415-CLEAR-PATIENT-WEEK THRU 415-EXIT
               UNTIL WEEK-SUB > 13.
       410-EXIT.
           EXIT.

       415-CLEAR-PATIENT-WEEK.
           MOVE "N" TO PAT-WEEK-SEEN-SW (WEEK-SUB).
           ADD +1 TO WEEK-SUB.
       415-EXIT.
           EXIT.

       420-START-WARD.
           IF WARD-COUNT NOT < WARD-TABLE-MAX
               DISPLAY "*** WARD SURVEILLANCE TABLE FULL - "
                       WARD-TABLE-MAX " ENTRIES"
               MOVE "Y" TO SORT-ABORT-SW
               GO TO 420-EXIT.
           ADD +1 TO WARD-COUNT.
           SET WARD-IDX TO WARD-COUNT.
           INITIALIZE WARD-SURV-ENTRY (WARD-IDX).
           MOVE IH-WARD-NBR TO SURV-WARD-NBR (WARD-IDX), HOLD-WARD-NBR.
           MOVE +0 TO PREFIX-COUNT.
       420-EXIT.
           EXIT.

       430-ADD-PREFIX.
           IF PREFIX-COUNT NOT < PREFIX-TABLE-MAX
               DISPLAY "*** WARD PREFIX TABLE FULL - "
                       PREFIX-TABLE-MAX " ENTRIES"
               MOVE "Y" TO SORT-ABORT-SW
               GO TO 430-EXIT.
           ADD +1 TO PREFIX-COUNT.
           SET PREFIX-IDX TO PREFIX-COUNT.
           MOVE PAT-DIAG-PREFIX TO WP-DIAG-PREFIX (PREFIX-IDX).
           MOVE +1              TO WP-CASES (PREFIX-IDX).
       430-EXIT.
           EXIT.

       450-END-OF-WARD.
      *  Keep the diagnosis groups over the limit for the alert list
           SET PREFIX-IDX TO 1.
           PERFORM 460-CHECK-PREFIX THRU 460-EXIT
               UNTIL PREFIX-IDX > PREFIX-COUNT OR SORT-ABORTED.
       450-EXIT.
           EXIT.

       460-CHECK-PREFIX.
           IF WP-DIAG-PREFIX (PREFIX-IDX) = SPACES
              OR WP-CASES (PREFIX-IDX) NOT > PREFIX-CASE-LIMIT
               GO TO 460-NEXT.
           IF CLUSTER-COUNT NOT < CLUSTER-TABLE-MAX
               DISPLAY "*** PREFIX CLUSTER TABLE FULL - "
                       CLUSTER-TABLE-MAX " ENTRIES"
               MOVE "Y" TO SORT-ABORT-SW
               GO TO 460-EXIT.
           ADD +1 TO CLUSTER-COUNT.
           SET CLUSTER-IDX TO CLUSTER-COUNT.
           MOVE HOLD-WARD-NBR     TO PC-WARD-NBR (CLUSTER-IDX).
           MOVE WP-DIAG-PREFIX (PREFIX-IDX)
                                  TO PC-DIAG-PREFIX (CLUSTER-IDX).
           MOVE WP-CASES (PREFIX-IDX) TO PC-CASES (CLUSTER-IDX).
       460-NEXT.
           SET PREFIX-IDX UP BY 1.
       460-EXIT.
           EXIT.

       600-PRINT-ALERTS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** CLUSTER ALERTS ***" TO SECTION-TITLE-O.
           WRITE RPT-REC FROM WS-SECTION-HDR-REC.
           SET WARD-IDX TO 1.
           PERFORM 610-CHECK-WARD THRU 610-EXIT
               UNTIL WARD-IDX > WARD-COUNT.
           SET CLUSTER-IDX TO 1.
           PERFORM 620-PRINT-CLUSTER THRU 620-EXIT
               UNTIL CLUSTER-IDX > CLUSTER-COUNT.
           IF WARD-ALERTS = 0 AND PREFIX-ALERTS = 0
               WRITE RPT-REC FROM WS-NO-ALERT-LINE.
       600-EXIT.
           EXIT.

       610-CHECK-WARD.
           IF SURV-WINDOW-CASES (WARD-IDX) > WARD-CASE-LIMIT
               MOVE SURV-WARD-NBR (WARD-IDX)     TO WA-WARD-O
               MOVE SURV-WINDOW-CASES (WARD-IDX) TO WA-CASES-O
               MOVE WARD-CASE-LIMIT              TO WA-LIMIT-O
               WRITE RPT-REC FROM WS-WARD-ALERT-LINE
               ADD +1 TO WARD-ALERTS.
           SET WARD-IDX UP BY 1.
       610-EXIT.
           EXIT.

       620-PRINT-CLUSTER.
           MOVE PC-WARD-NBR (CLUSTER-IDX)    TO PA-WARD-O.
           MOVE PC-DIAG-PREFIX (CLUSTER-IDX) TO PA-PREFIX-O.
           MOVE PC-CASES (CLUSTER-IDX)       TO PA-CASES-O.
           MOVE PREFIX-CASE-LIMIT            TO PA-LIMIT-O.
           WRITE RPT-REC FROM WS-PREFIX-ALERT-LINE.
           ADD +1 TO PREFIX-ALERTS.
           SET CLUSTER-IDX UP BY 1.
       620-EXIT.
           EXIT.

       700-PRINT-TREND.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "*** ISOLATION TREND BY WARD AND WEEK ***"
                                        TO SECTION-TITLE-O.
           WRITE RPT-REC FROM WS-SECTION-HDR-REC.
           WRITE RPT-REC FROM WS-COL-HDR-REC.
           SET WARD-IDX TO 1.
           PERFORM 710-PRINT-WARD-TREND THRU 710-EXIT
               UNTIL WARD-IDX > WARD-COUNT.
       700-EXIT.
           EXIT.

       710-PRINT-WARD-TREND.
           MOVE +1 TO WEEK-SUB.
           PERFORM 720-PRINT-WEEK THRU 720-EXIT
               UNTIL WEEK-SUB > TREND-WEEKS.
           SET WARD-IDX UP BY 1.
       710-EXIT.
           EXIT.

       720-PRINT-WEEK.
           COMPUTE WEEK-START-DAY-NUM =
               (RUN-WEEK-NUM - TREND-WEEKS + WEEK-SUB) * 7 + 1.
           COMPUTE WEEK-START-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (WEEK-START-DAY-NUM).
           MOVE WEEK-START-YYYYMMDD TO WEEK-START-X8.
           MOVE WEEK-START-X8 (1:4)         TO TR-WEEK-OF-O (1:4).
           MOVE "-"                         TO TR-WEEK-OF-O (5:1).
           MOVE WEEK-START-X8 (5:2)         TO TR-WEEK-OF-O (6:2).
           MOVE "-"                         TO TR-WEEK-OF-O (8:1).
           MOVE WEEK-START-X8 (7:2)         TO TR-WEEK-OF-O (9:2).
           MOVE SURV-WARD-NBR (WARD-IDX)    TO TR-WARD-O.
           MOVE SURV-WEEK-PATIENTS (WARD-IDX, WEEK-SUB)
                                            TO TR-PATIENTS-O.
           MOVE SURV-WEEK-PAT-DAYS (WARD-IDX, WEEK-SUB)
                                            TO TR-PAT-DAYS-O.
           WRITE RPT-REC FROM WS-TREND-LINE.
           ADD +1 TO WEEK-SUB.
       720-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE CENSUS-RECS-READ   TO CENSUS-OUT.
           MOVE ISOLATION-ADDED    TO ISOLATION-OUT.
           MOVE WARD-ALERTS        TO WARD-ALERTS-OUT.
           MOVE PREFIX-ALERTS      TO PREFIX-ALERTS-OUT.
           MOVE MASTER-NOT-FOUND   TO NOT-FOUND-OUT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE INFRPT.
           MOVE CENSUS-RECS-READ  TO CYCLE-STEP-RECORDS-IN.
           ADD HISTORY-READ       TO CYCLE-STEP-RECORDS-IN.
           MOVE HISTORY-WRITTEN   TO CYCLE-STEP-RECORDS-OUT.
           DISPLAY "INFSURV - HISTORY READ "  HISTORY-READ
                   " AGED OFF "               HISTORY-AGED-OFF
                   " REPLACED "               HISTORY-REPLACED.
           DISPLAY "INFSURV - CENSUS READ "   CENSUS-RECS-READ
                   " ISOLATION ADDED "        ISOLATION-ADDED
                   " HISTORY WRITTEN "        HISTORY-WRITTEN.
           DISPLAY "INFSURV - WARD ALERTS "   WARD-ALERTS
                   " DIAGNOSIS ALERTS "       PREFIX-ALERTS.
           DISPLAY "NORMAL END OF JOB INFSURV".
       999-EXIT.
           EXIT.
