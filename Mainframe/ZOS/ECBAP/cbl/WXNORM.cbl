       IDENTIFICATION DIVISION.
         PROGRAM-ID. WXNORM.
      * CLIMATOLOGICAL NORMALS AND DEPARTURE FROM NORMAL.  THE
      * READINGS ARE THE DAILY MEAN TEMPERATURES DEGDAY KEEPS ON THE
      * DAILY HISTORY FILE PLUS THE MULTI-STATION DATA EXE4
      * CONSOLIDATES (ITS VALIDATED OUTPUT FILE).  THE NORMALS FILE
      * HOLDS ONE RECORD PER STATION AND DAY OF YEAR (FEB 29 IS ITS
      * OWN DAY):
      *    NORMAL MEAN  = AVERAGE DAILY MEAN OVER THE BASE YEARS
      *    NORMAL HIGH  = NORMAL MEAN PLUS ONE STANDARD DEVIATION
      *    NORMAL LOW   = NORMAL MEAN LESS ONE STANDARD DEVIATION
      *                   (THE EXPECTED RANGE FOR THE DATE)
      *    RECORD HIGH / RECORD LOW = WARMEST AND COLDEST DAILY MEAN
      *                   ON RECORD FOR THE DATE, WITH THE YEAR
      * THE JCL PARM PICKS THE RUN:
      *    RyyyyYYYY - REBUILD THE NORMALS FROM THE BASE YEARS yyyy
      *                THRU YYYY (RECORDS FROM ALL THE HISTORY)
      *    Myyyymm   - MONTHLY DEPARTURE REPORT FOR yyyymm; THE
      *                NORMALS ARE CARRIED FORWARD WITH ANY RECORDS
      *                BROKEN THAT MONTH.  M ALONE (OR NO PARM) IS
      *                THE MONTH BEFORE THE RUN DATE.
      * THE MONTHLY REPORT SHOWS EACH DAY'S DEPARTURE FROM NORMAL,
      * THE MONTH'S CUMULATIVE DEPARTURE AND THE RECORDS BROKEN -
      * WHAT FACILITIES CHECKS WHEN AN ENERGY BILL COMES IN ABOVE
      * BUDGET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMP-HISTORY-FILE
           ASSIGN TO UT-S-TEMPHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS T-CODE.

           SELECT STATION-DATA-FILE
           ASSIGN TO UT-S-WEATOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS S-CODE.

           SELECT NORMALS-IN
           ASSIGN TO UT-S-WXNORMI
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS NI-CODE.

           SELECT NORMALS-OUT
           ASSIGN TO UT-S-WXNORMO
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS NO-CODE.

           SELECT NORMALS-REPORT
           ASSIGN TO UT-S-WXNRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS R-CODE.
       DATA DIVISION.
       FILE SECTION.
      * DAILY MEAN TEMPERATURE PER STATION - SAME LAYOUT AS DEGDAY
       FD  TEMP-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TEMP-HISTORY-REC.
       01  TEMP-HISTORY-REC.
           05 STATION-IN                PIC X(04).
           05 READING-DATE-IN           PIC X(08).
           05 MEAN-TEMP-IN              PIC S9(3).
           05 FILLER                    PIC X(05).

      * EXE4 OUTPUT - THE CSV FIELDS UNSTRUNG INTO 10-BYTE COLUMNS,
      * AFTER TWO HEADING LINES
       FD  STATION-DATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STATION-DATA-REC.
       01  STATION-DATA-REC.
           05 SD-STATION-IN             PIC X(10).
           05 SD-MONTH-IN               PIC X(10).
           05 SD-DAY-IN                 PIC X(10).
           05 SD-YEAR-IN                PIC X(10).
           05 SD-MEAN-TEMP-IN           PIC X(10).
           05 FILLER                    PIC X(60).

       FD  NORMALS-IN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NORMALS-REC.
       01  NORMALS-REC.
           05 NR-STATION                PIC X(10).
           05 NR-MONTH                  PIC 9(02).
           05 NR-DAY                    PIC 9(02).
           05 NR-YEARS                  PIC 9(03).
           05 NR-NORMAL-MEAN            PIC S9(3)V9.
           05 NR-NORMAL-HIGH            PIC S9(3)V9.
           05 NR-NORMAL-LOW             PIC S9(3)V9.
           05 NR-RECORD-HIGH            PIC S9(3)V9.
           05 NR-RECORD-HIGH-YEAR       PIC 9(04).
           05 NR-RECORD-LOW             PIC S9(3)V9.
           05 NR-RECORD-LOW-YEAR        PIC 9(04).
           05 NR-BASE-FROM-YEAR         PIC 9(04).
           05 NR-BASE-TO-YEAR           PIC 9(04).
           05 FILLER                    PIC X(27).

       FD  NORMALS-OUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NORMALS-OUT-REC.
       01  NORMALS-OUT-REC              PIC X(80).

       FD  NORMALS-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-REC.
       01  REPORT-REC  PIC X(100).

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-FLDS.
           05  T-CODE                   PIC X(02).
           05  S-CODE                   PIC X(02).
           05  NI-CODE                  PIC X(02).
           05  NO-CODE                  PIC X(02).
           05  R-CODE                   PIC X(02).
           05  END-OF-HISTORY-SW        PIC X(01) VALUE 'N'.
           88   END-OF-HISTORY  VALUE 'Y'.
           05  END-OF-STATION-DATA-SW   PIC X(01) VALUE 'N'.
           88   END-OF-STATION-DATA  VALUE 'Y'.
           05  END-OF-NORMALS-SW        PIC X(01) VALUE 'N'.
           88   END-OF-NORMALS  VALUE 'Y'.
           05  RUN-MODE-SW              PIC X(01) VALUE 'M'.
           88   REBUILD-RUN     VALUE 'R'.
           88   MONTHLY-RUN     VALUE 'M'.

      * JCL PARM - RyyyyYYYY REBUILD, Myyyymm MONTHLY REPORT
       01  WS-RUN-PARM                  PIC X(10) VALUE SPACES.
       01  WS-PARM-REBUILD REDEFINES WS-RUN-PARM.
           05  WS-PARM-MODE             PIC X(01).
           05  WS-PARM-FROM-YEAR        PIC 9(04).
           05  WS-PARM-TO-YEAR          PIC 9(04).
           05  FILLER                   PIC X(01).
       01  WS-PARM-MONTHLY REDEFINES WS-RUN-PARM.
           05  FILLER                   PIC X(01).
           05  WS-PARM-YYYYMM           PIC 9(06).
           05  FILLER                   PIC X(03).

       01  RUN-CONTROL-FIELDS.
           05  WS-BASE-FROM-YEAR        PIC 9(04) VALUE 0.
           05  WS-BASE-TO-YEAR          PIC 9(04) VALUE 0.
           05  WS-REPORT-YYYYMM         PIC 9(06) VALUE 0.
           05  WS-REPORT-PARTS REDEFINES WS-REPORT-YYYYMM.
               10  WS-REPORT-YEAR       PIC 9(04).
               10  WS-REPORT-MONTH      PIC 9(02).
           05  WS-CURRENT-DATE          PIC 9(08).
           05  WS-CURRENT-PARTS REDEFINES WS-CURRENT-DATE.
               10  WS-CURRENT-YEAR      PIC 9(04).
               10  WS-CURRENT-MONTH     PIC 9(02).
               10  WS-CURRENT-DAY       PIC 9(02).

      * DAY OF YEAR COUNTED AS IF EVERY YEAR WERE A LEAP YEAR, SO A
      * GIVEN DATE ALWAYS LANDS IN THE SAME SLOT
       01  MONTH-START-VALUES.
           05  FILLER                   PIC X(36) VALUE
               "000031060091121152182213244274305335".
       01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
           05  MONTH-START-DAYS         PIC 9(03) OCCURS 12 TIMES.
       01  MONTH-LENGTH-VALUES.
           05  FILLER                   PIC X(24) VALUE
               "312931303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
           05  MONTH-LENGTH             PIC 9(02) OCCURS 12 TIMES.

      * ONE READING, WHICHEVER FILE IT CAME FROM
       01  READING-WORK-FIELDS.
           05  WS-READ-STATION          PIC X(10).
           05  WS-READ-DATE             PIC 9(08).
           05  WS-READ-DATE-PARTS REDEFINES WS-READ-DATE.
               10  WS-READ-YEAR         PIC 9(04).
               10  WS-READ-MONTH        PIC 9(02).
               10  WS-READ-DAY          PIC 9(02).
           05  WS-READ-YYYYMM REDEFINES WS-READ-DATE.
               10  WS-READ-YM           PIC 9(06).
               10  FILLER               PIC 9(02).
           05  WS-READ-MEAN             PIC S9(3)V9.
           05  WS-READ-VALID-SW         PIC X(01).
           88   READING-VALID   VALUE 'Y'.
           05  WS-NUM-WORK              PIC S9(6)V9(4).
           05  WS-DOY                   PIC 9(03).

      * EVERY STATION'S 366 DAYS - THE REBUILD ACCUMULATES COUNT,
      * SUM AND SUM OF SQUARES; THE MONTHLY RUN LOADS THE NORMALS
      * INTO THE SAME SLOTS.  MD- HOLDS THE REPORT MONTH'S READINGS.
       01  STATION-TABLE.
           05  STATION-ENTRY OCCURS 50 TIMES.
               10  ST-STATION           PIC X(10).
               10  ST-READINGS-USED     PIC S9(7) COMP.
               10  ST-DAY-ENTRY OCCURS 366 TIMES.
                   15  SD-COUNT         PIC S9(4) COMP.
                   15  SD-SUM           PIC S9(7)V9 COMP-3.
                   15  SD-SUM-SQ        PIC S9(9)V99 COMP-3.
                   15  SD-YEARS         PIC 9(03).
                   15  SD-NORMAL-MEAN   PIC S9(3)V9.
                   15  SD-NORMAL-HIGH   PIC S9(3)V9.
                   15  SD-NORMAL-LOW    PIC S9(3)V9.
                   15  SD-RECORD-HIGH   PIC S9(3)V9.
                   15  SD-RECORD-HIGH-YEAR PIC 9(04).
                   15  SD-RECORD-LOW    PIC S9(3)V9.
                   15  SD-RECORD-LOW-YEAR  PIC 9(04).
               10  ST-MONTH-DAY OCCURS 31 TIMES.
                   15  MD-MEAN          PIC S9(3)V9.
                   15  MD-SEEN          PIC X(01).
       01  STATION-COUNT                PIC S9(4) COMP VALUE 0.
       01  STATION-SUB                  PIC S9(4) COMP VALUE 0.
       01  STATION-FOUND                PIC S9(4) COMP VALUE 0.
       01  DAY-SUB                      PIC S9(4) COMP VALUE 0.
       01  DOY-SUB                      PIC S9(4) COMP VALUE 0.
       01  MONTH-SUB                    PIC S9(4) COMP VALUE 0.

       01  NORMAL-WORK-FIELDS.
           05  WS-VARIANCE              PIC S9(7)V9(4) VALUE 0.
           05  WS-STD-DEV               PIC S9(5)V9(4) VALUE 0.
           05  WS-DEPARTURE             PIC S9(3)V9 VALUE 0.
           05  WS-CUM-DEPARTURE         PIC S9(5)V9 VALUE 0.
           05  WS-MONTH-MEAN-SUM        PIC S9(5)V9 VALUE 0.
           05  WS-MONTH-NORMAL-SUM      PIC S9(5)V9 VALUE 0.
           05  WS-MONTH-DAYS            PIC S9(4) COMP VALUE 0.
           05  WS-NORMAL-DAYS           PIC S9(4) COMP VALUE 0.
           05  WS-DAYS-ABOVE            PIC S9(4) COMP VALUE 0.
           05  WS-DAYS-BELOW            PIC S9(4) COMP VALUE 0.
           05  WS-HIGHS-BROKEN          PIC S9(4) COMP VALUE 0.
           05  WS-LOWS-BROKEN           PIC S9(4) COMP VALUE 0.
           05  WS-AVERAGE               PIC S9(3)V9 VALUE 0.
           05  WS-DAYS-WITH-NORMALS     PIC S9(4) COMP VALUE 0.
           05  WS-STATION-DAYS          PIC S9(4) COMP VALUE 0.

       01  RUN-COUNTERS.
           05  HISTORY-READ             PIC 9(7) VALUE 0.
           05  STATION-DATA-READ        PIC 9(7) VALUE 0.
           05  READINGS-REJECTED        PIC 9(7) VALUE 0.
           05  NORMALS-READ             PIC 9(7) VALUE 0.
           05  NORMALS-WRITTEN          PIC 9(7) VALUE 0.
           05  RECORDS-BROKEN           PIC 9(5) VALUE 0.

       01  REBUILD-HEADING.
           05 FILLER                    PIC X(33) VALUE
              "TEMPERATURE NORMALS REBUILT FROM ".
           05 RH-FROM-YEAR              PIC 9(04).
           05 FILLER                    PIC X(06) VALUE " THRU ".
           05 RH-TO-YEAR                PIC 9(04).
           05 FILLER                    PIC X(53) VALUE SPACES.

       01  REBUILD-COLUMNS              PIC X(80) VALUE
           "STATION      READINGS USED   DAYS WITH NORMALS".

       01  REBUILD-LINE.
           05 FILLER                    PIC X(1) VALUE SPACES.
           05 RL-STATION                PIC X(10).
           05 FILLER                    PIC X(6) VALUE SPACES.
           05 RL-READINGS               PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(10) VALUE SPACES.
           05 RL-DAYS                   PIC ZZ9.
           05 FILLER                    PIC X(61) VALUE SPACES.

       01  MONTH-HEADING.
           05 FILLER                    PIC X(36) VALUE
              "TEMPERATURE DEPARTURE FROM NORMAL - ".
           05 MH-YEAR                   PIC 9(04).
           05 FILLER                    PIC X(01) VALUE "/".
           05 MH-MONTH                  PIC 9(02).
           05 FILLER                    PIC X(57) VALUE SPACES.

       01  STATION-HEADING.
           05 FILLER                    PIC X(08) VALUE "STATION ".
           05 SH-STATION                PIC X(10).
           05 FILLER                    PIC X(82) VALUE SPACES.

       01  MONTH-COLUMNS.
           05 FILLER                    PIC X(50) VALUE
              "  DATE       MEAN  NORMAL  EXPECTED RANGE  DEPART".
           05 FILLER                    PIC X(50) VALUE
              "  CUM DEP  RECORD".

       01  DAY-LINE.
           05 FILLER                    PIC X(1) VALUE SPACES.
           05 DL-DATE                   PIC 9999/99/99.
           05 FILLER                    PIC X(1) VALUE SPACES.
           05 DL-MEAN                   PIC ---9.9.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 DL-NORMAL                 PIC ---9.9.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 DL-NORMAL-LOW             PIC ---9.9.
           05 FILLER                    PIC X(3) VALUE " - ".
           05 DL-NORMAL-HIGH            PIC ---9.9.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 DL-DEPARTURE              PIC ---9.9.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 DL-CUM-DEPARTURE          PIC ----9.9.
           05 FILLER                    PIC X(2) VALUE SPACES.
           05 DL-RECORD-TEXT            PIC X(40).

       01  NO-NORMAL-TEXT               PIC X(27) VALUE
           "  NO NORMAL FOR THIS DATE".

       01  RECORD-BROKEN-TEXT.
           05 RB-KIND                   PIC X(17).
           05 FILLER                    PIC X(05) VALUE " WAS ".
           05 RB-OLD-TEMP               PIC ---9.9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 RB-OLD-YEAR               PIC 9(04).
           05 FILLER                    PIC X(07) VALUE SPACES.

       01  STATION-SUMMARY-1.
           05 FILLER                    PIC X(16) VALUE
              "  DAYS REPORTED ".
           05 SS-DAYS                   PIC ZZ9.
           05 FILLER                    PIC X(13) VALUE
              "  MONTH MEAN ".
           05 SS-MEAN                   PIC ---9.9.
           05 FILLER                    PIC X(10) VALUE
              "  NORMAL ".
           05 SS-NORMAL                 PIC ---9.9.
           05 FILLER                    PIC X(23) VALUE
              "  CUMULATIVE DEPARTURE ".
           05 SS-CUM-DEPARTURE          PIC ----9.9.
           05 FILLER                    PIC X(16) VALUE SPACES.

       01  STATION-SUMMARY-2.
           05 FILLER                    PIC X(20) VALUE
              "  DAYS ABOVE NORMAL ".
           05 SS-ABOVE                  PIC ZZ9.
           05 FILLER                    PIC X(8) VALUE "  BELOW ".
           05 SS-BELOW                  PIC ZZ9.
           05 FILLER                    PIC X(22) VALUE
              "  RECORD HIGHS BROKEN ".
           05 SS-HIGHS                  PIC ZZ9.
           05 FILLER                    PIC X(8) VALUE "  LOWS ".
           05 SS-LOWS                   PIC ZZ9.
           05 FILLER                    PIC X(30) VALUE SPACES.

       01  NO-READINGS-LINE             PIC X(80) VALUE
           "*** NO READINGS FOR THIS MONTH ***".

       01  RUN-TOTAL-LINE.
           05 FILLER                    PIC X(14) VALUE
              "HISTORY READ: ".
           05 RT-HISTORY                PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(16) VALUE
              "  STATION DATA: ".
           05 RT-STATION-DATA           PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(12) VALUE
              "  REJECTED: ".
           05 RT-REJECTED               PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(11) VALUE
              "  NORMALS: ".
           05 RT-NORMALS                PIC Z,ZZZ,ZZ9.
           05 FILLER                    PIC X(11) VALUE SPACES.

       01  BLANK-LINE                   PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           IF MONTHLY-RUN
              PERFORM 150-LOAD-NORMALS
           END-IF.
           PERFORM 200-LOAD-HISTORY.
           PERFORM 250-LOAD-STATION-DATA.
           IF REBUILD-RUN
              PERFORM 400-REBUILD-NORMALS
           ELSE
              PERFORM 500-MONTH-REPORT
           END-IF.
           PERFORM 700-WRITE-NORMALS.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE.
           INITIALIZE STATION-TABLE.
           IF WS-PARM-MODE = "R"
              SET REBUILD-RUN TO TRUE
              IF WS-PARM-FROM-YEAR NOT NUMERIC
                 OR WS-PARM-TO-YEAR NOT NUMERIC
                 OR WS-PARM-FROM-YEAR > WS-PARM-TO-YEAR
                 DISPLAY "*** WXNORM REBUILD PARM MUST BE RyyyyYYYY ***"
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-PARM-FROM-YEAR TO WS-BASE-FROM-YEAR
              MOVE WS-PARM-TO-YEAR   TO WS-BASE-TO-YEAR
           ELSE
              SET MONTHLY-RUN TO TRUE
              IF WS-PARM-MODE = "M" AND WS-PARM-YYYYMM NUMERIC
                 MOVE WS-PARM-YYYYMM TO WS-REPORT-YYYYMM
                 IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
                    DISPLAY "*** WXNORM MONTH PARM MUST BE Myyyymm ***"
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
              ELSE
                 IF WS-CURRENT-MONTH = 1
                    COMPUTE WS-REPORT-YEAR = WS-CURRENT-YEAR - 1
                    MOVE 12 TO WS-REPORT-MONTH
                 ELSE
                    MOVE WS-CURRENT-YEAR TO WS-REPORT-YEAR
                    COMPUTE WS-REPORT-MONTH = WS-CURRENT-MONTH - 1
                 END-IF
              END-IF
           END-IF.
           OPEN OUTPUT NORMALS-OUT, NORMALS-REPORT.

      * THE NORMALS CARRY FORWARD - THE BASE YEARS COME WITH THEM
       150-LOAD-NORMALS.
           OPEN INPUT NORMALS-IN.
           IF NI-CODE NOT = "00"
              DISPLAY "*** WXNORM NORMALS FILE WILL NOT OPEN - STATUS "
                      NI-CODE " ***"
              CLOSE NORMALS-OUT, NORMALS-REPORT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 640-READ-NORMALS.
           PERFORM 160-LOAD-ONE-NORMAL UNTIL END-OF-NORMALS.
           CLOSE NORMALS-IN.

       160-LOAD-ONE-NORMAL.
           MOVE NR-STATION TO WS-READ-STATION.
           PERFORM 350-FIND-STATION-SLOT.
           COMPUTE DOY-SUB = MONTH-START-DAYS (NR-MONTH) + NR-DAY.
           MOVE NR-YEARS       TO SD-YEARS (STATION-FOUND, DOY-SUB).
           MOVE NR-NORMAL-MEAN
              TO SD-NORMAL-MEAN (STATION-FOUND, DOY-SUB).
           MOVE NR-NORMAL-HIGH
              TO SD-NORMAL-HIGH (STATION-FOUND, DOY-SUB).
           MOVE NR-NORMAL-LOW
              TO SD-NORMAL-LOW (STATION-FOUND, DOY-SUB).
           MOVE NR-RECORD-HIGH
              TO SD-RECORD-HIGH (STATION-FOUND, DOY-SUB).
           MOVE NR-RECORD-HIGH-YEAR
              TO SD-RECORD-HIGH-YEAR (STATION-FOUND, DOY-SUB).
           MOVE NR-RECORD-LOW
              TO SD-RECORD-LOW (STATION-FOUND, DOY-SUB).
           MOVE NR-RECORD-LOW-YEAR
              TO SD-RECORD-LOW-YEAR (STATION-FOUND, DOY-SUB).
           MOVE NR-BASE-FROM-YEAR TO WS-BASE-FROM-YEAR.
           MOVE NR-BASE-TO-YEAR   TO WS-BASE-TO-YEAR.
           PERFORM 640-READ-NORMALS.

      * EITHER SOURCE MAY BE ABSENT FROM A RUN - A FILE THAT WILL
      * NOT OPEN IS SIMPLY PASSED OVER
       200-LOAD-HISTORY.
           OPEN INPUT TEMP-HISTORY-FILE.
           IF T-CODE = "00"
              PERFORM 600-READ-HISTORY
              PERFORM 210-TAKE-HISTORY UNTIL END-OF-HISTORY
              CLOSE TEMP-HISTORY-FILE
           END-IF.

       210-TAKE-HISTORY.
           MOVE "N" TO WS-READ-VALID-SW.
           IF READING-DATE-IN NUMERIC AND MEAN-TEMP-IN NUMERIC
              MOVE STATION-IN      TO WS-READ-STATION
              MOVE READING-DATE-IN TO WS-READ-DATE
              MOVE MEAN-TEMP-IN    TO WS-READ-MEAN
              MOVE "Y" TO WS-READ-VALID-SW
           END-IF.
           PERFORM 300-TAKE-READING.
           PERFORM 600-READ-HISTORY.

       250-LOAD-STATION-DATA.
           OPEN INPUT STATION-DATA-FILE.
           IF S-CODE = "00"
              PERFORM 620-READ-STATION-DATA
              PERFORM 260-TAKE-STATION-DATA
                 UNTIL END-OF-STATION-DATA
              CLOSE STATION-DATA-FILE
           END-IF.

      * EXE4 ALREADY VALIDATED THE FIELDS - THE HEADING LINES FAIL
      * THE NUMERIC TEST AND DROP OUT HERE
       260-TAKE-STATION-DATA.
           MOVE "N" TO WS-READ-VALID-SW.
           IF FUNCTION TEST-NUMVAL (SD-YEAR-IN) = 0
              AND FUNCTION TEST-NUMVAL (SD-MONTH-IN) = 0
              AND FUNCTION TEST-NUMVAL (SD-DAY-IN) = 0
              AND FUNCTION TEST-NUMVAL (SD-MEAN-TEMP-IN) = 0
              MOVE SD-STATION-IN TO WS-READ-STATION
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL (SD-YEAR-IN)
              MOVE WS-NUM-WORK TO WS-READ-YEAR
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL (SD-MONTH-IN)
              MOVE WS-NUM-WORK TO WS-READ-MONTH
              COMPUTE WS-NUM-WORK = FUNCTION NUMVAL (SD-DAY-IN)
              MOVE WS-NUM-WORK TO WS-READ-DAY
              COMPUTE WS-READ-MEAN ROUNDED =
                 FUNCTION NUMVAL (SD-MEAN-TEMP-IN)
              MOVE "Y" TO WS-READ-VALID-SW
           END-IF.
           IF STATION-DATA-READ > 2 OR READING-VALID
              PERFORM 300-TAKE-READING
           END-IF.
           PERFORM 620-READ-STATION-DATA.

      * ONE READING - A REBUILD COUNTS IT TOWARD THE NORMALS IF IT
      * IS IN THE BASE YEARS AND TOWARD THE RECORDS ALWAYS; A
      * MONTHLY RUN KEEPS ONLY THE REPORT MONTH
       300-TAKE-READING.
           IF READING-VALID
              IF WS-READ-MONTH < 1 OR WS-READ-MONTH > 12
                 MOVE "N" TO WS-READ-VALID-SW
              ELSE
                 IF WS-READ-DAY < 1
                    OR WS-READ-DAY > MONTH-LENGTH (WS-READ-MONTH)
                    MOVE "N" TO WS-READ-VALID-SW
                 END-IF
              END-IF
           END-IF.
           IF NOT READING-VALID
              ADD 1 TO READINGS-REJECTED
           ELSE
              IF REBUILD-RUN
                 PERFORM 310-ACCUMULATE-READING
              ELSE
                 IF WS-READ-YM = WS-REPORT-YYYYMM
                    PERFORM 350-FIND-STATION-SLOT
                    MOVE WS-READ-MEAN
                       TO MD-MEAN (STATION-FOUND, WS-READ-DAY)
                    MOVE "Y" TO MD-SEEN (STATION-FOUND, WS-READ-DAY)
                 END-IF
              END-IF
           END-IF.

       310-ACCUMULATE-READING.
           PERFORM 350-FIND-STATION-SLOT.
           COMPUTE DOY-SUB =
              MONTH-START-DAYS (WS-READ-MONTH) + WS-READ-DAY.
           IF WS-READ-YEAR NOT < WS-BASE-FROM-YEAR
              AND WS-READ-YEAR NOT > WS-BASE-TO-YEAR
              ADD 1 TO SD-COUNT (STATION-FOUND, DOY-SUB)
              ADD 1 TO ST-READINGS-USED (STATION-FOUND)
              ADD WS-READ-MEAN TO SD-SUM (STATION-FOUND, DOY-SUB)
              COMPUTE SD-SUM-SQ (STATION-FOUND, DOY-SUB) =
                 SD-SUM-SQ (STATION-FOUND, DOY-SUB)
                 + WS-READ-MEAN * WS-READ-MEAN
           END-IF.
           IF SD-RECORD-HIGH-YEAR (STATION-FOUND, DOY-SUB) = ZERO
              OR WS-READ-MEAN > SD-RECORD-HIGH (STATION-FOUND, DOY-SUB)
              MOVE WS-READ-MEAN
                 TO SD-RECORD-HIGH (STATION-FOUND, DOY-SUB)
              MOVE WS-READ-YEAR
                 TO SD-RECORD-HIGH-YEAR (STATION-FOUND, DOY-SUB)
           END-IF.
           IF SD-RECORD-LOW-YEAR (STATION-FOUND, DOY-SUB) = ZERO
              OR WS-READ-MEAN < SD-RECORD-LOW (STATION-FOUND, DOY-SUB)
              MOVE WS-READ-MEAN
                 TO SD-RECORD-LOW (STATION-FOUND, DOY-SUB)
              MOVE WS-READ-YEAR
                 TO SD-RECORD-LOW-YEAR (STATION-FOUND, DOY-SUB)
           END-IF.

       350-FIND-STATION-SLOT.
           MOVE 0 TO STATION-FOUND.
           PERFORM 360-SCAN-STATIONS
              VARYING STATION-SUB FROM 1 BY 1
              UNTIL STATION-SUB > STATION-COUNT
                 OR STATION-FOUND > 0.
           IF STATION-FOUND = 0
              IF STATION-COUNT >= 50
                 DISPLAY "*** WXNORM STATION TABLE FULL ***"
                 CLOSE NORMALS-OUT, NORMALS-REPORT
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO STATION-COUNT
              MOVE STATION-COUNT   TO STATION-FOUND
              MOVE WS-READ-STATION TO ST-STATION (STATION-FOUND)
           END-IF.

       360-SCAN-STATIONS.
           IF ST-STATION (STATION-SUB) = WS-READ-STATION
              MOVE STATION-SUB TO STATION-FOUND
           END-IF.

      * NORMAL MEAN AND THE ONE-STANDARD-DEVIATION RANGE AROUND IT
      * FOR EVERY STATION-DAY THE BASE YEARS COVER
       400-REBUILD-NORMALS.
           MOVE WS-BASE-FROM-YEAR TO RH-FROM-YEAR.
           MOVE WS-BASE-TO-YEAR   TO RH-TO-YEAR.
           WRITE REPORT-REC FROM REBUILD-HEADING.
           WRITE REPORT-REC FROM BLANK-LINE.
           WRITE REPORT-REC FROM REBUILD-COLUMNS.
           PERFORM 410-REBUILD-STATION
              VARYING STATION-SUB FROM 1 BY 1
              UNTIL STATION-SUB > STATION-COUNT.

       410-REBUILD-STATION.
           MOVE ZERO TO WS-DAYS-WITH-NORMALS.
           PERFORM 420-REBUILD-DAY
              VARYING DOY-SUB FROM 1 BY 1
              UNTIL DOY-SUB > 366.
           MOVE ST-STATION (STATION-SUB)       TO RL-STATION.
           MOVE ST-READINGS-USED (STATION-SUB) TO RL-READINGS.
           MOVE WS-DAYS-WITH-NORMALS           TO RL-DAYS.
           WRITE REPORT-REC FROM REBUILD-LINE.

       420-REBUILD-DAY.
           IF SD-COUNT (STATION-SUB, DOY-SUB) > 0
              ADD 1 TO WS-DAYS-WITH-NORMALS
              MOVE SD-COUNT (STATION-SUB, DOY-SUB)
                 TO SD-YEARS (STATION-SUB, DOY-SUB)
              COMPUTE SD-NORMAL-MEAN (STATION-SUB, DOY-SUB) ROUNDED =
                 SD-SUM (STATION-SUB, DOY-SUB)
                 / SD-COUNT (STATION-SUB, DOY-SUB)
              COMPUTE WS-VARIANCE ROUNDED =
                 (SD-SUM-SQ (STATION-SUB, DOY-SUB)
                  - SD-SUM (STATION-SUB, DOY-SUB)
                  * SD-SUM (STATION-SUB, DOY-SUB)
                  / SD-COUNT (STATION-SUB, DOY-SUB))
                 / SD-COUNT (STATION-SUB, DOY-SUB)
              IF WS-VARIANCE > ZERO
                 COMPUTE WS-STD-DEV ROUNDED =
                    FUNCTION SQRT (WS-VARIANCE)
              ELSE
                 MOVE ZERO TO WS-STD-DEV
              END-IF
              COMPUTE SD-NORMAL-HIGH (STATION-SUB, DOY-SUB) ROUNDED =
                 SD-NORMAL-MEAN (STATION-SUB, DOY-SUB) + WS-STD-DEV
              COMPUTE SD-NORMAL-LOW (STATION-SUB, DOY-SUB) ROUNDED =
                 SD-NORMAL-MEAN (STATION-SUB, DOY-SUB) - WS-STD-DEV
           END-IF.

      * ONE BLOCK PER STATION WITH READINGS IN THE MONTH
       500-MONTH-REPORT.
           MOVE WS-REPORT-YEAR  TO MH-YEAR.
           MOVE WS-REPORT-MONTH TO MH-MONTH.
           WRITE REPORT-REC FROM MONTH-HEADING.
           MOVE ZERO TO WS-MONTH-DAYS.
           PERFORM 510-STATION-MONTH
              VARYING STATION-SUB FROM 1 BY 1
              UNTIL STATION-SUB > STATION-COUNT.
           IF WS-MONTH-DAYS = ZERO
              WRITE REPORT-REC FROM BLANK-LINE
              WRITE REPORT-REC FROM NO-READINGS-LINE
           END-IF.

       510-STATION-MONTH.
           MOVE ZERO TO WS-NORMAL-DAYS, WS-CUM-DEPARTURE,
                        WS-MONTH-MEAN-SUM, WS-MONTH-NORMAL-SUM,
                        WS-DAYS-ABOVE, WS-DAYS-BELOW,
                        WS-HIGHS-BROKEN, WS-LOWS-BROKEN,
                        WS-STATION-DAYS.
           PERFORM 515-COUNT-MONTH-DAY
              VARYING DAY-SUB FROM 1 BY 1
              UNTIL DAY-SUB > 31.
           IF WS-STATION-DAYS > ZERO
              ADD WS-STATION-DAYS TO WS-MONTH-DAYS
              MOVE ST-STATION (STATION-SUB) TO SH-STATION
              WRITE REPORT-REC FROM BLANK-LINE
              WRITE REPORT-REC FROM STATION-HEADING
              WRITE REPORT-REC FROM MONTH-COLUMNS
              PERFORM 520-REPORT-DAY
                 VARYING DAY-SUB FROM 1 BY 1
                 UNTIL DAY-SUB > 31
              PERFORM 550-STATION-SUMMARY
           END-IF.

       515-COUNT-MONTH-DAY.
           IF MD-SEEN (STATION-SUB, DAY-SUB) = "Y"
              ADD 1 TO WS-STATION-DAYS
           END-IF.

      * DEPARTURE AGAINST THE NORMAL MEAN; A READING BEYOND THE
      * RECORD (OR MATCHING ONE SET THIS SAME YEAR) IS A RECORD
      * BROKEN, AND THE NEW RECORD GOES BACK ON THE NORMALS
       520-REPORT-DAY.
           IF MD-SEEN (STATION-SUB, DAY-SUB) = "Y"
              COMPUTE DOY-SUB =
                 MONTH-START-DAYS (WS-REPORT-MONTH) + DAY-SUB
              COMPUTE DL-DATE =
                 WS-REPORT-YYYYMM * 100 + DAY-SUB
              MOVE MD-MEAN (STATION-SUB, DAY-SUB) TO DL-MEAN
              ADD MD-MEAN (STATION-SUB, DAY-SUB) TO WS-MONTH-MEAN-SUM
              MOVE SPACES TO DL-RECORD-TEXT
              IF SD-YEARS (STATION-SUB, DOY-SUB) > ZERO
                 PERFORM 530-DEPARTURE
              ELSE
                 MOVE ZERO TO DL-NORMAL, DL-NORMAL-LOW,
                              DL-NORMAL-HIGH, DL-DEPARTURE
                 MOVE NO-NORMAL-TEXT TO DL-RECORD-TEXT
              END-IF
              MOVE WS-CUM-DEPARTURE TO DL-CUM-DEPARTURE
              PERFORM 540-CHECK-RECORDS
              WRITE REPORT-REC FROM DAY-LINE
           END-IF.

       530-DEPARTURE.
           ADD 1 TO WS-NORMAL-DAYS.
           COMPUTE WS-DEPARTURE = MD-MEAN (STATION-SUB, DAY-SUB)
              - SD-NORMAL-MEAN (STATION-SUB, DOY-SUB).
           ADD WS-DEPARTURE TO WS-CUM-DEPARTURE.
           ADD SD-NORMAL-MEAN (STATION-SUB, DOY-SUB)
              TO WS-MONTH-NORMAL-SUM.
           IF WS-DEPARTURE > ZERO
              ADD 1 TO WS-DAYS-ABOVE
           END-IF.
           IF WS-DEPARTURE < ZERO
              ADD 1 TO WS-DAYS-BELOW
           END-IF.
           MOVE SD-NORMAL-MEAN (STATION-SUB, DOY-SUB) TO DL-NORMAL.
           MOVE SD-NORMAL-LOW (STATION-SUB, DOY-SUB)
              TO DL-NORMAL-LOW.
           MOVE SD-NORMAL-HIGH (STATION-SUB, DOY-SUB)
              TO DL-NORMAL-HIGH.
           MOVE WS-DEPARTURE TO DL-DEPARTURE.

       540-CHECK-RECORDS.
           EVALUATE TRUE
              WHEN SD-RECORD-HIGH-YEAR (STATION-SUB, DOY-SUB) = ZERO
                 MOVE MD-MEAN (STATION-SUB, DAY-SUB)
                    TO SD-RECORD-HIGH (STATION-SUB, DOY-SUB),
                       SD-RECORD-LOW (STATION-SUB, DOY-SUB)
                 MOVE WS-REPORT-YEAR
                    TO SD-RECORD-HIGH-YEAR (STATION-SUB, DOY-SUB),
                       SD-RECORD-LOW-YEAR (STATION-SUB, DOY-SUB)
              WHEN MD-MEAN (STATION-SUB, DAY-SUB) >
                   SD-RECORD-HIGH (STATION-SUB, DOY-SUB)
                 MOVE "NEW RECORD HIGH" TO RB-KIND
                 MOVE SD-RECORD-HIGH (STATION-SUB, DOY-SUB)
                    TO RB-OLD-TEMP
                 MOVE SD-RECORD-HIGH-YEAR (STATION-SUB, DOY-SUB)
                    TO RB-OLD-YEAR
                 MOVE RECORD-BROKEN-TEXT TO DL-RECORD-TEXT
                 MOVE MD-MEAN (STATION-SUB, DAY-SUB)
                    TO SD-RECORD-HIGH (STATION-SUB, DOY-SUB)
                 MOVE WS-REPORT-YEAR
                    TO SD-RECORD-HIGH-YEAR (STATION-SUB, DOY-SUB)
                 ADD 1 TO WS-HIGHS-BROKEN, RECORDS-BROKEN
              WHEN MD-MEAN (STATION-SUB, DAY-SUB) <
                   SD-RECORD-LOW (STATION-SUB, DOY-SUB)
                 MOVE "NEW RECORD LOW" TO RB-KIND
                 MOVE SD-RECORD-LOW (STATION-SUB, DOY-SUB)
                    TO RB-OLD-TEMP
                 MOVE SD-RECORD-LOW-YEAR (STATION-SUB, DOY-SUB)
                    TO RB-OLD-YEAR
                 MOVE RECORD-BROKEN-TEXT TO DL-RECORD-TEXT
                 MOVE MD-MEAN (STATION-SUB, DAY-SUB)
                    TO SD-RECORD-LOW (STATION-SUB, DOY-SUB)
                 MOVE WS-REPORT-YEAR
                    TO SD-RECORD-LOW-YEAR (STATION-SUB, DOY-SUB)
                 ADD 1 TO WS-LOWS-BROKEN, RECORDS-BROKEN
              WHEN MD-MEAN (STATION-SUB, DAY-SUB) =
                   SD-RECORD-HIGH (STATION-SUB, DOY-SUB)
                   AND SD-RECORD-HIGH-YEAR (STATION-SUB, DOY-SUB)
                       = WS-REPORT-YEAR
                 MOVE "RECORD HIGH SET THIS YEAR" TO DL-RECORD-TEXT
                 ADD 1 TO WS-HIGHS-BROKEN, RECORDS-BROKEN
              WHEN MD-MEAN (STATION-SUB, DAY-SUB) =
                   SD-RECORD-LOW (STATION-SUB, DOY-SUB)
                   AND SD-RECORD-LOW-YEAR (STATION-SUB, DOY-SUB)
                       = WS-REPORT-YEAR
                 MOVE "RECORD LOW SET THIS YEAR" TO DL-RECORD-TEXT
                 ADD 1 TO WS-LOWS-BROKEN, RECORDS-BROKEN
           END-EVALUATE.

       550-STATION-SUMMARY.
           MOVE WS-STATION-DAYS TO SS-DAYS.
           COMPUTE WS-AVERAGE ROUNDED =
              WS-MONTH-MEAN-SUM / WS-STATION-DAYS.
           MOVE WS-AVERAGE TO SS-MEAN.
           IF WS-NORMAL-DAYS > ZERO
              COMPUTE WS-AVERAGE ROUNDED =
                 WS-MONTH-NORMAL-SUM / WS-NORMAL-DAYS
           ELSE
              MOVE ZERO TO WS-AVERAGE
           END-IF.
           MOVE WS-AVERAGE       TO SS-NORMAL.
           MOVE WS-CUM-DEPARTURE TO SS-CUM-DEPARTURE.
           WRITE REPORT-REC FROM BLANK-LINE.
           WRITE REPORT-REC FROM STATION-SUMMARY-1.
           MOVE WS-DAYS-ABOVE    TO SS-ABOVE.
           MOVE WS-DAYS-BELOW    TO SS-BELOW.
           MOVE WS-HIGHS-BROKEN  TO SS-HIGHS.
           MOVE WS-LOWS-BROKEN   TO SS-LOWS.
           WRITE REPORT-REC FROM STATION-SUMMARY-2.

      * EVERY STATION-DAY WITH A NORMAL OR A RECORD, IN STATION AND
      * CALENDAR ORDER
       700-WRITE-NORMALS.
           PERFORM 710-WRITE-STATION-NORMALS
              VARYING STATION-SUB FROM 1 BY 1
              UNTIL STATION-SUB > STATION-COUNT.

       710-WRITE-STATION-NORMALS.
           PERFORM 720-WRITE-MONTH-NORMALS
              VARYING MONTH-SUB FROM 1 BY 1
              UNTIL MONTH-SUB > 12.

       720-WRITE-MONTH-NORMALS.
           PERFORM 730-WRITE-ONE-NORMAL
              VARYING DAY-SUB FROM 1 BY 1
              UNTIL DAY-SUB > MONTH-LENGTH (MONTH-SUB).

       730-WRITE-ONE-NORMAL.
           COMPUTE DOY-SUB = MONTH-START-DAYS (MONTH-SUB) + DAY-SUB.
           IF SD-YEARS (STATION-SUB, DOY-SUB) > ZERO
              OR SD-RECORD-HIGH-YEAR (STATION-SUB, DOY-SUB) > ZERO
              MOVE SPACES TO NORMALS-REC
              MOVE ST-STATION (STATION-SUB) TO NR-STATION
              MOVE MONTH-SUB TO NR-MONTH
              MOVE DAY-SUB   TO NR-DAY
              MOVE SD-YEARS (STATION-SUB, DOY-SUB) TO NR-YEARS
              MOVE SD-NORMAL-MEAN (STATION-SUB, DOY-SUB)
                 TO NR-NORMAL-MEAN
              MOVE SD-NORMAL-HIGH (STATION-SUB, DOY-SUB)
                 TO NR-NORMAL-HIGH
              MOVE SD-NORMAL-LOW (STATION-SUB, DOY-SUB)
                 TO NR-NORMAL-LOW
              MOVE SD-RECORD-HIGH (STATION-SUB, DOY-SUB)
                 TO NR-RECORD-HIGH
              MOVE SD-RECORD-HIGH-YEAR (STATION-SUB, DOY-SUB)
                 TO NR-RECORD-HIGH-YEAR
              MOVE SD-RECORD-LOW (STATION-SUB, DOY-SUB)
                 TO NR-RECORD-LOW
              MOVE SD-RECORD-LOW-YEAR (STATION-SUB, DOY-SUB)
                 TO NR-RECORD-LOW-YEAR
              MOVE WS-BASE-FROM-YEAR TO NR-BASE-FROM-YEAR
              MOVE WS-BASE-TO-YEAR   TO NR-BASE-TO-YEAR
              WRITE NORMALS-OUT-REC FROM NORMALS-REC
              ADD 1 TO NORMALS-WRITTEN
           END-IF.

       600-READ-HISTORY.
           READ TEMP-HISTORY-FILE
              AT END MOVE 'Y' TO END-OF-HISTORY-SW
           END-READ.
           IF NOT END-OF-HISTORY
              ADD 1 TO HISTORY-READ
           END-IF.

       620-READ-STATION-DATA.
           READ STATION-DATA-FILE
              AT END MOVE 'Y' TO END-OF-STATION-DATA-SW
           END-READ.
           IF NOT END-OF-STATION-DATA
              ADD 1 TO STATION-DATA-READ
           END-IF.

       640-READ-NORMALS.
           READ NORMALS-IN
              AT END MOVE 'Y' TO END-OF-NORMALS-SW
           END-READ.
           IF NOT END-OF-NORMALS
              ADD 1 TO NORMALS-READ
           END-IF.

       900-WRAP-UP.
           MOVE HISTORY-READ      TO RT-HISTORY.
           MOVE STATION-DATA-READ TO RT-STATION-DATA.
           MOVE READINGS-REJECTED TO RT-REJECTED.
           MOVE NORMALS-WRITTEN   TO RT-NORMALS.
           WRITE REPORT-REC FROM BLANK-LINE.
           WRITE REPORT-REC FROM RUN-TOTAL-LINE.
           CLOSE NORMALS-OUT, NORMALS-REPORT.
           DISPLAY "WXNORM COMPLETE".
