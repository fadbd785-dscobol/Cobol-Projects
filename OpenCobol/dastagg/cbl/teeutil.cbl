       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEEUTIL.
      * REMARKS:
      * Monthly course utilization for Rolling Greens, run off the
      * tee-time calendar TEETIME keeps.  Covers the month before
      * the run date: rounds booked by membership type and by day
      * of the week (each booked tee time is a round for the member
      * plus one per guest, guests shown on their own line), and
      * how much of the tee sheet - all of it and prime time - was
      * actually booked.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CalendarFile
           ASSIGN TO "../data/teecal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Cal-Status.

           SELECT UtilizationReport
           ASSIGN TO "../spool/teeutil.rpt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CalendarFile.
       01  CalendarRec.
           02 CalPlayDate    PIC X(8).
           02 CalPlayDateNum REDEFINES CalPlayDate PIC 9(8).
           02 CalTeeTime     PIC X(4).
           02 CalPrimeFlag   PIC X.
              88 Cal-Prime   VALUE "P".
           02 CalMemberId    PIC X(5).
           02 CalMemberType  PIC 9.
           02 CalGuests      PIC 9.

       FD  UtilizationReport.
       01  PrintLine          PIC X(80).

       WORKING-STORAGE SECTION.

        01 WS-File-Status.
       COPY wsfst REPLACING ==:tag:== BY ==Cal==.
       COPY wsfst REPLACING ==:tag:== BY ==Report==.

       01  WS-Run-Date.
           02 WS-Run-Year    PIC 9(4).
           02 WS-Run-Month   PIC 9(2).
           02 WS-Run-Day     PIC 9(2).
       01  WS-Report-Month.
           02 WS-Rpt-Year    PIC 9(4).
           02 WS-Rpt-Month   PIC 9(2).
       01  WS-Day-Num        PIC S9(7) COMP VALUE ZEROS.

      * Rows are membership types 0-9, columns Sunday thru Saturday
       01  RoundsTable.
           02 TypeRow OCCURS 10 TIMES.
              03 TypeRounds  PIC 9(5) OCCURS 7 TIMES.
              03 TypeTotal   PIC 9(6).
       01  GuestRow.
           02 GuestRounds    PIC 9(5) OCCURS 7 TIMES.
           02 GuestTotal     PIC 9(6).
       01  DayRow.
           02 DayRounds      PIC 9(5) OCCURS 7 TIMES.
           02 DayTotal       PIC 9(6).
       01  TypeSub           PIC 99 VALUE ZEROS.
       01  DaySub            PIC 9 VALUE ZEROS.

       01  Counters.
           02 TimesOffered   PIC 9(6) VALUE ZEROS.
           02 TimesBooked    PIC 9(6) VALUE ZEROS.
           02 PrimeOffered   PIC 9(6) VALUE ZEROS.
           02 PrimeBooked    PIC 9(6) VALUE ZEROS.
       01  WS-Util-Pct       PIC 9(3)V9 VALUE ZEROS.

       01  ReportHeading.
           02 FILLER         PIC X(44) VALUE
              "ROLLING GREENS COURSE UTILIZATION - MONTH OF".
           02 FILLER         PIC X(1) VALUE SPACES.
           02 PrnRptYear     PIC 9(4).
           02 FILLER         PIC X(1) VALUE "/".
           02 PrnRptMonth    PIC 9(2).

       01  MatrixHeading     PIC X(80) VALUE
           "ROUNDS BY MEMBERSHIP TYPE AND DAY OF WEEK".

       01  MatrixColumns.
           02 FILLER         PIC X(36) VALUE
              "            SUN    MON    TUE    WED".
           02 FILLER         PIC X(29) VALUE
              "    THU    FRI    SAT   TOTAL".
           02 FILLER         PIC X(15) VALUE SPACES.

       01  MatrixLine.
           02 PrnRowLabel    PIC X(8).
           02 PrnDayCell OCCURS 7 TIMES.
              03 FILLER      PIC X(2) VALUE SPACES.
              03 PrnDayCount PIC ZZZZ9.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 PrnRowTotal    PIC ZZZZZ9.
           02 FILLER         PIC X(15) VALUE SPACES.

       01  TypeLabel.
           02 FILLER         PIC X(5) VALUE "TYPE ".
           02 PrnLabelType   PIC 9.
           02 FILLER         PIC X(2) VALUE SPACES.

       01  UtilizationLine.
           02 PrnUtilLabel   PIC X(11).
           02 FILLER         PIC X(10) VALUE " OFFERED: ".
           02 PrnOffered     PIC ZZZZZ9.
           02 FILLER         PIC X(10) VALUE "  BOOKED: ".
           02 PrnBooked      PIC ZZZZZ9.
           02 FILLER         PIC X(15) VALUE "  UTILIZATION: ".
           02 PrnUtilPct     PIC ZZ9.9.
           02 FILLER         PIC X(1) VALUE "%".

       01  NoPlayLine        PIC X(80) VALUE
           "*** NO TEE TIMES ON THE CALENDAR FOR THIS MONTH ***".

       01  BlankLine         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process UNTIL WS-Cal-EOF.
           PERFORM 3000-Print-Report.
           PERFORM 4000-End-Job.
           GOBACK.

      * Run in the first days of a month for the month just closed
       1000-Begin-Job.
           OPEN INPUT  CalendarFile.
           OPEN OUTPUT UtilizationReport.
           INITIALIZE RoundsTable GuestRow DayRow.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
           IF WS-Run-Month = 1
              COMPUTE WS-Rpt-Year = WS-Run-Year - 1
              MOVE 12 TO WS-Rpt-Month
           ELSE
              MOVE WS-Run-Year TO WS-Rpt-Year
              COMPUTE WS-Rpt-Month = WS-Run-Month - 1
           END-IF.
           MOVE WS-Rpt-Year  TO PrnRptYear.
           MOVE WS-Rpt-Month TO PrnRptMonth.
           PERFORM 5000-Read-Calendar.

       2000-Process.
           IF CalPlayDate(1:6) = WS-Report-Month
              AND CalPlayDate NUMERIC
              PERFORM 2100-Count-Interval
           END-IF.
           PERFORM 5000-Read-Calendar.

      * Day of week from the day number - the day count starts on
      * a Monday, so remainder 0 is a Sunday
       2100-Count-Interval.
           ADD 1 TO TimesOffered.
           IF Cal-Prime
              ADD 1 TO PrimeOffered
           END-IF.
           IF CalMemberId NOT = SPACES
              ADD 1 TO TimesBooked
              IF Cal-Prime
                 ADD 1 TO PrimeBooked
              END-IF
              COMPUTE WS-Day-Num =
                 FUNCTION INTEGER-OF-DATE(CalPlayDateNum)
              COMPUTE DaySub = FUNCTION REM(WS-Day-Num, 7) + 1
              COMPUTE TypeSub = CalMemberType + 1
              ADD 1 TO TypeRounds(TypeSub, DaySub) TypeTotal(TypeSub)
              ADD CalGuests TO GuestRounds(DaySub) GuestTotal
              COMPUTE DayRounds(DaySub) =
                 DayRounds(DaySub) + 1 + CalGuests
              COMPUTE DayTotal = DayTotal + 1 + CalGuests
           END-IF.

       3000-Print-Report.
           WRITE PrintLine FROM ReportHeading.
           WRITE PrintLine FROM BlankLine.
           IF TimesOffered = ZEROS
              WRITE PrintLine FROM NoPlayLine
           ELSE
              WRITE PrintLine FROM MatrixHeading
              WRITE PrintLine FROM BlankLine
              WRITE PrintLine FROM MatrixColumns
              PERFORM 3100-Print-Type-Row
                 VARYING TypeSub FROM 1 BY 1
                 UNTIL TypeSub > 10
              MOVE "GUESTS  " TO PrnRowLabel
              PERFORM 3200-Move-Guest-Cell
                 VARYING DaySub FROM 1 BY 1
                 UNTIL DaySub > 7
              MOVE GuestTotal TO PrnRowTotal
              WRITE PrintLine FROM MatrixLine
              MOVE "TOTAL   " TO PrnRowLabel
              PERFORM 3300-Move-Day-Cell
                 VARYING DaySub FROM 1 BY 1
                 UNTIL DaySub > 7
              MOVE DayTotal TO PrnRowTotal
              WRITE PrintLine FROM BlankLine
              WRITE PrintLine FROM MatrixLine
              WRITE PrintLine FROM BlankLine
              MOVE "TEE TIMES  " TO PrnUtilLabel
              MOVE TimesOffered  TO PrnOffered
              MOVE TimesBooked   TO PrnBooked
              COMPUTE WS-Util-Pct ROUNDED =
                 TimesBooked * 100 / TimesOffered
              MOVE WS-Util-Pct   TO PrnUtilPct
              WRITE PrintLine FROM UtilizationLine
              PERFORM 3400-Print-Prime-Line
           END-IF.

      * Only the types that played this month get a row
       3100-Print-Type-Row.
           IF TypeTotal(TypeSub) > ZERO
              COMPUTE PrnLabelType = TypeSub - 1
              MOVE TypeLabel TO PrnRowLabel
              PERFORM 3110-Move-Type-Cell
                 VARYING DaySub FROM 1 BY 1
                 UNTIL DaySub > 7
              MOVE TypeTotal(TypeSub) TO PrnRowTotal
              WRITE PrintLine FROM MatrixLine
           END-IF.

       3110-Move-Type-Cell.
           MOVE TypeRounds(TypeSub, DaySub) TO PrnDayCount(DaySub).

       3200-Move-Guest-Cell.
           MOVE GuestRounds(DaySub) TO PrnDayCount(DaySub).

       3300-Move-Day-Cell.
           MOVE DayRounds(DaySub) TO PrnDayCount(DaySub).

       3400-Print-Prime-Line.
           MOVE "PRIME TIME " TO PrnUtilLabel.
           MOVE PrimeOffered  TO PrnOffered.
           MOVE PrimeBooked   TO PrnBooked.
           IF PrimeOffered > ZERO
              COMPUTE WS-Util-Pct ROUNDED =
                 PrimeBooked * 100 / PrimeOffered
           ELSE
              MOVE ZEROS TO WS-Util-Pct
           END-IF.
           MOVE WS-Util-Pct   TO PrnUtilPct.
           WRITE PrintLine FROM UtilizationLine.

       4000-End-Job.
           CLOSE CalendarFile
                 UtilizationReport.
           DISPLAY "TEEUTIL COMPLETE".

       5000-Read-Calendar.
           READ CalendarFile
               AT END SET WS-Cal-EOF TO TRUE
           END-READ.
