       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEETIME.
      * REMARKS:
      * Nightly tee-time booking for the Rolling Greens course -
      * replaces the paper book at the pro shop.  The course
      * calendar holds one record per tee-time interval per day;
      * each night the requests still on the wait list (oldest
      * first) and then the day's new requests are booked against
      * it under the rules for the member's MemberType: how many
      * days ahead the type may book, how many prime-time tee times
      * a member may hold at once, and how many guests a member may
      * bring.  A request gets the first open interval at or after
      * the time asked for that day; no room means the wait list
      * (W on the register marks a wait-list entry being retried).
      * Confirmed guests' fees go straight onto the MBRCHG charge
      * feed, the updated calendar is written for tomorrow night,
      * and the starter sheet for tomorrow's play is printed.
      * Intervals played before the first of last month are purged
      * from the calendar as it is loaded; last month is kept for
      * the utilization report (TEEUTIL).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MemberFile
           ASSIGN TO "../data/members.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Member-Status.

           SELECT TeeRuleFile
           ASSIGN TO "../data/teerule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Rule-Status.

           SELECT CalendarFile
           ASSIGN TO "../data/teecal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Cal-Status.

           SELECT OPTIONAL WaitFile
           ASSIGN TO "../data/teewait.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Wait-Status.

           SELECT RequestFile
           ASSIGN TO "../data/teereq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Request-Status.

           SELECT NewCalendarFile
           ASSIGN TO "../data/teecal.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewCal-Status.

           SELECT NewWaitFile
           ASSIGN TO "../data/teewait.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewWait-Status.

      * The same charge feed MBRCHG posts - guest fees are added to
      * whatever chits are already waiting in it
           SELECT OPTIONAL ChargeFile
           ASSIGN TO "../data/mbrchg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Charge-Status.

           SELECT BookingRegister
           ASSIGN TO "../spool/teebook.rpt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-Register-Status.

           SELECT StarterSheet
           ASSIGN TO "../spool/starter.rpt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-Starter-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  MemberFile.
       01  MemberRec.
           02 MemberId      PIC X(5).
           02 MemberName    PIC X(20).
           02 MemberType    PIC 9.
           02 MemberGender  PIC X.

      * One record per MemberType - prime limit is tee times held
      * at once, guest fee is per guest per round
       FD  TeeRuleFile.
       01  TeeRuleRec.
           02 RuleType       PIC 9.
           02 RuleAdvanceDays PIC 9(2).
           02 RulePrimeLimit PIC 9(2).
           02 RuleGuestLimit PIC 9.
           02 RuleGuestFee   PIC 9(3)V99.

      * One record per tee-time interval, date/time order - an
      * open interval has no member on it; PrimeFlag P marks the
      * prime-time intervals
       FD  CalendarFile.
       01  CalendarRec.
           02 CalPlayDate    PIC X(8).
           02 CalTeeTime     PIC X(4).
           02 CalPrimeFlag   PIC X.
           02 CalMemberId    PIC X(5).
           02 CalMemberType  PIC 9.
           02 CalGuests      PIC 9.

       FD  WaitFile.
       01  WaitRec.
           02 WaitMemberId   PIC X(5).
           02 WaitPlayDate   PIC X(8).
           02 WaitTeeTime    PIC X(4).
           02 WaitGuests     PIC 9.

       FD  RequestFile.
       01  RequestRec.
           02 ReqMemberId    PIC X(5).
           02 ReqPlayDate    PIC X(8).
           02 ReqTeeTime     PIC X(4).
           02 ReqGuests      PIC 9.

       FD  NewCalendarFile.
       01  NewCalendarRec.
           02 NewCalPlayDate   PIC X(8).
           02 NewCalTeeTime    PIC X(4).
           02 NewCalPrimeFlag  PIC X.
           02 NewCalMemberId   PIC X(5).
           02 NewCalMemberType PIC 9.
           02 NewCalGuests     PIC 9.

       FD  NewWaitFile.
       01  NewWaitRec        PIC X(18).

       FD  ChargeFile.
       01  ChargeRec.
           02 ChgMemberId     PIC X(5).
           02 ChgType         PIC X.
           02 ChgDate         PIC X(8).
           02 ChgAmount       PIC 9(5)V99.
           02 ChgDescription  PIC X(20).

       FD  BookingRegister.
       01  PrintLine          PIC X(80).

       FD  StarterSheet.
       01  StarterLine        PIC X(80).

       WORKING-STORAGE SECTION.

        01 WS-File-Status.
       COPY wsfst REPLACING ==:tag:== BY ==Member==.
       COPY wsfst REPLACING ==:tag:== BY ==Rule==.
       COPY wsfst REPLACING ==:tag:== BY ==Cal==.
       COPY wsfst REPLACING ==:tag:== BY ==Wait==.
       COPY wsfst REPLACING ==:tag:== BY ==Request==.
       COPY wsfst REPLACING ==:tag:== BY ==NewCal==.
       COPY wsfst REPLACING ==:tag:== BY ==NewWait==.
       COPY wsfst REPLACING ==:tag:== BY ==Charge==.
       COPY wsfst REPLACING ==:tag:== BY ==Register==.
       COPY wsfst REPLACING ==:tag:== BY ==Starter==.

      * Roster, with the prime-time tee times each member already
      * holds from tomorrow on
       01  MemberTable.
           02 MemberEntry OCCURS 200 TIMES INDEXED BY MBR-IDX.
              03 TblMemberId     PIC X(5).
              03 TblMemberName   PIC X(20).
              03 TblMemberType   PIC 9.
              03 TblPrimeHeld    PIC 9(2).
       01  MemberCount       PIC 9(3) VALUE ZEROS.

       01  TeeRuleTable.
           02 TeeRuleEntry OCCURS 10 TIMES.
              03 TblRuleLoaded   PIC X VALUE "N".
              03 TblAdvanceDays  PIC 9(2) VALUE ZEROS.
              03 TblPrimeLimit   PIC 9(2) VALUE ZEROS.
              03 TblGuestLimit   PIC 9 VALUE ZEROS.
              03 TblGuestFee     PIC 9(3)V99 VALUE ZEROS.
       01  RuleSub           PIC 99 VALUE ZEROS.

       01  CalendarTable.
           02 CalEntry OCCURS 3000 TIMES.
              03 TblCalPlayDate   PIC X(8).
              03 TblCalTeeTime    PIC X(4).
              03 TblCalPrimeFlag  PIC X.
                 88 TblCal-Prime  VALUE "P".
              03 TblCalMemberId   PIC X(5).
              03 TblCalMemberType PIC 9.
              03 TblCalGuests     PIC 9.
       01  CalCount          PIC 9(4) VALUE ZEROS.
       01  CalSub            PIC 9(4) VALUE ZEROS.
       01  FoundSub          PIC 9(4) VALUE ZEROS.

      * Wait-list entries and new requests are both worked from here
       01  CurrentRequest.
           02 CurMemberId    PIC X(5).
           02 CurPlayDate    PIC X(8).
           02 CurPlayDateNum REDEFINES CurPlayDate PIC 9(8).
           02 CurTeeTime     PIC X(4).
           02 CurGuests      PIC 9.
       01  CurSource         PIC X VALUE SPACES.
           88 From-Wait-List VALUE "W".

       01  RequestStatus     PIC X VALUE SPACES.
           88 Req-Pending     VALUE " ".
           88 Req-Confirmed   VALUE "C".
           88 Req-Wait-Listed VALUE "W".
           88 Req-Rejected    VALUE "R".
       01  RequestReason     PIC X(30) VALUE SPACES.
       01  AlreadyBooked     PIC X VALUE "N".
       01  PrimeSkipped      PIC X VALUE "N".

       01  WS-Run-Date       PIC 9(8) VALUE ZEROS.
       01  WS-Run-Day-Num    PIC S9(7) COMP VALUE ZEROS.
       01  WS-Play-Day-Num   PIC S9(7) COMP VALUE ZEROS.
       01  WS-Days-Ahead     PIC S9(7) COMP VALUE ZEROS.
       01  WS-Starter-Date   PIC 9(8) VALUE ZEROS.
       01  WS-Starter-Date-X REDEFINES WS-Starter-Date PIC X(8).
       01  WS-Keep-From-Date.
           02 WS-Keep-Year   PIC 9(4).
           02 WS-Keep-Month  PIC 9(2).
           02 WS-Keep-Day    PIC 9(2).
       01  WS-Keep-From-X REDEFINES WS-Keep-From-Date PIC X(8).
       01  WS-Guest-Fee      PIC 9(5)V99 VALUE ZEROS.

       01  GuestFeeDescription.
           02 FILLER          PIC X(9) VALUE "TEE TIME ".
           02 GfdTeeTime      PIC X(4).
           02 FILLER          PIC X(5) VALUE " GST ".
           02 GfdGuests       PIC 9.
           02 FILLER          PIC X(1) VALUE SPACES.

       01  Counters.
           02 RequestsRead     PIC 9(4) VALUE ZEROS.
           02 RequestsBooked   PIC 9(4) VALUE ZEROS.
           02 RequestsWaiting  PIC 9(4) VALUE ZEROS.
           02 RequestsRejected PIC 9(4) VALUE ZEROS.
           02 GuestFeeTotal    PIC 9(7)V99 VALUE ZEROS.
           02 StarterTimes     PIC 9(4) VALUE ZEROS.
           02 StarterBooked    PIC 9(4) VALUE ZEROS.
           02 StarterPlayers   PIC 9(4) VALUE ZEROS.
           02 IntervalsPurged  PIC 9(5) VALUE ZEROS.

       01  RegisterHeading.
           02 FILLER         PIC X(40) VALUE
              "ROLLING GREENS TEE-TIME BOOKING REGISTER".
           02 FILLER         PIC X(2) VALUE SPACES.
           02 PrnRunDate     PIC X(8).

       01  RegisterColumns   PIC X(80) VALUE
           "MEMBR PLAY DATE ASK  G  W STATUS      TIME REASON".

       01  RegisterDetailLine.
           02 PrnReqMemberId PIC X(5).
           02 FILLER         PIC X(1) VALUE SPACES.
           02 PrnReqPlayDate PIC X(8).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 PrnReqTeeTime  PIC X(4).
           02 FILLER         PIC X(1) VALUE SPACES.
           02 PrnReqGuests   PIC 9.
           02 FILLER         PIC X(2) VALUE SPACES.
           02 PrnReqSource   PIC X.
           02 FILLER         PIC X(1) VALUE SPACES.
           02 PrnReqStatus   PIC X(11).
           02 FILLER         PIC X(1) VALUE SPACES.
           02 PrnBookedTime  PIC X(4).
           02 FILLER         PIC X(1) VALUE SPACES.
           02 PrnReqReason   PIC X(30).
           02 FILLER         PIC X(7) VALUE SPACES.

       01  RegisterTotalLine.
           02 FILLER         PIC X(6)  VALUE "READ: ".
           02 PrnTotRead     PIC ZZZ9.
           02 FILLER         PIC X(9)  VALUE "  BOOKED:".
           02 PrnTotBooked   PIC ZZZ9.
           02 FILLER         PIC X(11) VALUE "  WAITLIST:".
           02 PrnTotWaiting  PIC ZZZ9.
           02 FILLER         PIC X(11) VALUE "  REJECTED:".
           02 PrnTotRejected PIC ZZZ9.
           02 FILLER         PIC X(13) VALUE "  GUEST FEES:".
           02 PrnTotFees     PIC $$$,$$9.99.

       01  StarterHeading.
           02 FILLER         PIC X(36) VALUE
              "ROLLING GREENS STARTER SHEET FOR   ".
           02 PrnStarterDate PIC X(8).

       01  StarterColumns    PIC X(80) VALUE
           "TIME  MEMBR MEMBER NAME           TYPE GUESTS PLAYERS".

       01  StarterDetailLine.
           02 PrnStartTime   PIC X(4).
           02 PrnStartPrime  PIC X(1).
           02 FILLER         PIC X(1) VALUE SPACES.
           02 PrnStartMember PIC X(5).
           02 FILLER         PIC X(1) VALUE SPACES.
           02 PrnStartName   PIC X(20).
           02 FILLER         PIC X(2) VALUE SPACES.
           02 PrnStartType   PIC X(1).
           02 FILLER         PIC X(6) VALUE SPACES.
           02 PrnStartGuests PIC Z.
           02 FILLER         PIC X(7) VALUE SPACES.
           02 PrnStartPlayers PIC Z.
           02 FILLER         PIC X(30) VALUE SPACES.

       01  StarterTotalLine.
           02 FILLER         PIC X(11) VALUE "TEE TIMES: ".
           02 PrnStartTimes  PIC ZZZ9.
           02 FILLER         PIC X(10) VALUE "  BOOKED: ".
           02 PrnStartBooked PIC ZZZ9.
           02 FILLER         PIC X(11) VALUE "  PLAYERS: ".
           02 PrnStartPlyrs  PIC ZZZ9.

       01  StarterNoPlayLine PIC X(80) VALUE
           "*** NO TEE TIMES ON THE CALENDAR FOR THIS DATE ***".

       01  BlankLine         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process UNTIL WS-Request-EOF.
           PERFORM 3000-Write-Calendar.
           PERFORM 4000-Print-Starter-Sheet.
           PERFORM 5000-End-Job.
           GOBACK.

       1000-Begin-Job.
           OPEN INPUT  MemberFile TeeRuleFile CalendarFile
                       WaitFile RequestFile.
           OPEN OUTPUT NewCalendarFile NewWaitFile
                       BookingRegister StarterSheet.
           OPEN EXTEND ChargeFile.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date, PrnRunDate.
           COMPUTE WS-Run-Day-Num =
              FUNCTION INTEGER-OF-DATE(WS-Run-Date).
           COMPUTE WS-Starter-Date =
              FUNCTION DATE-OF-INTEGER(WS-Run-Day-Num + 1).
           MOVE WS-Run-Date(1:4) TO WS-Keep-Year.
           MOVE WS-Run-Date(5:2) TO WS-Keep-Month.
           MOVE 1                TO WS-Keep-Day.
           IF WS-Keep-Month = 1
              SUBTRACT 1 FROM WS-Keep-Year
              MOVE 12 TO WS-Keep-Month
           ELSE
              SUBTRACT 1 FROM WS-Keep-Month
           END-IF.

           WRITE PrintLine FROM RegisterHeading.
           WRITE PrintLine FROM BlankLine.
           WRITE PrintLine FROM RegisterColumns.

           PERFORM 1100-Load-One-Member UNTIL WS-Member-EOF.
           PERFORM 1200-Load-One-Rule UNTIL WS-Rule-EOF.
           PERFORM 1300-Load-One-Interval UNTIL WS-Cal-EOF.
           PERFORM 5100-Read-Request.

       1100-Load-One-Member.
           READ MemberFile
               AT END SET WS-Member-EOF TO TRUE
           END-READ.
           IF NOT WS-Member-EOF
              IF MemberCount < 200
                 ADD 1 TO MemberCount
                 MOVE MemberId   TO TblMemberId(MemberCount)
                 MOVE MemberName TO TblMemberName(MemberCount)
                 MOVE MemberType TO TblMemberType(MemberCount)
                 MOVE ZEROS      TO TblPrimeHeld(MemberCount)
              ELSE
                 DISPLAY "*** MEMBER TABLE FULL ***"
              END-IF
           END-IF.

      * A foursome is the most an interval holds, so no type can
      * bring more than three guests whatever the table says
       1200-Load-One-Rule.
           READ TeeRuleFile
               AT END SET WS-Rule-EOF TO TRUE
           END-READ.
           IF NOT WS-Rule-EOF
              AND RuleType NUMERIC
              MOVE "Y"            TO TblRuleLoaded(RuleType + 1)
              MOVE RuleAdvanceDays TO TblAdvanceDays(RuleType + 1)
              MOVE RulePrimeLimit TO TblPrimeLimit(RuleType + 1)
              MOVE RuleGuestLimit TO TblGuestLimit(RuleType + 1)
              MOVE RuleGuestFee   TO TblGuestFee(RuleType + 1)
              IF TblGuestLimit(RuleType + 1) > 3
                 MOVE 3 TO TblGuestLimit(RuleType + 1)
              END-IF
           END-IF.

      * A calendar bigger than the table would lose intervals from
      * teecal.new for good - overflow stops the run instead.  Days
      * before the first of last month are dropped here and so never
      * reach teecal.new
       1300-Load-One-Interval.
           READ CalendarFile
               AT END SET WS-Cal-EOF TO TRUE
           END-READ.
           IF NOT WS-Cal-EOF
              AND CalPlayDate < WS-Keep-From-X
              ADD 1 TO IntervalsPurged
           END-IF.
           IF NOT WS-Cal-EOF
              AND CalPlayDate NOT < WS-Keep-From-X
              AND CalCount = 3000
              DISPLAY "*** CALENDAR EXCEEDS TABLE - INCREASE "
                      "CalendarTable OCCURS ***"
              CLOSE MemberFile TeeRuleFile CalendarFile
                    WaitFile RequestFile NewCalendarFile
                    NewWaitFile ChargeFile BookingRegister
                    StarterSheet
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT WS-Cal-EOF
              AND CalPlayDate NOT < WS-Keep-From-X
              ADD 1 TO CalCount
              MOVE CalPlayDate   TO TblCalPlayDate(CalCount)
              MOVE CalTeeTime    TO TblCalTeeTime(CalCount)
              MOVE CalPrimeFlag  TO TblCalPrimeFlag(CalCount)
              MOVE CalMemberId   TO TblCalMemberId(CalCount)
              MOVE CalMemberType TO TblCalMemberType(CalCount)
              MOVE CalGuests     TO TblCalGuests(CalCount)
              IF TblCal-Prime(CalCount)
                 AND CalMemberId NOT = SPACES
                 AND CalPlayDate NOT < WS-Starter-Date-X
                 PERFORM 1310-Count-Prime-Held
              END-IF
           END-IF.

       1310-Count-Prime-Held.
           SET MBR-IDX TO 1.
           SEARCH MemberEntry
               AT END
                  CONTINUE
               WHEN TblMemberId(MBR-IDX) = CalMemberId
                  ADD 1 TO TblPrimeHeld(MBR-IDX)
           END-SEARCH.

       2000-Process.
           ADD 1 TO RequestsRead.
           SET Req-Pending TO TRUE.
           MOVE SPACES TO RequestReason PrnBookedTime.
           PERFORM 2100-Edit-Request.
           IF Req-Pending
              PERFORM 2200-Find-Tee-Time
           END-IF.
           PERFORM 2900-Print-Register-Line.
           PERFORM 5100-Read-Request.

       2100-Edit-Request.
           SET MBR-IDX TO 1.
           SEARCH MemberEntry
               AT END
                  SET Req-Rejected TO TRUE
                  MOVE "UNKNOWN MEMBER" TO RequestReason
      * Only the loaded entries are real - stop at the count
               WHEN MBR-IDX > MemberCount
                  SET Req-Rejected TO TRUE
                  MOVE "UNKNOWN MEMBER" TO RequestReason
               WHEN TblMemberId(MBR-IDX) = CurMemberId
                  COMPUTE RuleSub = TblMemberType(MBR-IDX) + 1
           END-SEARCH.
           IF Req-Pending
              EVALUATE TRUE
                 WHEN TblRuleLoaded(RuleSub) NOT = "Y"
                    SET Req-Rejected TO TRUE
                    MOVE "NO BOOKING PRIVILEGES" TO RequestReason
                 WHEN CurPlayDate NOT NUMERIC
                    SET Req-Rejected TO TRUE
                    MOVE "INVALID PLAY DATE" TO RequestReason
                 WHEN CurTeeTime NOT NUMERIC
                    SET Req-Rejected TO TRUE
                    MOVE "INVALID TEE TIME" TO RequestReason
                 WHEN CurGuests NOT NUMERIC
                    SET Req-Rejected TO TRUE
                    MOVE "INVALID GUEST COUNT" TO RequestReason
                 WHEN OTHER
                    PERFORM 2110-Check-Booking-Rules
              END-EVALUATE
           END-IF.

      * Tomorrow is the earliest a request can book; the type's
      * advance-booking days are the latest
       2110-Check-Booking-Rules.
           COMPUTE WS-Play-Day-Num =
              FUNCTION INTEGER-OF-DATE(CurPlayDateNum).
           COMPUTE WS-Days-Ahead = WS-Play-Day-Num - WS-Run-Day-Num.
           EVALUATE TRUE
              WHEN WS-Play-Day-Num = ZERO
                 SET Req-Rejected TO TRUE
                 MOVE "INVALID PLAY DATE" TO RequestReason
              WHEN WS-Days-Ahead < 1
                 AND From-Wait-List
                 SET Req-Rejected TO TRUE
                 MOVE "WAIT LIST EXPIRED" TO RequestReason
              WHEN WS-Days-Ahead < 1
                 SET Req-Rejected TO TRUE
                 MOVE "PLAY DATE HAS PASSED" TO RequestReason
              WHEN WS-Days-Ahead > TblAdvanceDays(RuleSub)
                 SET Req-Rejected TO TRUE
                 MOVE "BEYOND ADVANCE BOOKING WINDOW" TO RequestReason
              WHEN CurGuests > TblGuestLimit(RuleSub)
                 SET Req-Rejected TO TRUE
                 MOVE "OVER GUEST LIMIT FOR TYPE" TO RequestReason
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * First open interval that day at or after the time asked
      * for; prime intervals are passed over once the member holds
      * the type's prime-time limit
       2200-Find-Tee-Time.
           MOVE ZEROS TO FoundSub.
           MOVE "N" TO AlreadyBooked PrimeSkipped.
           PERFORM 2210-Check-One-Interval
              VARYING CalSub FROM 1 BY 1
              UNTIL CalSub > CalCount.
           EVALUATE TRUE
              WHEN AlreadyBooked = "Y"
                 SET Req-Rejected TO TRUE
                 MOVE "ALREADY BOOKED THAT DAY" TO RequestReason
              WHEN FoundSub = ZEROS
                 SET Req-Wait-Listed TO TRUE
                 IF PrimeSkipped = "Y"
                    MOVE "PRIME-TIME LIMIT REACHED" TO RequestReason
                 ELSE
                    MOVE "NO OPEN TEE TIME" TO RequestReason
                 END-IF
                 WRITE NewWaitRec FROM CurrentRequest
              WHEN OTHER
                 PERFORM 2300-Book-Tee-Time
           END-EVALUATE.

       2210-Check-One-Interval.
           IF TblCalPlayDate(CalSub) = CurPlayDate
              IF TblCalMemberId(CalSub) = CurMemberId
                 MOVE "Y" TO AlreadyBooked
              END-IF
              IF TblCalMemberId(CalSub) = SPACES
                 AND TblCalTeeTime(CalSub) NOT < CurTeeTime
                 AND FoundSub = ZEROS
                 IF TblCal-Prime(CalSub)
                    AND TblPrimeHeld(MBR-IDX)
                        NOT < TblPrimeLimit(RuleSub)
                    MOVE "Y" TO PrimeSkipped
                 ELSE
                    MOVE CalSub TO FoundSub
                 END-IF
              END-IF
           END-IF.

       2300-Book-Tee-Time.
           MOVE CurMemberId TO TblCalMemberId(FoundSub).
           MOVE TblMemberType(MBR-IDX) TO TblCalMemberType(FoundSub).
           MOVE CurGuests   TO TblCalGuests(FoundSub).
           IF TblCal-Prime(FoundSub)
              ADD 1 TO TblPrimeHeld(MBR-IDX)
           END-IF.
           SET Req-Confirmed TO TRUE.
           MOVE TblCalTeeTime(FoundSub) TO PrnBookedTime.
           IF CurGuests > ZERO
              AND TblGuestFee(RuleSub) > ZERO
              PERFORM 2400-Post-Guest-Fee
           END-IF.

      * Guest fees ride the member's bill like any other chit -
      * MBRCHG posts them to the receivables on its next run
       2400-Post-Guest-Fee.
           COMPUTE WS-Guest-Fee = CurGuests * TblGuestFee(RuleSub).
           MOVE TblCalTeeTime(FoundSub) TO GfdTeeTime.
           MOVE CurGuests TO GfdGuests.
           MOVE SPACES               TO ChargeRec.
           MOVE CurMemberId          TO ChgMemberId.
           MOVE "G"                  TO ChgType.
           MOVE CurPlayDate          TO ChgDate.
           MOVE WS-Guest-Fee         TO ChgAmount.
           MOVE GuestFeeDescription  TO ChgDescription.
           WRITE ChargeRec.
           ADD WS-Guest-Fee TO GuestFeeTotal.

       2900-Print-Register-Line.
           MOVE CurMemberId TO PrnReqMemberId.
           MOVE CurPlayDate TO PrnReqPlayDate.
           MOVE CurTeeTime  TO PrnReqTeeTime.
           MOVE CurGuests   TO PrnReqGuests.
           MOVE CurSource   TO PrnReqSource.
           MOVE RequestReason TO PrnReqReason.
           EVALUATE TRUE
              WHEN Req-Confirmed
                 MOVE "CONFIRMED"   TO PrnReqStatus
                 ADD 1 TO RequestsBooked
              WHEN Req-Wait-Listed
                 MOVE "WAIT-LISTED" TO PrnReqStatus
                 ADD 1 TO RequestsWaiting
              WHEN OTHER
                 MOVE "REJECTED"    TO PrnReqStatus
                 ADD 1 TO RequestsRejected
           END-EVALUATE.
           WRITE PrintLine FROM RegisterDetailLine.

      * The calendar goes back out as loaded - last month and this
      * month's past days stay on it for the monthly utilization
      * report (TEEUTIL)
       3000-Write-Calendar.
           PERFORM 3100-Write-One-Interval
              VARYING CalSub FROM 1 BY 1
              UNTIL CalSub > CalCount.

       3100-Write-One-Interval.
           MOVE TblCalPlayDate(CalSub)   TO NewCalPlayDate.
           MOVE TblCalTeeTime(CalSub)    TO NewCalTeeTime.
           MOVE TblCalPrimeFlag(CalSub)  TO NewCalPrimeFlag.
           MOVE TblCalMemberId(CalSub)   TO NewCalMemberId.
           MOVE TblCalMemberType(CalSub) TO NewCalMemberType.
           MOVE TblCalGuests(CalSub)     TO NewCalGuests.
           WRITE NewCalendarRec.

      * Tomorrow's tee sheet for the starter, open intervals too
       4000-Print-Starter-Sheet.
           MOVE WS-Starter-Date-X TO PrnStarterDate.
           WRITE StarterLine FROM StarterHeading.
           WRITE StarterLine FROM BlankLine.
           WRITE StarterLine FROM StarterColumns.
           PERFORM 4100-Print-One-Tee-Time
              VARYING CalSub FROM 1 BY 1
              UNTIL CalSub > CalCount.
           IF StarterTimes = ZEROS
              WRITE StarterLine FROM StarterNoPlayLine
           END-IF.
           MOVE StarterTimes   TO PrnStartTimes.
           MOVE StarterBooked  TO PrnStartBooked.
           MOVE StarterPlayers TO PrnStartPlyrs.
           WRITE StarterLine FROM BlankLine.
           WRITE StarterLine FROM StarterTotalLine.

       4100-Print-One-Tee-Time.
           IF TblCalPlayDate(CalSub) = WS-Starter-Date-X
              ADD 1 TO StarterTimes
              MOVE TblCalTeeTime(CalSub) TO PrnStartTime
              IF TblCal-Prime(CalSub)
                 MOVE "*" TO PrnStartPrime
              ELSE
                 MOVE SPACES TO PrnStartPrime
              END-IF
              IF TblCalMemberId(CalSub) = SPACES
                 MOVE SPACES TO PrnStartMember PrnStartType
                 MOVE ZEROS  TO PrnStartGuests PrnStartPlayers
                 MOVE "-- OPEN --" TO PrnStartName
              ELSE
                 PERFORM 4110-Fill-Booked-Line
              END-IF
              WRITE StarterLine FROM StarterDetailLine
           END-IF.

       4110-Fill-Booked-Line.
           ADD 1 TO StarterBooked.
           COMPUTE StarterPlayers =
              StarterPlayers + 1 + TblCalGuests(CalSub).
           MOVE TblCalMemberId(CalSub)   TO PrnStartMember.
           MOVE TblCalMemberType(CalSub) TO PrnStartType.
           MOVE TblCalGuests(CalSub)     TO PrnStartGuests.
           COMPUTE PrnStartPlayers = 1 + TblCalGuests(CalSub).
           MOVE "** NOT ON ROSTER **" TO PrnStartName.
           SET MBR-IDX TO 1.
           SEARCH MemberEntry
               AT END
                  CONTINUE
               WHEN TblMemberId(MBR-IDX) = TblCalMemberId(CalSub)
                  MOVE TblMemberName(MBR-IDX) TO PrnStartName
           END-SEARCH.

       5000-End-Job.
           MOVE RequestsRead     TO PrnTotRead.
           MOVE RequestsBooked   TO PrnTotBooked.
           MOVE RequestsWaiting  TO PrnTotWaiting.
           MOVE RequestsRejected TO PrnTotRejected.
           MOVE GuestFeeTotal    TO PrnTotFees.
           WRITE PrintLine FROM BlankLine.
           WRITE PrintLine FROM RegisterTotalLine.
           CLOSE MemberFile TeeRuleFile CalendarFile
                 WaitFile RequestFile NewCalendarFile
                 NewWaitFile ChargeFile BookingRegister
                 StarterSheet.
           DISPLAY "TEETIME INTERVALS PURGED: " IntervalsPurged.
           DISPLAY "TEETIME COMPLETE".

      * Yesterday's wait list is worked before the new requests so
      * the members already waiting keep their place in line
       5100-Read-Request.
           IF NOT WS-Wait-EOF
              READ WaitFile INTO CurrentRequest
                  AT END SET WS-Wait-EOF TO TRUE
              END-READ
              MOVE "W" TO CurSource
           END-IF.
           IF WS-Wait-EOF
              READ RequestFile INTO CurrentRequest
                  AT END SET WS-Request-EOF TO TRUE
              END-READ
              MOVE SPACES TO CurSource
           END-IF.
