       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REVACCR.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          MONTH-END UNBILLED REVENUE ACCRUAL.
      *
      *          REVENUE REACHES THE GL AS IT IS BILLED, SO AT MONTH
      *          END THE CHARGES OF EVERY PATIENT STILL IN HOUSE THAT
      *          HAVE NOT YET BEEN ON A STATEMENT ARE MISSING FROM THE
      *          BOOKS.  THIS STEP ACCRUES THEM:
      *
      *             ROOM - EVERY UNBILLED DAY OF EACH ACTIVE PATIENT ON
      *                    THE MASTER, FROM THE DAY AFTER THE STAY WAS
      *                    LAST BILLED (THE ACCOUNT MASTER'S LAST
      *                    CHARGE DATE - THE ADMIT DATE WHEN NEVER
      *                    BILLED) THROUGH MONTH END, PRICED AS
      *                    GLEXTRCT PRICES A BED-DAY: THE WARD'S
      *                    LATEST ROOMRATE EFFECTIVE ON THAT DAY.  THE
      *                    WARD IS THE ONE ON THE MONTH-END CENSUS.
      *             MED/PHAR/ANCL - THE EDITED TREATMENTS OF THOSE
      *                    SAME PATIENTS DATED IN THE UNBILLED PART OF
      *                    THE STAY.
      *
      *          EACH CATEGORY IS POSTED AS A BALANCED DEBIT/CREDIT
      *          PAIR DATED THE LAST DAY OF THE MONTH, THROUGH THE
      *          SAME GLMAP ACCOUNTS GLEXTRCT USES, AND IS REVERSED BY
      *          THE OPPOSITE PAIR DATED THE FIRST BUSINESS DAY OF THE
      *          NEXT MONTH (BUSDAY CALENDAR), SO THE ACCRUAL COMES
      *          BACK OUT AS THE REAL BILLING POSTS.
      *
      *          THE MONTH ACCRUED IS THE MONTH OF THE CYCLE BUSINESS
      *          DATE, OR THE YYYYMM GIVEN IN THE JCL PARM WHEN THE
      *          STEP IS RUN AFTER MONTH END.
      *
      ******************************************************************

             VSAM MASTER FILE        -   DDS0001.PATMASTR

             VSAM ACCOUNT MASTER     -   DDS0001.ACCTMSTR

             CENSUS FILE             -   DDS0001.PATSRCH

             ROOM-RATE TABLE UNLOAD  -   DDS0001.RATETABL

             EDITED TREATMENT FILE   -   DDS0001.TRMTEDIT

             ACCOUNT MAPPING FILE    -   DDS0001.GLMAP

             ACCRUAL JOURNAL         -   DDS0001.ACCRJRNL

             ACCRUAL REPORT          -   RPTFILE

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

           SELECT RATETABL
           ASSIGN TO UT-S-RATETABL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RTCODE.

           SELECT TRMTEDIT
           ASSIGN TO UT-S-TRMTEDIT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS IFCODE.

           SELECT GLMAP
           ASSIGN TO UT-S-GLMAP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS GMCODE.

           SELECT ACCRJRNL
           ASSIGN TO UT-S-ACCRJRNL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS GJCODE.

           SELECT RPTFILE
           ASSIGN TO RPTFILE
             FILE STATUS IS RFCODE.

           SELECT PATMSTR
                  ASSIGN       TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PATMSTR-KEY
                  FILE STATUS  IS PMCODE.

           SELECT ACCTMSTR
                  ASSIGN       TO ACCTMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS ACCTMSTR-KEY
                  FILE STATUS  IS AMCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PATSRCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 993 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATSRCH-REC.
       01  PATSRCH-REC  PIC X(993).

       FD  RATETABL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATETABL-REC.
       01  RATETABL-REC.
           05  RT-WARD-ID              PIC X(04).
           05  RT-ROOM-TYPE            PIC X(01).
           05  RT-EFFECTIVE-DATE       PIC X(08).
           05  RT-DAILY-RATE           PIC 9(5)V99.
           05  FILLER                  PIC X(60).

       FD  TRMTEDIT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRMTEDIT-REC.
       01  TRMTEDIT-REC  PIC X(1101).

      ****** CHARGE CATEGORY TO GL ACCOUNT MAPPING - THE SAME FILE
      ****** GLEXTRCT POSTS THROUGH
       FD  GLMAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLMAP-REC.
       01  GLMAP-REC.
           05  GM-CATEGORY             PIC X(04).
           05  GM-DEBIT-ACCOUNT        PIC X(08).
           05  GM-CREDIT-ACCOUNT       PIC X(08).
           05  FILLER                  PIC X(20).

      ****** ACCRUAL AND REVERSAL JOURNAL - GLJRNL LAYOUT
       FD  ACCRJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GLJRNL-REC.
       01  GLJRNL-REC.
           05  GL-POST-DATE            PIC X(08).
           05  GL-ACCOUNT              PIC X(08).
           05  GL-DR-CR                PIC X(01).
           05  GL-CATEGORY             PIC X(04).
           05  GL-AMOUNT               PIC S9(9)V99.
           05  FILLER                  PIC X(08).

       FD  RPTFILE
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  ACCTMSTR
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS ACCTMSTR-REC.
       01  ACCTMSTR-REC.
           05 ACCTMSTR-KEY     PIC X(16).
           05 FILLER           PIC X(184).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATCODE                 PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RTCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  IFCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  GMCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  GJCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PMCODE                  PIC X(2).
               88 PMCODE-OK     VALUE "00".
           05  AMCODE                  PIC X(2).
               88 AMCODE-OK     VALUE "00".

       01  FLAGS-AND-SWITCHES.
           05 MORE-MASTER-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-MASTER        VALUE "N".
           05 MORE-TRMT-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-TRMT          VALUE "N".
           05 MORE-CENSUS-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-CENSUS        VALUE "N".
           05 MORE-RATES-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-RATES         VALUE "N".
           05 MORE-GLMAP-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-GLMAP         VALUE "N".

       COPY PATMSTR.

       COPY ACCTMSTR.

       COPY TREATMNT.

       COPY PATDALY.

       COPY BUSDAYWS.

       COPY RUNCOUNT.

      ****** IN-CORE COPY OF THE ROOM-RATE TABLE UNLOAD
       01  ROOM-RATE-TABLE.
           05  ROOM-RATE-ENTRY OCCURS 200 TIMES
                       INDEXED BY RATE-IDX.
               10  RATE-WARD-ID        PIC X(04).
               10  RATE-EFFECTIVE-DATE PIC X(08).
               10  RATE-DAILY-RATE     PIC S9(5)V99 COMP-3.
       77  RATE-ENTRY-COUNT            PIC S9(4) COMP VALUE 0.
       77  RATE-SUB                    PIC S9(4) COMP VALUE 0.

      ****** ACCOUNT MAPPING, ONE ENTRY PER CHARGE CATEGORY
       01  GL-MAP-TABLE.
           05  GL-MAP-ENTRY OCCURS 20 TIMES
                       INDEXED BY MAP-IDX.
               10  MAP-CATEGORY        PIC X(04).
               10  MAP-DEBIT-ACCOUNT   PIC X(08).
               10  MAP-CREDIT-ACCOUNT  PIC X(08).
       77  MAP-ENTRY-COUNT             PIC S9(4) COMP VALUE 0.

      ****** WARD EACH PATIENT IS IN ON THE MONTH-END CENSUS
       01  CENSUS-WARD-TABLE.
           05  CENSUS-WARD-ENTRY OCCURS 3000 TIMES
                       INDEXED BY CW-IDX.
               10  CW-PATIENT-ID       PIC 9(06).
               10  CW-WARD-NBR         PIC 9(04).
       77  CW-ENTRY-COUNT              PIC S9(4) COMP VALUE 0.

      ****** ONE ENTRY PER ACTIVE PATIENT ACCRUED - THE UNBILLED
      ****** WINDOW OF THE STAY AND WHAT WAS ACCRUED IN IT
       01  ACCRUAL-TABLE.
           05  ACCRUAL-ENTRY OCCURS 3000 TIMES
                       INDEXED BY AC-IDX.
               10  AC-PATIENT-ID       PIC 9(06).
               10  AC-DATE-ADMIT       PIC X(10).
               10  AC-WARD-NBR         PIC X(04).
               10  AC-UNBILLED-FROM    PIC X(08).
               10  AC-UNBILLED-DAYS    PIC S9(4) COMP.
               10  AC-ROOM-AMOUNT      PIC S9(7)V99 COMP-3.
               10  AC-MED-AMOUNT       PIC S9(7)V99 COMP-3.
               10  AC-PHAR-AMOUNT      PIC S9(7)V99 COMP-3.
               10  AC-ANCL-AMOUNT      PIC S9(7)V99 COMP-3.
       77  AC-ENTRY-COUNT              PIC S9(4) COMP VALUE 0.

       01  ACCRUAL-WORK-FIELDS.
           05  WS-ADMIT-YYYYMMDD       PIC 9(08).
           05  WS-BILLED-THRU-YYYYMMDD PIC 9(08).
           05  WS-FROM-YYYYMMDD        PIC 9(08).
           05  WS-DAY-YYYYMMDD         PIC 9(08).
           05  WS-DAY-DATE-X REDEFINES WS-DAY-YYYYMMDD
                                       PIC X(08).
           05  WS-FROM-DAY-NUM         PIC S9(7) COMP.
           05  WS-THRU-DAY-NUM         PIC S9(7) COMP.
           05  WS-DAY-NUM              PIC S9(7) COMP.
           05  WS-BEST-EFF-DATE        PIC X(08).
           05  WS-BED-DAY-RATE         PIC S9(5)V99 COMP-3.
           05  WS-POST-CATEGORY        PIC X(04).
           05  WS-POST-AMOUNT          PIC S9(9)V99 COMP-3.
           05  WS-POST-DATE            PIC X(08).
           05  WS-DEBIT-ACCOUNT        PIC X(08).
           05  WS-CREDIT-ACCOUNT       PIC X(08).

      ****** ACCRUAL MONTH - MONTH END AND THE REVERSAL DATE
       77  WS-RUN-YYYYMMDD             PIC X(08).
       01  WS-RUN-PARM                 PIC X(08) VALUE SPACES.
       01  WS-PARM-MONTH REDEFINES WS-RUN-PARM.
           05  WS-PARM-YYYYMM          PIC 9(06).
           05  FILLER                  PIC X(02).
       01  MONTH-END-FIELDS.
           05  WS-NEXT-MONTH-FIRST     PIC 9(08).
           05  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-FIRST.
               10  WS-NEXT-YYYY        PIC 9(04).
               10  WS-NEXT-MM          PIC 9(02).
               10  WS-NEXT-DD          PIC 9(02).
           05  WS-MONTH-END-YYYYMMDD   PIC 9(08).
           05  WS-MONTH-END-X REDEFINES WS-MONTH-END-YYYYMMDD
                                       PIC X(08).
           05  WS-REVERSAL-YYYYMMDD    PIC X(08).

       01  CHARGE-ACCUMULATORS.
           05 ROOM-ACCRUAL             PIC S9(9)V99 COMP-3.
           05 MEDICATION-ACCRUAL       PIC S9(9)V99 COMP-3.
           05 PHARMACY-ACCRUAL         PIC S9(9)V99 COMP-3.
           05 ANCILLARY-ACCRUAL        PIC S9(9)V99 COMP-3.
           05 UNMAPPED-CATEGORIES      PIC S9(4) COMP.
           05 UNRATED-DAYS             PIC S9(5) COMP.

       01  COUNTERS-AND-ACCUMULATORS.
           05 MASTER-RECS-READ         PIC S9(7) COMP.
           05 CENSUS-RECS-READ         PIC S9(7) COMP.
           05 TRMT-RECS-READ           PIC S9(7) COMP.
           05 TRMTS-ACCRUED            PIC S9(7) COMP.
           05 BAD-ADMIT-DATES          PIC S9(5) COMP.
           05 JOURNAL-RECS-WRITTEN     PIC S9(5) COMP.
           05 TOTAL-DEBITS             PIC S9(11)V99 COMP-3.
           05 TOTAL-CREDITS            PIC S9(11)V99 COMP-3.

       01  WS-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(40)
                  VALUE "UNBILLED REVENUE ACCRUAL - MONTH ENDING ".
           05  HDR-MONTH-END           PIC X(08).
           05  FILLER     PIC X(21) VALUE "   REVERSAL POSTS ON ".
           05  HDR-REVERSAL            PIC X(08).
           05  FILLER     PIC X(55) VALUE SPACES.

       01  WS-COL-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(08) VALUE "PATIENT".
           05  FILLER     PIC X(12) VALUE "ADMITTED".
           05  FILLER     PIC X(06) VALUE "WARD".
           05  FILLER     PIC X(10) VALUE "UNBLD FROM".
           05  FILLER     PIC X(06) VALUE "  DAYS".
           05  FILLER     PIC X(13) VALUE "         ROOM".
           05  FILLER     PIC X(13) VALUE "          MED".
           05  FILLER     PIC X(13) VALUE "         PHAR".
           05  FILLER     PIC X(13) VALUE "         ANCL".
           05  FILLER     PIC X(14) VALUE "         TOTAL".
           05  FILLER     PIC X(24) VALUE SPACES.

       01  WS-DETAIL-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  DTL-PATIENT-ID          PIC 9(06).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  DTL-DATE-ADMIT          PIC X(10).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  DTL-WARD                PIC X(04).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  DTL-UNBILLED-FROM       PIC X(08).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  DTL-DAYS                PIC ZZZ9.
           05  DTL-ROOM                PIC $$$,$$$,$$9.99.
           05  DTL-MED                 PIC $$,$$$,$$9.99.
           05  DTL-PHAR                PIC $$,$$$,$$9.99.
           05  DTL-ANCL                PIC $$,$$$,$$9.99.
           05  DTL-TOTAL               PIC $$$,$$$,$$9.99.
           05  FILLER     PIC X(25) VALUE SPACES.

       01  WS-CATEGORY-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(10) VALUE "ACCRUED - ".
           05  CAT-CATEGORY            PIC X(04).
           05  FILLER     PIC X(04) VALUE SPACES.
           05  CAT-AMOUNT              PIC $$$,$$$,$$$,$$9.99.
           05  FILLER     PIC X(96) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(15)
                  VALUE "Journal recs:  ".
           05  JOURNAL-OUT             PIC Z(5).
           05  FILLER                  PIC X(9)
                  VALUE " Debits:".
           05  DEBITS-OUT              PIC $$,$$$,$$$,$99.99.
           05  FILLER                  PIC X(10)
                  VALUE " Credits:".
           05  CREDITS-OUT             PIC $$,$$$,$$$,$99.99.
           05  FILLER                  PIC X(11)
                  VALUE " Unmapped:".
           05  UNMAPPED-OUT            PIC Z(4).
           05  FILLER                  PIC X(15)
                  VALUE " Unrated days:".
           05  UNRATED-OUT             PIC Z(5).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-ACCRUE-PATIENT THRU 100-EXIT
               UNTIL NO-MORE-MASTER.
           PERFORM 200-ACCRUE-TREATMENT THRU 200-EXIT
               UNTIL NO-MORE-TRMT.
           PERFORM 400-PRINT-ACCRUALS THRU 400-EXIT.
           PERFORM 500-POST-JOURNAL THRU 500-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "REVACCR HOUSEKEEPING".
           OPEN INPUT PATMSTR, ACCTMSTR, PATSRCH, RATETABL,
                      TRMTEDIT, GLMAP.
           OPEN OUTPUT ACCRJRNL, RPTFILE.

           INITIALIZE CHARGE-ACCUMULATORS, COUNTERS-AND-ACCUMULATORS.
           IF CYCLE-BUSINESS-DATE NUMERIC
               MOVE CYCLE-BUSINESS-DATE TO WS-RUN-YYYYMMDD
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-PARM-YYYYMM NUMERIC AND WS-PARM-YYYYMM > 0
               MOVE WS-PARM-YYYYMM TO WS-RUN-YYYYMMDD (1:6).
           PERFORM 050-SET-ACCRUAL-DATES THRU 050-EXIT.

           PERFORM 300-LOAD-RATETABL THRU 300-EXIT
               UNTIL NO-MORE-RATES.
           PERFORM 310-LOAD-GLMAP THRU 310-EXIT
               UNTIL NO-MORE-GLMAP.
           PERFORM 905-READ-PATSRCH THRU 905-EXIT.
           PERFORM 320-LOAD-CENSUS-WARD THRU 320-EXIT
               UNTIL NO-MORE-CENSUS
                  OR TRAILER-REC IN INPATIENT-DAILY-REC.

           PERFORM 900-READ-PATMSTR THRU 900-EXIT.
           PERFORM 910-READ-TRMTEDIT THRU 910-EXIT.
       000-EXIT.
           EXIT.

       050-SET-ACCRUAL-DATES.
      *  Month end is the day before the first of next month; the
      *  reversal posts on the first business day after month end
           MOVE WS-RUN-YYYYMMDD (1:6) TO WS-NEXT-MONTH-FIRST (1:6).
           MOVE 01                    TO WS-NEXT-DD.
           IF WS-NEXT-MM = 12
               ADD 1 TO WS-NEXT-YYYY
               MOVE 01 TO WS-NEXT-MM
           ELSE
               ADD 1 TO WS-NEXT-MM.
           COMPUTE WS-MONTH-END-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-FIRST)
                    - 1).

           MOVE SPACES             TO BUSDAY-REQUEST-AREA.
           MOVE "NEXT"             TO BD-FUNCTION.
           MOVE WS-MONTH-END-X     TO BD-DATE-1.
           CALL 'BUSDAY' USING BUSDAY-REQUEST-AREA.
           IF BD-RETURN-CODE = 0
               MOVE BD-RESULT-DATE TO WS-REVERSAL-YYYYMMDD
           ELSE
               DISPLAY "*** REVACCR BUSDAY PROBLEM - REVERSAL ON "
                       "FIRST OF MONTH"
               MOVE WS-NEXT-MONTH-FIRST TO WS-REVERSAL-YYYYMMDD.
           MOVE WS-MONTH-END-X       TO HDR-MONTH-END.
           MOVE WS-REVERSAL-YYYYMMDD TO HDR-REVERSAL.
       050-EXIT.
           EXIT.

       100-ACCRUE-PATIENT.
      *  Every patient on the master is in house.  The unbilled part
      *  of the stay starts the day after the account was last
      *  charged by billing, or on the admit date if never billed.
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC (1:4)
                                   TO WS-ADMIT-YYYYMMDD (1:4).
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC (6:2)
                                   TO WS-ADMIT-YYYYMMDD (5:2).
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC (9:2)
                                   TO WS-ADMIT-YYYYMMDD (7:2).
           IF WS-ADMIT-YYYYMMDD NOT NUMERIC
               ADD +1 TO BAD-ADMIT-DATES
               GO TO 190-READ-NEXT.
           IF WS-ADMIT-YYYYMMDD > WS-MONTH-END-YYYYMMDD
               GO TO 190-READ-NEXT.

           MOVE WS-ADMIT-YYYYMMDD TO WS-FROM-YYYYMMDD.
           MOVE MASTER-KEY-AREA   TO ACCTMSTR-KEY (1:6).
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC
                                  TO ACCTMSTR-KEY (7:10).
           READ ACCTMSTR INTO ACCOUNT-MASTER-REC
               INVALID KEY
                   MOVE SPACES TO AM-LAST-CHARGE-DATE
           END-READ.
           IF AM-LAST-CHARGE-DATE NUMERIC
               MOVE AM-LAST-CHARGE-DATE TO WS-BILLED-THRU-YYYYMMDD
               IF WS-BILLED-THRU-YYYYMMDD NOT < WS-FROM-YYYYMMDD
                   COMPUTE WS-FROM-YYYYMMDD =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (WS-BILLED-THRU-YYYYMMDD) + 1)
               END-IF
           END-IF.
      *  Billed right through month end - nothing to accrue
           IF WS-FROM-YYYYMMDD > WS-MONTH-END-YYYYMMDD
               GO TO 190-READ-NEXT.

           IF AC-ENTRY-COUNT >= +3000
               DISPLAY "*** ACCRUAL TABLE FULL - "
                       "INCREASE ACCRUAL-ENTRY OCCURS ***"
               PERFORM 950-ABEND-CLOSE THRU 950-EXIT.
           ADD +1 TO AC-ENTRY-COUNT.
           SET AC-IDX TO AC-ENTRY-COUNT.
           MOVE MASTER-KEY-AREA   TO AC-PATIENT-ID (AC-IDX).
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC
                                  TO AC-DATE-ADMIT (AC-IDX).
           MOVE WS-FROM-YYYYMMDD  TO AC-UNBILLED-FROM (AC-IDX).
           MOVE ZERO TO AC-UNBILLED-DAYS (AC-IDX),
                        AC-ROOM-AMOUNT (AC-IDX),
                        AC-MED-AMOUNT (AC-IDX),
                        AC-PHAR-AMOUNT (AC-IDX),
                        AC-ANCL-AMOUNT (AC-IDX).

           MOVE SPACES TO AC-WARD-NBR (AC-IDX).
           SET CW-IDX TO 1.
           SEARCH CENSUS-WARD-ENTRY
               AT END
                   CONTINUE
               WHEN CW-IDX > CW-ENTRY-COUNT
                   CONTINUE
               WHEN CW-PATIENT-ID (CW-IDX) = AC-PATIENT-ID (AC-IDX)
                   MOVE CW-WARD-NBR (CW-IDX) TO AC-WARD-NBR (AC-IDX)
           END-SEARCH.

           COMPUTE WS-FROM-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-FROM-YYYYMMDD).
           COMPUTE WS-THRU-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-END-YYYYMMDD).
           PERFORM 150-PRICE-UNBILLED-DAY THRU 150-EXIT
               VARYING WS-DAY-NUM FROM WS-FROM-DAY-NUM BY 1
               UNTIL WS-DAY-NUM > WS-THRU-DAY-NUM.
           ADD AC-ROOM-AMOUNT (AC-IDX) TO ROOM-ACCRUAL.

       190-READ-NEXT.
           PERFORM 900-READ-PATMSTR THRU 900-EXIT.
       100-EXIT.
           EXIT.

       150-PRICE-UNBILLED-DAY.
      *  Each unbilled day earns the ward's latest rate effective on
      *  that day, as GLEXTRCT priced the bed-day the night it fell
           ADD +1 TO AC-UNBILLED-DAYS (AC-IDX).
           COMPUTE WS-DAY-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUM).
           MOVE SPACES TO WS-BEST-EFF-DATE.
           MOVE +0     TO WS-BED-DAY-RATE.
           IF AC-WARD-NBR (AC-IDX) NOT = SPACES
               PERFORM 350-SCAN-RATE THRU 350-EXIT
                   VARYING RATE-SUB FROM +1 BY +1
                   UNTIL RATE-SUB > RATE-ENTRY-COUNT.
           IF WS-BEST-EFF-DATE = SPACES
               ADD +1 TO UNRATED-DAYS
           ELSE
               ADD WS-BED-DAY-RATE TO AC-ROOM-AMOUNT (AC-IDX).
       150-EXIT.
           EXIT.

       200-ACCRUE-TREATMENT.
      *  Only treatments of an accrued patient dated inside the
      *  unbilled part of the stay - anything earlier is already on
      *  a statement
           IF NOT DETAIL-REC IN INPATIENT-TREATMENT-REC
               GO TO 290-READ-NEXT.
           IF TREATMENT-DATE > WS-MONTH-END-X
               GO TO 290-READ-NEXT.
           SET AC-IDX TO 1.
           SEARCH ACCRUAL-ENTRY
               AT END
                   GO TO 290-READ-NEXT
               WHEN AC-IDX > AC-ENTRY-COUNT
                   GO TO 290-READ-NEXT
               WHEN AC-PATIENT-ID (AC-IDX) =
                       PATIENT-ID IN INPATIENT-TREATMENT-REC
                   CONTINUE
           END-SEARCH.
           IF TREATMENT-DATE < AC-UNBILLED-FROM (AC-IDX)
               GO TO 290-READ-NEXT.

           ADD MEDICATION-COST  TO AC-MED-AMOUNT (AC-IDX),
                                   MEDICATION-ACCRUAL.
           ADD PHARMACY-COST IN INPATIENT-TREATMENT-REC
                                TO AC-PHAR-AMOUNT (AC-IDX),
                                   PHARMACY-ACCRUAL.
           ADD ANCILLARY-CHARGE TO AC-ANCL-AMOUNT (AC-IDX),
                                   ANCILLARY-ACCRUAL.
           ADD +1 TO TRMTS-ACCRUED.

       290-READ-NEXT.
           PERFORM 910-READ-TRMTEDIT THRU 910-EXIT.
       200-EXIT.
           EXIT.

       300-LOAD-RATETABL.
           READ RATETABL
               AT END
               MOVE 'N' TO MORE-RATES-SW
               GO TO 300-EXIT
           END-READ
           IF RATE-ENTRY-COUNT >= +200
               DISPLAY "*** REVACCR RATE TABLE FULL"
               GO TO 300-EXIT.
           ADD +1 TO RATE-ENTRY-COUNT.
           SET RATE-IDX TO RATE-ENTRY-COUNT.
           MOVE RT-WARD-ID        TO RATE-WARD-ID (RATE-IDX).
           MOVE RT-EFFECTIVE-DATE TO RATE-EFFECTIVE-DATE (RATE-IDX).
           MOVE RT-DAILY-RATE     TO RATE-DAILY-RATE (RATE-IDX).
       300-EXIT.
           EXIT.

       310-LOAD-GLMAP.
           READ GLMAP
               AT END
               MOVE 'N' TO MORE-GLMAP-SW
               GO TO 310-EXIT
           END-READ
           IF MAP-ENTRY-COUNT >= +20
               DISPLAY "*** REVACCR ACCOUNT MAP TABLE FULL"
               GO TO 310-EXIT.
           ADD +1 TO MAP-ENTRY-COUNT.
           SET MAP-IDX TO MAP-ENTRY-COUNT.
           MOVE GM-CATEGORY       TO MAP-CATEGORY (MAP-IDX).
           MOVE GM-DEBIT-ACCOUNT  TO MAP-DEBIT-ACCOUNT (MAP-IDX).
           MOVE GM-CREDIT-ACCOUNT TO MAP-CREDIT-ACCOUNT (MAP-IDX).
       310-EXIT.
           EXIT.

       320-LOAD-CENSUS-WARD.
      *  Detail records place the patient; a transfer record moves
      *  the patient to the ward transferred to
           IF DETAIL-REC IN INPATIENT-DAILY-REC
              OR TRANSFER-REC IN INPATIENT-DAILY-REC
               NEXT SENTENCE
           ELSE
               GO TO 390-READ-NEXT.
           SET CW-IDX TO 1.
           SEARCH CENSUS-WARD-ENTRY
               AT END
                   PERFORM 330-ADD-CENSUS-WARD THRU 330-EXIT
               WHEN CW-IDX > CW-ENTRY-COUNT
                   PERFORM 330-ADD-CENSUS-WARD THRU 330-EXIT
               WHEN CW-PATIENT-ID (CW-IDX) =
                       PATIENT-ID IN INPATIENT-DAILY-REC
                   CONTINUE
           END-SEARCH.
           IF CW-IDX > CW-ENTRY-COUNT
               GO TO 390-READ-NEXT.
           IF TRANSFER-REC IN INPATIENT-DAILY-REC
               MOVE XFER-TO-WARD-NBR TO CW-WARD-NBR (CW-IDX)
           ELSE
               MOVE WARD-NBR IN INPATIENT-DAILY-REC
                                     TO CW-WARD-NBR (CW-IDX).

       390-READ-NEXT.
           PERFORM 905-READ-PATSRCH THRU 905-EXIT.
       320-EXIT.
           EXIT.

       330-ADD-CENSUS-WARD.
           IF CW-ENTRY-COUNT >= +3000
               DISPLAY "*** REVACCR CENSUS TABLE FULL"
               GO TO 330-EXIT.
           ADD +1 TO CW-ENTRY-COUNT.
           SET CW-IDX TO CW-ENTRY-COUNT.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC
                                     TO CW-PATIENT-ID (CW-IDX).
       330-EXIT.
           EXIT.

       350-SCAN-RATE.
           IF RATE-WARD-ID (RATE-SUB) NOT = AC-WARD-NBR (AC-IDX)
               GO TO 350-EXIT.
           IF RATE-EFFECTIVE-DATE (RATE-SUB) > WS-DAY-DATE-X
               GO TO 350-EXIT.
           IF RATE-EFFECTIVE-DATE (RATE-SUB) > WS-BEST-EFF-DATE
               MOVE RATE-EFFECTIVE-DATE (RATE-SUB)
                   TO WS-BEST-EFF-DATE
               MOVE RATE-DAILY-RATE (RATE-SUB)
                   TO WS-BED-DAY-RATE.
       350-EXIT.
           EXIT.

       400-PRINT-ACCRUALS.
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-COL-HDR-REC.
           PERFORM 410-PRINT-ONE-ACCRUAL THRU 410-EXIT
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > AC-ENTRY-COUNT.
           WRITE RPT-REC FROM WS-BLANK-LINE.
       400-EXIT.
           EXIT.

       410-PRINT-ONE-ACCRUAL.
           MOVE AC-PATIENT-ID (AC-IDX)     TO DTL-PATIENT-ID.
           MOVE AC-DATE-ADMIT (AC-IDX)     TO DTL-DATE-ADMIT.
           MOVE AC-WARD-NBR (AC-IDX)       TO DTL-WARD.
           MOVE AC-UNBILLED-FROM (AC-IDX)  TO DTL-UNBILLED-FROM.
           MOVE AC-UNBILLED-DAYS (AC-IDX)  TO DTL-DAYS.
           MOVE AC-ROOM-AMOUNT (AC-IDX)    TO DTL-ROOM.
           MOVE AC-MED-AMOUNT (AC-IDX)     TO DTL-MED.
           MOVE AC-PHAR-AMOUNT (AC-IDX)    TO DTL-PHAR.
           MOVE AC-ANCL-AMOUNT (AC-IDX)    TO DTL-ANCL.
           COMPUTE DTL-TOTAL =
               AC-ROOM-AMOUNT (AC-IDX) + AC-MED-AMOUNT (AC-IDX) +
               AC-PHAR-AMOUNT (AC-IDX) + AC-ANCL-AMOUNT (AC-IDX).
           WRITE RPT-REC FROM WS-DETAIL-REC.
       410-EXIT.
           EXIT.

       500-POST-JOURNAL.
           MOVE "ROOM" TO WS-POST-CATEGORY.
           MOVE ROOM-ACCRUAL TO WS-POST-AMOUNT.
           PERFORM 510-POST-CATEGORY THRU 510-EXIT.
           MOVE "MED " TO WS-POST-CATEGORY.
           MOVE MEDICATION-ACCRUAL TO WS-POST-AMOUNT.
           PERFORM 510-POST-CATEGORY THRU 510-EXIT.
           MOVE "PHAR" TO WS-POST-CATEGORY.
           MOVE PHARMACY-ACCRUAL TO WS-POST-AMOUNT.
           PERFORM 510-POST-CATEGORY THRU 510-EXIT.
           MOVE "ANCL" TO WS-POST-CATEGORY.
           MOVE ANCILLARY-ACCRUAL TO WS-POST-AMOUNT.
           PERFORM 510-POST-CATEGORY THRU 510-EXIT.
       500-EXIT.
           EXIT.

       510-POST-CATEGORY.
      *  The accrual pair at month end, then the same pair with the
      *  accounts swapped on the reversal date
           MOVE WS-POST-CATEGORY TO CAT-CATEGORY.
           MOVE WS-POST-AMOUNT   TO CAT-AMOUNT.
           WRITE RPT-REC FROM WS-CATEGORY-REC.
           IF WS-POST-AMOUNT = +0
               GO TO 510-EXIT.
           SET MAP-IDX TO 1.
           SEARCH GL-MAP-ENTRY
               AT END
                   DISPLAY "*** REVACCR NO ACCOUNT MAP FOR "
                           WS-POST-CATEGORY
                   ADD +1 TO UNMAPPED-CATEGORIES
                   GO TO 510-EXIT
               WHEN MAP-IDX > MAP-ENTRY-COUNT
                   DISPLAY "*** REVACCR NO ACCOUNT MAP FOR "
                           WS-POST-CATEGORY
                   ADD +1 TO UNMAPPED-CATEGORIES
                   GO TO 510-EXIT
               WHEN MAP-CATEGORY (MAP-IDX) = WS-POST-CATEGORY
                   CONTINUE
           END-SEARCH.

           MOVE WS-MONTH-END-X               TO WS-POST-DATE.
           MOVE MAP-DEBIT-ACCOUNT (MAP-IDX)  TO WS-DEBIT-ACCOUNT.
           MOVE MAP-CREDIT-ACCOUNT (MAP-IDX) TO WS-CREDIT-ACCOUNT.
           PERFORM 520-WRITE-JOURNAL-PAIR THRU 520-EXIT.

           MOVE WS-REVERSAL-YYYYMMDD         TO WS-POST-DATE.
           MOVE MAP-CREDIT-ACCOUNT (MAP-IDX) TO WS-DEBIT-ACCOUNT.
           MOVE MAP-DEBIT-ACCOUNT (MAP-IDX)  TO WS-CREDIT-ACCOUNT.
           PERFORM 520-WRITE-JOURNAL-PAIR THRU 520-EXIT.
       510-EXIT.
           EXIT.

       520-WRITE-JOURNAL-PAIR.
           MOVE SPACES                    TO GLJRNL-REC.
           MOVE WS-POST-DATE              TO GL-POST-DATE.
           MOVE WS-DEBIT-ACCOUNT          TO GL-ACCOUNT.
           MOVE "D"                       TO GL-DR-CR.
           MOVE WS-POST-CATEGORY          TO GL-CATEGORY.
           MOVE WS-POST-AMOUNT            TO GL-AMOUNT.
           WRITE GLJRNL-REC.
           ADD +1 TO JOURNAL-RECS-WRITTEN.
           ADD WS-POST-AMOUNT TO TOTAL-DEBITS.

           MOVE SPACES                    TO GLJRNL-REC.
           MOVE WS-POST-DATE              TO GL-POST-DATE.
           MOVE WS-CREDIT-ACCOUNT         TO GL-ACCOUNT.
           MOVE "C"                       TO GL-DR-CR.
           MOVE WS-POST-CATEGORY          TO GL-CATEGORY.
           MOVE WS-POST-AMOUNT            TO GL-AMOUNT.
           WRITE GLJRNL-REC.
           ADD +1 TO JOURNAL-RECS-WRITTEN.
           ADD WS-POST-AMOUNT TO TOTAL-CREDITS.
       520-EXIT.
           EXIT.

       900-READ-PATMSTR.
           READ PATMSTR INTO PATIENT-MASTER-REC
               AT END
                   MOVE "N" TO MORE-MASTER-SW
                   GO TO 900-EXIT
           END-READ
           ADD +1 TO MASTER-RECS-READ.
       900-EXIT.
           EXIT.

       905-READ-PATSRCH.
           READ PATSRCH INTO INPATIENT-DAILY-REC
           AT END MOVE "N" TO MORE-CENSUS-SW
              GO TO 905-EXIT
           END-READ
           ADD +1 TO CENSUS-RECS-READ.
       905-EXIT.
           EXIT.

       910-READ-TRMTEDIT.
           READ TRMTEDIT INTO INPATIENT-TREATMENT-REC
           AT END MOVE "N" TO MORE-TRMT-SW
              GO TO 910-EXIT
           END-READ
           ADD +1 TO TRMT-RECS-READ.
       910-EXIT.
           EXIT.

       950-ABEND-CLOSE.
           CLOSE PATMSTR, ACCTMSTR, PATSRCH, RATETABL, TRMTEDIT,
                 GLMAP, ACCRJRNL, RPTFILE.
           MOVE +16 TO RETURN-CODE.
           GOBACK.
       950-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE JOURNAL-RECS-WRITTEN TO JOURNAL-OUT.
           MOVE TOTAL-DEBITS         TO DEBITS-OUT.
           MOVE TOTAL-CREDITS        TO CREDITS-OUT.
           MOVE UNMAPPED-CATEGORIES  TO UNMAPPED-OUT.
           MOVE UNRATED-DAYS         TO UNRATED-OUT.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           DISPLAY "REVACCR PATIENTS ACCRUED:   " AC-ENTRY-COUNT.
           DISPLAY "REVACCR TREATMENTS ACCRUED: " TRMTS-ACCRUED.
           DISPLAY "REVACCR BAD ADMIT DATES:    " BAD-ADMIT-DATES.
           CLOSE PATMSTR, ACCTMSTR, PATSRCH, RATETABL, TRMTEDIT,
                 GLMAP, ACCRJRNL, RPTFILE.
           COMPUTE CYCLE-STEP-RECORDS-IN =
               MASTER-RECS-READ + TRMT-RECS-READ.
           MOVE JOURNAL-RECS-WRITTEN TO CYCLE-STEP-RECORDS-OUT.
      *  An unbalanced journal must never reach the GL
           IF TOTAL-DEBITS NOT = TOTAL-CREDITS
               DISPLAY "*** REVACCR OUT OF BALANCE - DR/CR DIFFER"
               MOVE +16 TO RETURN-CODE
               GOBACK.
           DISPLAY "NORMAL END OF JOB REVACCR".
       999-EXIT.
           EXIT.
