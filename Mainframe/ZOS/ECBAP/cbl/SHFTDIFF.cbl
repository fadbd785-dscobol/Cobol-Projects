       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SHFTDIFF.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL EMPLOYEE DATA.

      ******************************************************************
      *REMARKS.
      *
      *          SHIFT-DIFFERENTIAL PAY FOR NURSES.  STAFFRPT PLANS
      *          DAY, EVENING AND NIGHT STAFFING BY WARD, BUT THE
      *          DIFFERENTIALS NURSES ARE OWED FOR THE SHIFTS THEY
      *          ACTUALLY WORK WERE KEYED BY HAND FROM THE SIGN-IN
      *          SHEETS.  THIS STEP RUNS AHEAD OF PAYEDIT EACH PAY
      *          CYCLE AND PRICES THEM FROM THE WORKED-SHIFT FILE:
      *
      *             - EACH WORKED SHIFT (PRACTITIONER-ID, DATE, WARD,
      *               SHIFT, HOURS) MUST BE A NURSE ON THE REGISTRY
      *               UNLOAD WITH AN EMPLOYEE NUMBER ON THE NURSE
      *               CROSS-REFERENCE (REG-PRACTITIONER-ID TO THE
      *               EMPMAST EMPLOYEE NUMBER, KEPT BY PAYROLL) WHO
      *               IS ON EMPMAST
      *             - THE SHIFT DATE IS A WEEKDAY, A WEEKEND OR A
      *               HOLIDAY - A WEEKDAY THE SHARED BUSDAY CALENDAR
      *               SAYS IS NOT A BUSINESS DAY IS A HOLIDAY.  A
      *               HOLIDAY FALLING ON A WEEKEND PAYS THE WEEKEND
      *               RATE (THE HOLIDAY FILE CARRIES THE OBSERVED
      *               WEEKDAY).  A NIGHT SHIFT IS DATED AND PRICED
      *               BY THE DAY IT STARTS
      *             - THE DIFFERENTIAL TABLE HOLDS THE PREMIUM PER
      *               HOUR FOR EACH SHIFT ON A WEEKDAY, A WEEKEND
      *               AND A HOLIDAY - HOURS X PREMIUM IS THE
      *               DIFFERENTIAL
      *             - EACH NURSE'S DIFFERENTIALS GO OUT AS ONE
      *               PREMIUM EARNING (CATEGORY "S") IN THE PAYRAW
      *               LAYOUT, DATED THE LAST SHIFT DATE ON THE FILE,
      *               WITH ITS BATCH TRAILER, FOR PAYEDIT - AMOUNT
      *               ONLY, LIKE COMMISSION AND RETRO, SO THE HOURS
      *               ARE NOT PAID TWICE
      *             - THE DIFFERENTIAL COST REPORT SHOWS NURSING
      *               ADMINISTRATION THE HOURS AND DOLLARS BY WARD -
      *               WEEKDAY DAY, EVENING AND NIGHT, WEEKEND AND
      *               HOLIDAY - WITH THE HOSPITAL TOTAL
      *
      *          SHIFTS THAT CANNOT BE PRICED GO TO THE REJECT FILE
      *          WITH A REASON AND THE STEP ENDS RC 4.
      *
      ******************************************************************

             WORKED-SHIFT FILE       -   DDS0001.WRKSHIFT

             DIFFERENTIAL TABLE      -   DDS0001.DIFFTBL

             REGISTRY UNLOAD         -   DDS0001.REGTABL

             NURSE CROSS-REFERENCE   -   DDS0001.NURSXREF

             VSAM EMPLOYEE MASTER    -   DDS0001.EMPMAST

             DIFFERENTIAL EARNINGS   -   DDS0001.DIFFRAW

             REJECTED SHIFTS         -   DDS0001.SHFTREJ

             DIFFERENTIAL COST REPORT-   DIFFRPT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRKSHIFT
           ASSIGN TO UT-S-WRKSHIFT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS WKCODE.

           SELECT DIFFTBL
           ASSIGN TO UT-S-DIFFTBL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DTCODE.

           SELECT REGTABL
           ASSIGN TO UT-S-REGTABL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RGCODE.

           SELECT NURSXREF
           ASSIGN TO UT-S-NURSXREF
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS NXCODE.

           SELECT EMPMAST
                  ASSIGN       TO EMPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS EMPMAST-KEY
                  FILE STATUS  IS EMCODE.

           SELECT DIFFRAW
           ASSIGN TO UT-S-DIFFRAW
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DRCODE.

           SELECT SHFTREJ
           ASSIGN TO UT-S-SHFTREJ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RJCODE.

           SELECT DIFFRPT
           ASSIGN TO UT-S-DIFFRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

       DATA DIVISION.
       FILE SECTION.
      ****** ONE RECORD PER SHIFT WORKED, FROM THE WARD SIGN-IN
      ****** SHEETS
       FD  WRKSHIFT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WRKSHIFT-REC.
       01  WRKSHIFT-REC.
           05  WK-PRACTITIONER-ID          PIC X(08).
      ****** YYYYMMDD - THE DAY THE SHIFT STARTED
           05  WK-SHIFT-DATE               PIC X(08).
           05  WK-SHIFT-DATE-NUM REDEFINES WK-SHIFT-DATE
                                           PIC 9(08).
           05  WK-WARD-NBR                 PIC 9(04).
           05  WK-SHIFT                    PIC X(01).
               88  WK-DAY-SHIFT            VALUE "D".
               88  WK-EVENING-SHIFT        VALUE "E".
               88  WK-NIGHT-SHIFT          VALUE "N".
               88  WK-VALID-SHIFT          VALUES "D", "E", "N".
           05  WK-HOURS                    PIC 9(2)V99.
           05  FILLER                      PIC X(55).

      ****** PREMIUM PER HOUR BY SHIFT - ONE RECORD PER SHIFT,
      ****** MAINTAINED BY PAYROLL FROM THE NURSING CONTRACT
       FD  DIFFTBL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIFFTBL-REC.
       01  DIFFTBL-REC.
           05  DF-SHIFT                    PIC X(01).
           05  DF-WEEKDAY-PREMIUM          PIC 9(2)V99.
           05  DF-WEEKEND-PREMIUM          PIC 9(2)V99.
           05  DF-HOLIDAY-PREMIUM          PIC 9(2)V99.
           05  FILLER                      PIC X(67).

      ****** NIGHTLY SEQUENTIAL UNLOAD OF DDS0001.PHYSREG
       FD  REGTABL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 260 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REGTABL-REC.
       01  REGTABL-REC  PIC X(260).

      ****** REGISTRY PRACTITIONER-ID TO EMPMAST EMPLOYEE NUMBER,
      ****** ONE RECORD PER NURSE ON THE PAYROLL
       FD  NURSXREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NURSXREF-REC.
       01  NURSXREF-REC.
           05  NX-PRACTITIONER-ID          PIC X(08).
           05  NX-EMP-NUMBER               PIC 9(05).
           05  FILLER                      PIC X(67).

       FD  EMPMAST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EMPMAST-REC.
       01  EMPMAST-REC.
           05  EMPMAST-KEY                 PIC X(05).
           05  EM-FIRST-NAME               PIC X(10).
           05  EM-LAST-NAME                PIC X(10).
           05  EM-HIRE-DATE                PIC X(08).
           05  EM-HOURLY-RATE              PIC 9(3)V99.
           05  EM-DEPARTMENT               PIC X(04).
           05  EM-STATUS                   PIC X(01).
               88  EM-ACTIVE               VALUE "A".
               88  EM-TERMINATED           VALUE "T".
           05  EM-VAC-BALANCE              PIC S9(3)V99.
           05  EM-SICK-BALANCE             PIC S9(3)V99.
           05  EM-BANK-ROUTING             PIC X(09).
           05  EM-BANK-ACCOUNT             PIC X(10).
           05  EM-DEPOSIT-HOLD             PIC X(01).
               88  EM-DEPOSIT-HELD         VALUE "Y".
           05  FILLER                      PIC X(07).

       FD  DIFFRAW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIFFRAW-REC.
       01  DIFFRAW-REC  PIC X(120).

       FD  SHFTREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SHFTREJ-REC.
       01  SHFTREJ-REC.
           05  ERR-MSG                 PIC X(40).
           05  REST-OF-REC             PIC X(80).

       FD  DIFFRPT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  WKCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  DTCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RGCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  NXCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  EMCODE                  PIC X(2).
               88 EMCODE-OK          VALUE "00".
           05  DRCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RJCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  FLAGS-AND-SWITCHES.
           05 MORE-SHIFT-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-SHIFTS        VALUE "N".
           05 MORE-DIFFTBL-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-DIFFTBL       VALUE "N".
           05 MORE-REGTABL-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-REGTABL       VALUE "N".
           05 MORE-XREF-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-XREF          VALUE "N".
           05 DAY-TYPE-SW              PIC X(01).
              88 WEEKDAY-SHIFT         VALUE "W".
              88 WEEKEND-SHIFT         VALUE "S".
              88 HOLIDAY-SHIFT         VALUE "H".

      ****** SAME NUMERIC DETAIL LAYOUT PAYEDIT/PAYROL02 READ - THE
      ****** DIFFERENTIAL EARNINGS ARE BUILT IN IT
       01  WS-PAYROLL-REC.
           05 NAME-IN.
              10 FIRST-IN              PIC X(10).
              10 LAST-IN               PIC X(10).
           05  DATE-IN                 PIC X(10).
           05  HOURLY-RATE-IN          PIC 9(3).
           05  HOURS-WORKED-IN         PIC 9(3).
           05  CATEGORY-IN             PIC X(1).
           05  GROSS-PAY-IN            PIC 9(5)V99.
           05  ALLOWANCES-IN           PIC 9(2).
           05  WITHHOLDING-IN          PIC 9(5)V99.
           05  FICA-IN                 PIC 9(5)V99.
           05  NET-PAY-IN              PIC 9(5)V99.
           05  BANK-ROUTING-IN         PIC X(9).
           05  BANK-ACCOUNT-IN         PIC X(10).
           05  EMP-NUMBER-IN           PIC 9(5).
           05  DEPOSIT-FLAG-IN         PIC X(1).
           05  FILLER                  PIC X(28).

      ****** BATCH TRAILER VIEW OF THE SAME RECORD
       01  WS-TRAILER-VIEW REDEFINES WS-PAYROLL-REC.
           05  TRL-ID                  PIC X(10).
           05  TRL-RECORD-COUNT        PIC 9(05).
           05  TRL-HOURS-TOTAL         PIC 9(07).
           05  FILLER                  PIC X(98).

      ****** PREMIUMS BY SHIFT OFF THE DIFFERENTIAL TABLE
       01  DIFF-RATE-TABLE.
           05  DIFF-RATE-ENTRY OCCURS 10 TIMES.
               10  DR-SHIFT            PIC X(01).
               10  DR-WEEKDAY-PREMIUM  PIC 9(2)V99.
               10  DR-WEEKEND-PREMIUM  PIC 9(2)V99.
               10  DR-HOLIDAY-PREMIUM  PIC 9(2)V99.
       77  DIFF-RATE-COUNT             PIC S9(4) COMP VALUE +0.
       77  DIFF-RATE-SUB               PIC S9(4) COMP VALUE +0.
       77  DIFF-RATE-FOUND             PIC S9(4) COMP VALUE +0.

      ****** EVERY NURSE ON THE REGISTRY, WITH THE EMPLOYEE NUMBER
      ****** OFF THE CROSS-REFERENCE AND THE DIFFERENTIALS EARNED
       01  NURSE-TABLE.
           05  NURSE-ENTRY OCCURS 2000 TIMES.
               10  NT-PRACTITIONER-ID  PIC X(08).
               10  NT-EMP-NUMBER       PIC 9(05).
               10  NT-FIRST-NAME       PIC X(10).
               10  NT-LAST-NAME        PIC X(10).
               10  NT-DIFF-HOURS       PIC S9(5)V99 COMP-3.
               10  NT-DIFF-AMOUNT      PIC S9(7)V99 COMP-3.
       77  NURSE-COUNT                 PIC S9(4) COMP VALUE +0.
       77  NURSE-SUB                   PIC S9(4) COMP VALUE +0.
       77  NURSE-FOUND                 PIC S9(4) COMP VALUE +0.

      ****** DIFFERENTIAL HOURS AND COST BY WARD.  BUCKETS 1-3 ARE
      ****** THE WEEKDAY DAY, EVENING AND NIGHT SHIFTS, 4 WEEKEND,
      ****** 5 HOLIDAY
       01  WARD-TABLE.
           05  WARD-ENTRY OCCURS 100 TIMES.
               10  WD-WARD-NBR         PIC 9(04).
               10  WD-BUCKET OCCURS 5 TIMES.
                   15  WD-HOURS        PIC S9(5)V99 COMP-3.
                   15  WD-COST         PIC S9(7)V99 COMP-3.
       77  WARD-COUNT                  PIC S9(4) COMP VALUE +0.
       77  WARD-SUB                    PIC S9(4) COMP VALUE +0.
       77  WARD-FOUND                  PIC S9(4) COMP VALUE +0.
       77  BUCKET-SUB                  PIC S9(4) COMP VALUE +0.

       01  HOSPITAL-TOTALS.
           05  HT-BUCKET OCCURS 5 TIMES.
               10  HT-HOURS            PIC S9(7)V99 COMP-3.
               10  HT-COST             PIC S9(9)V99 COMP-3.

      ****** SHIFT-DATE PRICING AND THE BUSINESS-DAY CALENDAR
       COPY BUSDAYWS.

      ****** REGISTRY RECORD VIEW OF THE UNLOAD FILE
       COPY PHYSREG.

       01  DIFF-WORK-FIELDS.
           05  WS-SHIFT-YYYYMMDD       PIC 9(08).
           05  WS-SHIFT-DAY-NUM        PIC S9(7) COMP.
           05  WS-DAY-OF-WEEK          PIC S9(4) COMP.
           05  WS-PREMIUM              PIC 9(2)V99.
           05  WS-DIFF-AMOUNT          PIC 9(5)V99.
           05  WS-LAST-SHIFT-DATE      PIC X(08) VALUE LOW-VALUES.
           05  WS-PERIOD-DATE-OUT      PIC X(10).
           05  WS-LINE-HOURS           PIC S9(7)V99 COMP-3.
           05  WS-LINE-COST            PIC S9(9)V99 COMP-3.

       01  COUNTERS-AND-ACCUMULATORS.
           05 SHIFTS-READ              PIC S9(7) COMP.
           05 SHIFTS-PRICED            PIC S9(7) COMP.
           05 SHIFTS-REJECTED          PIC S9(7) COMP.
           05 XREF-NOT-NURSE           PIC S9(5) COMP.
           05 EARNINGS-OUT             PIC S9(5) COMP.
           05 EARNINGS-TOTAL           PIC S9(9)V99 COMP-3.

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
           "NURSING SHIFT DIFFERENTIAL COST BY WARD".
           05  FILLER                  PIC X(16) VALUE
               "PERIOD ENDING: ".
           05  HDR-PERIOD-DATE         PIC X(10).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-COL-HDR-1.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               "    WEEKDAY DAY".
           05  FILLER                  PIC X(19) VALUE
               "  WEEKDAY EVENING".
           05  FILLER                  PIC X(19) VALUE
               "   WEEKDAY NIGHT".
           05  FILLER                  PIC X(19) VALUE
               "      WEEKEND".
           05  FILLER                  PIC X(19) VALUE
               "      HOLIDAY".
           05  FILLER                  PIC X(19) VALUE
               " TOTAL DIFFERENTIAL".
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-COL-HDR-2.
           05  FILLER                  PIC X(9) VALUE "  WARD".
           05  FILLER                  PIC X(19) VALUE
               "  HOURS      COST".
           05  FILLER                  PIC X(19) VALUE
               "  HOURS      COST".
           05  FILLER                  PIC X(19) VALUE
               "  HOURS      COST".
           05  FILLER                  PIC X(19) VALUE
               "  HOURS      COST".
           05  FILLER                  PIC X(19) VALUE
               "  HOURS      COST".
           05  FILLER                  PIC X(19) VALUE
               "   HOURS       COST".
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-WARD-LINE.
           05  FILLER                  PIC X(2).
           05  WL-LABEL-O              PIC X(05).
           05  FILLER                  PIC X(2).
           05  WL-BUCKET OCCURS 5 TIMES.
               10  WL-HOURS-O          PIC ZZZ9.99.
               10  FILLER              PIC X(1).
               10  WL-COST-O           PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(2).
           05  WL-TOTAL-HOURS-O        PIC ZZZZ9.99.
           05  FILLER                  PIC X(1).
           05  WL-TOTAL-COST-O         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(10).
       77  WS-WARD-DISPLAY             PIC 9(04).

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(14)
                  VALUE "Shifts read:  ".
           05  SHIFTS-READ-OUT         PIC Z(6)9.
           05  FILLER                  PIC X(10)
                  VALUE " Priced:  ".
           05  SHIFTS-PRICED-OUT       PIC Z(6)9.
           05  FILLER                  PIC X(12)
                  VALUE " Rejected:  ".
           05  SHIFTS-REJECTED-OUT     PIC Z(6)9.
           05  FILLER                  PIC X(20)
                  VALUE " Premium earnings:  ".
           05  EARNINGS-OUT-O          PIC Z(4)9.
           05  FILLER                  PIC X(9)
                  VALUE " Total:  ".
           05  EARNINGS-TOTAL-O        PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-SHIFTS.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "SHFTDIFF HOUSEKEEPING".
           OPEN INPUT WRKSHIFT, DIFFTBL, REGTABL, NURSXREF.
           OPEN INPUT EMPMAST.
           OPEN OUTPUT DIFFRAW, SHFTREJ, DIFFRPT.
           INITIALIZE COUNTERS-AND-ACCUMULATORS, HOSPITAL-TOTALS.

           MOVE FUNCTION CURRENT-DATE (1:4)  TO HDR-DATE (1:4).
           MOVE "-"                          TO HDR-DATE (5:1).
           MOVE FUNCTION CURRENT-DATE (5:2)  TO HDR-DATE (6:2).
           MOVE "-"                          TO HDR-DATE (8:1).
           MOVE FUNCTION CURRENT-DATE (7:2)  TO HDR-DATE (9:2).

           PERFORM 300-LOAD-DIFFTBL THRU 300-EXIT
               UNTIL NO-MORE-DIFFTBL.
           IF DIFF-RATE-COUNT = +0
               DISPLAY "*** SHFTDIFF DIFFERENTIAL TABLE EMPTY - "
                       "NOTHING CAN BE PRICED ***"
               CLOSE WRKSHIFT, DIFFTBL, REGTABL, NURSXREF, EMPMAST,
                     DIFFRAW, SHFTREJ, DIFFRPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
           PERFORM 310-LOAD-NURSES THRU 310-EXIT
               UNTIL NO-MORE-REGTABL.
           PERFORM 320-LOAD-XREF THRU 320-EXIT
               UNTIL NO-MORE-XREF.

           READ WRKSHIFT
               AT END
               MOVE 'N' TO MORE-SHIFT-SW
               GO TO 000-EXIT
           END-READ
           ADD +1 TO SHIFTS-READ.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           PERFORM 400-PRICE-SHIFT THRU 400-EXIT.

           READ WRKSHIFT
               AT END MOVE "N" TO MORE-SHIFT-SW
               GO TO 100-EXIT
           END-READ
           ADD +1 TO SHIFTS-READ.
       100-EXIT.
           EXIT.

       300-LOAD-DIFFTBL.
           READ DIFFTBL
               AT END
               MOVE 'N' TO MORE-DIFFTBL-SW
               GO TO 300-EXIT
           END-READ
           IF DF-WEEKDAY-PREMIUM NOT NUMERIC
              OR DF-WEEKEND-PREMIUM NOT NUMERIC
              OR DF-HOLIDAY-PREMIUM NOT NUMERIC
               DISPLAY "*** SHFTDIFF BAD DIFFERENTIAL RECORD "
                       "SKIPPED: " DIFFTBL-REC (1:13)
               GO TO 300-EXIT.
           IF DIFF-RATE-COUNT >= +10
               DISPLAY "*** DIFFERENTIAL TABLE FULL - INCREASE "
                       "DIFF-RATE-ENTRY OCCURS ***"
               CLOSE WRKSHIFT, DIFFTBL, REGTABL, NURSXREF, EMPMAST,
                     DIFFRAW, SHFTREJ, DIFFRPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO DIFF-RATE-COUNT.
           MOVE DF-SHIFT           TO DR-SHIFT (DIFF-RATE-COUNT).
           MOVE DF-WEEKDAY-PREMIUM
               TO DR-WEEKDAY-PREMIUM (DIFF-RATE-COUNT).
           MOVE DF-WEEKEND-PREMIUM
               TO DR-WEEKEND-PREMIUM (DIFF-RATE-COUNT).
           MOVE DF-HOLIDAY-PREMIUM
               TO DR-HOLIDAY-PREMIUM (DIFF-RATE-COUNT).
       300-EXIT.
           EXIT.

       310-LOAD-NURSES.
           READ REGTABL INTO PRACTITIONER-REG-REC
               AT END
               MOVE 'N' TO MORE-REGTABL-SW
               GO TO 310-EXIT
           END-READ
      *  Inactive nurses stay in - a nurse who left mid-period is
      *  still owed for the shifts worked
           IF NOT REG-NURSE
               GO TO 310-EXIT.
           IF NURSE-COUNT >= +2000
               DISPLAY "*** NURSE TABLE FULL - INCREASE "
                       "NURSE-ENTRY OCCURS ***"
               CLOSE WRKSHIFT, DIFFTBL, REGTABL, NURSXREF, EMPMAST,
                     DIFFRAW, SHFTREJ, DIFFRPT
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO NURSE-COUNT.
           MOVE REG-PRACTITIONER-ID TO NT-PRACTITIONER-ID (NURSE-COUNT).
           MOVE ZERO   TO NT-EMP-NUMBER (NURSE-COUNT),
                          NT-DIFF-HOURS (NURSE-COUNT),
                          NT-DIFF-AMOUNT (NURSE-COUNT).
           MOVE SPACES TO NT-FIRST-NAME (NURSE-COUNT),
                          NT-LAST-NAME (NURSE-COUNT).
       310-EXIT.
           EXIT.

       320-LOAD-XREF.
           READ NURSXREF
               AT END
               MOVE 'N' TO MORE-XREF-SW
               GO TO 320-EXIT
           END-READ
           MOVE +0 TO NURSE-FOUND.
           PERFORM 330-FIND-NURSE THRU 330-EXIT
               VARYING NURSE-SUB FROM +1 BY +1
               UNTIL NURSE-SUB > NURSE-COUNT
                  OR NURSE-FOUND > +0.
           IF NURSE-FOUND = +0
              OR NX-EMP-NUMBER NOT NUMERIC
               ADD +1 TO XREF-NOT-NURSE
               DISPLAY "*** SHFTDIFF CROSS-REFERENCE NOT A NURSE ON "
                       "THE REGISTRY: " NX-PRACTITIONER-ID
               GO TO 320-EXIT.
           MOVE NX-EMP-NUMBER TO NT-EMP-NUMBER (NURSE-FOUND).
       320-EXIT.
           EXIT.

       330-FIND-NURSE.
           IF NT-PRACTITIONER-ID (NURSE-SUB) = NX-PRACTITIONER-ID
               MOVE NURSE-SUB TO NURSE-FOUND.
       330-EXIT.
           EXIT.

       335-FIND-SHIFT-NURSE.
           IF NT-PRACTITIONER-ID (NURSE-SUB) = WK-PRACTITIONER-ID
               MOVE NURSE-SUB TO NURSE-FOUND.
       335-EXIT.
           EXIT.

       400-PRICE-SHIFT.
           MOVE +0 TO NURSE-FOUND.
           PERFORM 335-FIND-SHIFT-NURSE THRU 335-EXIT
               VARYING NURSE-SUB FROM +1 BY +1
               UNTIL NURSE-SUB > NURSE-COUNT
                  OR NURSE-FOUND > +0.
           IF NURSE-FOUND = +0
               MOVE "*** NOT A NURSE ON THE REGISTRY" TO ERR-MSG
               PERFORM 710-WRITE-SHFTREJ THRU 710-EXIT
               GO TO 400-EXIT.
           IF NT-EMP-NUMBER (NURSE-FOUND) = ZERO
               MOVE "*** NO EMPLOYEE NUMBER CROSS-REFERENCE"
                   TO ERR-MSG
               PERFORM 710-WRITE-SHFTREJ THRU 710-EXIT
               GO TO 400-EXIT.

           IF WK-SHIFT-DATE NOT NUMERIC
               MOVE "*** INVALID SHIFT DATE" TO ERR-MSG
               PERFORM 710-WRITE-SHFTREJ THRU 710-EXIT
               GO TO 400-EXIT.
           IF FUNCTION TEST-DATE-YYYYMMDD (WK-SHIFT-DATE-NUM) NOT = 0
               MOVE "*** INVALID SHIFT DATE" TO ERR-MSG
               PERFORM 710-WRITE-SHFTREJ THRU 710-EXIT
               GO TO 400-EXIT.
           IF WK-WARD-NBR NOT NUMERIC
               MOVE "*** INVALID WARD NUMBER" TO ERR-MSG
               PERFORM 710-WRITE-SHFTREJ THRU 710-EXIT
               GO TO 400-EXIT.
           IF NOT WK-VALID-SHIFT
               MOVE "*** INVALID SHIFT - MUST BE D, E OR N"
                   TO ERR-MSG
               PERFORM 710-WRITE-SHFTREJ THRU 710-EXIT
               GO TO 400-EXIT.
           IF WK-HOURS NOT NUMERIC
              OR WK-HOURS = ZERO
              OR WK-HOURS > 24
               MOVE "*** HOURS OUT OF RANGE (0-24)" TO ERR-MSG
               PERFORM 710-WRITE-SHFTREJ THRU 710-EXIT
               GO TO 400-EXIT.

           MOVE +0 TO DIFF-RATE-FOUND.
           PERFORM 410-FIND-DIFF-RATE THRU 410-EXIT
               VARYING DIFF-RATE-SUB FROM +1 BY +1
               UNTIL DIFF-RATE-SUB > DIFF-RATE-COUNT
                  OR DIFF-RATE-FOUND > +0.
           IF DIFF-RATE-FOUND = +0
               MOVE "*** SHIFT NOT ON DIFFERENTIAL TABLE" TO ERR-MSG
               PERFORM 710-WRITE-SHFTREJ THRU 710-EXIT
               GO TO 400-EXIT.

      *  The names paid under come off EMPMAST
           MOVE NT-EMP-NUMBER (NURSE-FOUND) TO EMPMAST-KEY.
           READ EMPMAST
               INVALID KEY
                   NEXT SENTENCE.
           IF NOT EMCODE-OK
               MOVE "*** EMPLOYEE NOT ON MASTER" TO ERR-MSG
               PERFORM 710-WRITE-SHFTREJ THRU 710-EXIT
               GO TO 400-EXIT.
           MOVE EM-FIRST-NAME TO NT-FIRST-NAME (NURSE-FOUND).
           MOVE EM-LAST-NAME  TO NT-LAST-NAME (NURSE-FOUND).

           PERFORM 420-SET-DAY-TYPE THRU 420-EXIT.
           IF WEEKEND-SHIFT
               MOVE DR-WEEKEND-PREMIUM (DIFF-RATE-FOUND) TO WS-PREMIUM
               MOVE 4 TO BUCKET-SUB
           ELSE
           IF HOLIDAY-SHIFT
               MOVE DR-HOLIDAY-PREMIUM (DIFF-RATE-FOUND) TO WS-PREMIUM
               MOVE 5 TO BUCKET-SUB
           ELSE
               MOVE DR-WEEKDAY-PREMIUM (DIFF-RATE-FOUND) TO WS-PREMIUM
               IF WK-DAY-SHIFT
                   MOVE 1 TO BUCKET-SUB
               ELSE
               IF WK-EVENING-SHIFT
                   MOVE 2 TO BUCKET-SUB
               ELSE
                   MOVE 3 TO BUCKET-SUB.

           ADD +1 TO SHIFTS-PRICED.
           IF WK-SHIFT-DATE > WS-LAST-SHIFT-DATE
               MOVE WK-SHIFT-DATE TO WS-LAST-SHIFT-DATE.
      *  A shift with no premium (the weekday day shift, as a rule)
      *  is priced at nothing and earns no differential
           IF WS-PREMIUM = ZERO
               GO TO 400-EXIT.
           COMPUTE WS-DIFF-AMOUNT ROUNDED = WK-HOURS * WS-PREMIUM.
           ADD WK-HOURS       TO NT-DIFF-HOURS (NURSE-FOUND).
           ADD WS-DIFF-AMOUNT TO NT-DIFF-AMOUNT (NURSE-FOUND).
           PERFORM 500-ACCUM-WARD THRU 500-EXIT.
       400-EXIT.
           EXIT.

       410-FIND-DIFF-RATE.
           IF DR-SHIFT (DIFF-RATE-SUB) = WK-SHIFT
               MOVE DIFF-RATE-SUB TO DIFF-RATE-FOUND.
       410-EXIT.
           EXIT.

       420-SET-DAY-TYPE.
      *  Day 1 of the integer-date scale (1601-01-01) was a Monday,
      *  so remainder 6 is Saturday and 0 is Sunday - the same test
      *  BUSDAY makes
           MOVE WK-SHIFT-DATE-NUM TO WS-SHIFT-YYYYMMDD.
           COMPUTE WS-SHIFT-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (WS-SHIFT-YYYYMMDD).
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION REM (WS-SHIFT-DAY-NUM, 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE "S" TO DAY-TYPE-SW
               GO TO 420-EXIT.

      *  A weekday that is not a business day is on the holiday file
           MOVE "W"           TO DAY-TYPE-SW.
           MOVE SPACES        TO BUSDAY-REQUEST-AREA.
           MOVE "ISBD"        TO BD-FUNCTION.
           MOVE WK-SHIFT-DATE TO BD-DATE-1.
           CALL 'BUSDAY' USING BUSDAY-REQUEST-AREA.
           IF BD-RETURN-CODE NOT = 0
               DISPLAY "BUSDAY PROBLEM - PRICED AS A WEEKDAY "
                       WK-SHIFT-DATE
               GO TO 420-EXIT.
           IF BD-IS-NOT-BUSINESS
               MOVE "H" TO DAY-TYPE-SW.
       420-EXIT.
           EXIT.

       500-ACCUM-WARD.
           MOVE +0 TO WARD-FOUND.
           PERFORM 510-FIND-WARD THRU 510-EXIT
               VARYING WARD-SUB FROM +1 BY +1
               UNTIL WARD-SUB > WARD-COUNT
                  OR WARD-FOUND > +0.
           IF WARD-FOUND = +0
               IF WARD-COUNT >= +100
                   DISPLAY "*** WARD TABLE FULL - INCREASE "
                           "WARD-ENTRY OCCURS ***"
                   CLOSE WRKSHIFT, DIFFTBL, REGTABL, NURSXREF,
                         EMPMAST, DIFFRAW, SHFTREJ, DIFFRPT
                   MOVE +16 TO RETURN-CODE
                   GOBACK
               ELSE
                   ADD +1 TO WARD-COUNT
                   MOVE WARD-COUNT TO WARD-FOUND
                   INITIALIZE WARD-ENTRY (WARD-FOUND)
                   MOVE WK-WARD-NBR TO WD-WARD-NBR (WARD-FOUND).
           ADD WK-HOURS TO WD-HOURS (WARD-FOUND, BUCKET-SUB),
                           HT-HOURS (BUCKET-SUB).
           ADD WS-DIFF-AMOUNT TO WD-COST (WARD-FOUND, BUCKET-SUB),
                                 HT-COST (BUCKET-SUB).
       500-EXIT.
           EXIT.

       510-FIND-WARD.
           IF WD-WARD-NBR (WARD-SUB) = WK-WARD-NBR
               MOVE WARD-SUB TO WARD-FOUND.
       510-EXIT.
           EXIT.

       600-WRITE-PREMIUM-EARNING.
      *  Amount only, no hours - PAYEDIT takes the bank details of
      *  record from EMPMAST the way it does for commission
           IF NT-DIFF-AMOUNT (NURSE-SUB) = ZERO
               GO TO 600-EXIT.
           MOVE SPACES                      TO WS-PAYROLL-REC.
           MOVE NT-FIRST-NAME (NURSE-SUB)   TO FIRST-IN.
           MOVE NT-LAST-NAME (NURSE-SUB)    TO LAST-IN.
           MOVE WS-PERIOD-DATE-OUT          TO DATE-IN.
           MOVE ZERO                        TO HOURLY-RATE-IN,
                                               HOURS-WORKED-IN,
                                               ALLOWANCES-IN.
           MOVE "S"                         TO CATEGORY-IN.
           MOVE NT-DIFF-AMOUNT (NURSE-SUB)  TO GROSS-PAY-IN.
           MOVE ZERO                        TO WITHHOLDING-IN, FICA-IN,
                                               NET-PAY-IN.
           MOVE NT-EMP-NUMBER (NURSE-SUB)   TO EMP-NUMBER-IN.
           WRITE DIFFRAW-REC FROM WS-PAYROLL-REC.
           ADD +1                           TO EARNINGS-OUT.
           ADD NT-DIFF-AMOUNT (NURSE-SUB)   TO EARNINGS-TOTAL.
       600-EXIT.
           EXIT.

       700-PRINT-WARD.
           MOVE SPACES                  TO WS-WARD-LINE.
           MOVE WD-WARD-NBR (WARD-SUB)  TO WS-WARD-DISPLAY.
           MOVE WS-WARD-DISPLAY         TO WL-LABEL-O.
           MOVE ZERO TO WS-LINE-HOURS, WS-LINE-COST.
           PERFORM 705-FORMAT-WARD-BUCKET THRU 705-EXIT
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 5.
           MOVE WS-LINE-HOURS           TO WL-TOTAL-HOURS-O.
           MOVE WS-LINE-COST            TO WL-TOTAL-COST-O.
           WRITE RPT-REC FROM WS-WARD-LINE.
       700-EXIT.
           EXIT.

       705-FORMAT-WARD-BUCKET.
           MOVE WD-HOURS (WARD-SUB, BUCKET-SUB)
               TO WL-HOURS-O (BUCKET-SUB).
           MOVE WD-COST (WARD-SUB, BUCKET-SUB)
               TO WL-COST-O (BUCKET-SUB).
           ADD WD-HOURS (WARD-SUB, BUCKET-SUB) TO WS-LINE-HOURS.
           ADD WD-COST (WARD-SUB, BUCKET-SUB)  TO WS-LINE-COST.
       705-EXIT.
           EXIT.

       706-FORMAT-TOTAL-BUCKET.
           MOVE HT-HOURS (BUCKET-SUB) TO WL-HOURS-O (BUCKET-SUB).
           MOVE HT-COST (BUCKET-SUB)  TO WL-COST-O (BUCKET-SUB).
           ADD HT-HOURS (BUCKET-SUB)  TO WS-LINE-HOURS.
           ADD HT-COST (BUCKET-SUB)   TO WS-LINE-COST.
       706-EXIT.
           EXIT.

       710-WRITE-SHFTREJ.
           MOVE WRKSHIFT-REC TO REST-OF-REC.
           WRITE SHFTREJ-REC.
           ADD +1 TO SHIFTS-REJECTED.
       710-EXIT.
           EXIT.

       200-CLEANUP.
      *  Every earning is dated the last shift date on the file -
      *  the pay period the sign-in sheets close
           IF WS-LAST-SHIFT-DATE = LOW-VALUES
               MOVE HDR-DATE TO WS-PERIOD-DATE-OUT
           ELSE
               MOVE WS-LAST-SHIFT-DATE (1:4) TO WS-PERIOD-DATE-OUT (1:4)
               MOVE "-"                      TO WS-PERIOD-DATE-OUT (5:1)
               MOVE WS-LAST-SHIFT-DATE (5:2) TO WS-PERIOD-DATE-OUT (6:2)
               MOVE "-"                      TO WS-PERIOD-DATE-OUT (8:1)
               MOVE WS-LAST-SHIFT-DATE (7:2)
                   TO WS-PERIOD-DATE-OUT (9:2).

           PERFORM 600-WRITE-PREMIUM-EARNING THRU 600-EXIT
               VARYING NURSE-SUB FROM +1 BY +1
               UNTIL NURSE-SUB > NURSE-COUNT.
      *  PAYEDIT balances every batch to its trailer - differential
      *  earnings carry no hours
           MOVE SPACES            TO WS-PAYROLL-REC.
           MOVE "**TRAILER*"      TO TRL-ID.
           MOVE EARNINGS-OUT      TO TRL-RECORD-COUNT.
           MOVE ZERO              TO TRL-HOURS-TOTAL.
           WRITE DIFFRAW-REC FROM WS-PAYROLL-REC.

           MOVE WS-PERIOD-DATE-OUT TO HDR-PERIOD-DATE.
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-COL-HDR-1.
           WRITE RPT-REC FROM WS-COL-HDR-2.
           PERFORM 700-PRINT-WARD THRU 700-EXIT
               VARYING WARD-SUB FROM +1 BY +1
               UNTIL WARD-SUB > WARD-COUNT.

           MOVE SPACES  TO WS-WARD-LINE.
           MOVE "TOTAL" TO WL-LABEL-O.
           MOVE ZERO TO WS-LINE-HOURS, WS-LINE-COST.
           PERFORM 706-FORMAT-TOTAL-BUCKET THRU 706-EXIT
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 5.
           MOVE WS-LINE-HOURS TO WL-TOTAL-HOURS-O.
           MOVE WS-LINE-COST  TO WL-TOTAL-COST-O.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-WARD-LINE.

           MOVE SHIFTS-READ       TO SHIFTS-READ-OUT.
           MOVE SHIFTS-PRICED     TO SHIFTS-PRICED-OUT.
           MOVE SHIFTS-REJECTED   TO SHIFTS-REJECTED-OUT.
           MOVE EARNINGS-OUT      TO EARNINGS-OUT-O.
           MOVE EARNINGS-TOTAL    TO EARNINGS-TOTAL-O.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-TOTALS-REC.

           MOVE +0 TO RETURN-CODE.
           IF SHIFTS-REJECTED > +0
               MOVE +4 TO RETURN-CODE.
           CLOSE WRKSHIFT, DIFFTBL, REGTABL, NURSXREF, EMPMAST,
                 DIFFRAW, SHFTREJ, DIFFRPT.
           DISPLAY "NORMAL END OF JOB SHFTDIFF".
       200-EXIT.
           EXIT.
