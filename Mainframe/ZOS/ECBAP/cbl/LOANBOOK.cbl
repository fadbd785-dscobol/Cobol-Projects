      *****************************************************************
      * Program name:    LOANBOOK
      *
      * Books accepted mortgage scenarios onto the loan servicing
      * master.  Each booking carries the borrower and the first
      * due date along with the scenario exactly as MORTGAGE priced
      * it off the LoanScenarioFile; the P+I payment and the monthly
      * escrow (one twelfth of tax and insurance plus any spread to
      * build the two-month cushion) are worked the same way
      * MORTGAGE works them.  Old master in, new master out, both in
      * loan-number order; bookings must be sorted the same way.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  ---------------------------------------
      * 2026-10-15 MYNAME        Created - loan master booked from the
      *                          accepted scenario, booking register.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanMasterIn
             ASSIGN TO UT-S-LNMASTI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LoanMasterIn-Status.
           SELECT LoanMasterOut
             ASSIGN TO UT-S-LNMASTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LoanMasterOut-Status.
           SELECT LoanBookingFile
             ASSIGN TO UT-S-LNBOOK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LoanBookingFile-Status.
           SELECT BookingReport
             ASSIGN TO UT-S-LNBKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BookingReport-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  LoanMasterIn
           RECORD CONTAINS 350 CHARACTERS.
           COPY LOANMSTR.

       FD  LoanMasterOut
           RECORD CONTAINS 350 CHARACTERS.
       01  LoanMasterOut-Record          PIC X(350).

       FD  LoanBookingFile
           RECORD CONTAINS 150 CHARACTERS.
       01  LoanBookingFile-Record.
           05  LB-LOAN-NUMBER            PIC X(10).
           05  LB-BORROWER-NAME          PIC X(30).
           05  LB-BORROWER-ADDRESS       PIC X(30).
           05  LB-BORROWER-CITY-ST       PIC X(30).
           05  LB-FIRST-DUE-DATE         PIC 9(8).
           05  LB-FIRST-DUE-PARTS REDEFINES LB-FIRST-DUE-DATE.
               10  LB-FIRST-DUE-YYYYMM   PIC 9(6).
               10  LB-FIRST-DUE-DD       PIC 99.
      * The accepted scenario, laid out as on the LoanScenarioFile
           05  LB-SCENARIO.
               10  LB-PRINCIPAL          PIC 9(7)V99.
               10  LB-ANNUAL-RATE        PIC 9V9(4).
               10  LB-NBR-PAYMENTS       PIC 999.
               10  LB-ANNUAL-TAX         PIC 9(5)V99.
               10  LB-ANNUAL-INS         PIC 9(5)V99.
               10  LB-ESCROW-BALANCE     PIC 9(5)V99.
           05  FILLER                    PIC X(4).

       FD  BookingReport
           RECORD CONTAINS 100 CHARACTERS.
       01  BookingReport-Record          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-File-Status.
           05  LoanMasterIn-Status      PIC X(02).
               88 LoanMasterIn-OK           VALUE '00'.
               88 LoanMasterIn-EOF          VALUE '10'.
           05  LoanMasterOut-Status     PIC X(02).
               88 LoanMasterOut-OK          VALUE '00'.
           05  LoanBookingFile-Status   PIC X(02).
               88 LoanBookingFile-OK        VALUE '00'.
               88 LoanBookingFile-EOF       VALUE '10'.
           05  BookingReport-Status     PIC X(02).
               88 BookingReport-OK          VALUE '00'.

      * Match keys - HIGH-VALUES once a file is exhausted
       01  MATCH-KEYS.
           05  MK-MASTER-KEY             PIC X(10).
           05  MK-BOOKING-KEY            PIC X(10).
           05  MK-PREV-BOOKING-KEY       PIC X(10) VALUE LOW-VALUES.

       01  RUN-DATE-FIELDS.
           05  RD-RUN-DATE               PIC 9(8).
           05  RD-RUN-DATE-PARTS REDEFINES RD-RUN-DATE.
               10  RD-RUN-YEAR           PIC 9(4).
               10  RD-RUN-MMDD           PIC 9(4).

       01  BOOKING-COUNTERS.
           05  BC-MASTERS-COPIED         PIC S9(7) COMP VALUE ZERO.
           05  BC-LOANS-BOOKED           PIC S9(7) COMP VALUE ZERO.
           05  BC-BOOKINGS-REJECTED      PIC S9(7) COMP VALUE ZERO.
           05  BC-PRINCIPAL-BOOKED       PIC 9(9)V99 VALUE ZERO.

       01  BOOKING-WORK-FIELDS.
           05  BK-REJECT-REASON          PIC X(30).
           05  BK-MONTHLY-RATE           PIC 9(9)V9(9).
           05  BK-PI-PAYMENT             PIC 9(5)V99.
           05  BK-BOOKING-READ-SW        PIC X(01).
               88 BK-BOOKING-READ            VALUE 'Y'.

      * Escrow work fields - same arithmetic as MORTGAGE
       01  ESCROW-WORK-FIELDS.
           05  ES-ANNUAL-DISBURSEMENTS   PIC 9(6)V99.
           05  ES-BASE-MONTHLY           PIC 9(5)V99.
           05  ES-CUSHION                PIC 9(5)V99.
           05  ES-SHORTAGE               PIC S9(6)V99.
           05  ES-MONTHLY-SPREAD         PIC 9(5)V99.
           05  ES-MONTHLY-ESCROW         PIC 9(5)V99.

       01  BOOKING-HDR-LINE.
           05  FILLER                    PIC X(30)
               VALUE 'LOAN BOOKING REGISTER  RUN '.
           05  BH-RUN-DATE               PIC 9999/99/99.

       01  BOOKING-COL-LINE.
           05  FILLER                    PIC X(45) VALUE
               'LOAN NBR   BORROWER                      PRIN'.
           05  FILLER                    PIC X(46) VALUE
               'CIPAL  RATE TERM       P+I   ESCROW  FIRST DUE'.

       01  BOOKING-DETAIL-LINE.
           05  BD-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  BD-BORROWER-NAME          PIC X(25).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  BD-PRINCIPAL              PIC $$,$$$,$$9.99.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  BD-ANNUAL-RATE            PIC Z9.99.
           05  FILLER                    PIC X(2) VALUE SPACES.
           05  BD-NBR-PAYMENTS           PIC ZZ9.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  BD-PI-PAYMENT             PIC ZZ,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  BD-ESCROW                 PIC Z,ZZ9.99.
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  BD-FIRST-DUE              PIC 9999/99/99.

       01  BOOKING-REJECT-LINE.
           05  BR-LOAN-NUMBER            PIC X(10).
           05  FILLER                    PIC X(1) VALUE SPACES.
           05  BR-BORROWER-NAME          PIC X(25).
           05  FILLER                    PIC X(14)
               VALUE ' *** REJECTED '.
           05  BR-REASON                 PIC X(30).

       01  BOOKING-TOTAL-LINE.
           05  FILLER                    PIC X(14)
               VALUE ' LOANS BOOKED '.
           05  BT-LOANS-BOOKED           PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(13)
               VALUE '  PRINCIPAL '.
           05  BT-PRINCIPAL-BOOKED       PIC $$$$,$$$,$$9.99.
           05  FILLER                    PIC X(12)
               VALUE '  REJECTED '.
           05  BT-BOOKINGS-REJECTED      PIC ZZZ,ZZ9.
           05  FILLER                    PIC X(16)
               VALUE '  LOANS ON FILE '.
           05  BT-LOANS-ON-FILE          PIC ZZZ,ZZ9.

       01  BOOKING-BLANK-LINE            PIC X(100) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM BEGIN-BOOKING.
           PERFORM MATCH-MASTER-TO-BOOKING
              UNTIL MK-MASTER-KEY = HIGH-VALUES
                AND MK-BOOKING-KEY = HIGH-VALUES.
           PERFORM END-BOOKING.
           GOBACK.
      *
       BEGIN-BOOKING.
           OPEN INPUT  LoanMasterIn
                       LoanBookingFile
                OUTPUT LoanMasterOut
                       BookingReport.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RD-RUN-DATE.
           MOVE RD-RUN-DATE TO BH-RUN-DATE.
           WRITE BookingReport-Record FROM BOOKING-HDR-LINE.
           WRITE BookingReport-Record FROM BOOKING-BLANK-LINE.
           WRITE BookingReport-Record FROM BOOKING-COL-LINE.
           PERFORM READ-LOAN-MASTER.
           PERFORM READ-LOAN-BOOKING.
      *
      * Classic old-master/new-master match on loan number; a
      * booking that matches a loan already on file is refused
      * rather than overlaying it
       MATCH-MASTER-TO-BOOKING.
           EVALUATE TRUE
              WHEN MK-MASTER-KEY < MK-BOOKING-KEY
                 WRITE LoanMasterOut-Record FROM LOAN-MASTER-REC
                 ADD 1 TO BC-MASTERS-COPIED
                 PERFORM READ-LOAN-MASTER
              WHEN MK-BOOKING-KEY < MK-MASTER-KEY
                 PERFORM BOOK-NEW-LOAN
                 PERFORM READ-LOAN-BOOKING
              WHEN OTHER
                 MOVE 'LOAN NUMBER ALREADY ON FILE'
                    TO BK-REJECT-REASON
                 PERFORM REJECT-BOOKING
                 PERFORM READ-LOAN-BOOKING
           END-EVALUATE.
      *
       BOOK-NEW-LOAN.
           PERFORM EDIT-BOOKING.
           IF BK-REJECT-REASON NOT = SPACES
              PERFORM REJECT-BOOKING
           ELSE
              PERFORM PRICE-BOOKING
              PERFORM BUILD-LOAN-MASTER
              WRITE LoanMasterOut-Record FROM LOAN-MASTER-REC
              ADD 1 TO BC-LOANS-BOOKED
              ADD LB-PRINCIPAL TO BC-PRINCIPAL-BOOKED
              PERFORM WRITE-BOOKING-LINE
           END-IF.
      *
      * Due dates are carried forward a month at a time, so the due
      * day is held to the 28th or earlier
       EDIT-BOOKING.
           MOVE SPACES TO BK-REJECT-REASON.
           EVALUATE TRUE
              WHEN LB-LOAN-NUMBER = SPACES
                 MOVE 'LOAN NUMBER MISSING' TO BK-REJECT-REASON
              WHEN LB-BORROWER-NAME = SPACES
                 MOVE 'BORROWER NAME MISSING' TO BK-REJECT-REASON
              WHEN LB-SCENARIO NOT NUMERIC
                 MOVE 'SCENARIO NOT NUMERIC' TO BK-REJECT-REASON
              WHEN LB-PRINCIPAL = ZERO
                 MOVE 'PRINCIPAL IS ZERO' TO BK-REJECT-REASON
              WHEN LB-ANNUAL-RATE = ZERO
                 MOVE 'RATE IS ZERO' TO BK-REJECT-REASON
              WHEN LB-NBR-PAYMENTS = ZERO
                 MOVE 'TERM IS ZERO' TO BK-REJECT-REASON
              WHEN LB-FIRST-DUE-DATE NOT NUMERIC
                 MOVE 'FIRST DUE DATE INVALID' TO BK-REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD(LB-FIRST-DUE-DATE)
                      NOT = ZERO
                 MOVE 'FIRST DUE DATE INVALID' TO BK-REJECT-REASON
              WHEN LB-FIRST-DUE-DD > 28
                 MOVE 'DUE DAY AFTER THE 28TH' TO BK-REJECT-REASON
           END-EVALUATE.
      *
       PRICE-BOOKING.
           COMPUTE BK-MONTHLY-RATE = (LB-ANNUAL-RATE / 100) / 12.
           COMPUTE BK-PI-PAYMENT =
              LB-PRINCIPAL *
              FUNCTION ANNUITY(BK-MONTHLY-RATE LB-NBR-PAYMENTS).
           COMPUTE ES-ANNUAL-DISBURSEMENTS =
              LB-ANNUAL-TAX + LB-ANNUAL-INS.
           COMPUTE ES-BASE-MONTHLY ROUNDED =
              ES-ANNUAL-DISBURSEMENTS / 12.
           COMPUTE ES-CUSHION = ES-BASE-MONTHLY * 2.
           COMPUTE ES-SHORTAGE = ES-CUSHION - LB-ESCROW-BALANCE.
           IF ES-SHORTAGE > ZERO
              COMPUTE ES-MONTHLY-SPREAD ROUNDED = ES-SHORTAGE / 12
           ELSE
              MOVE ZERO TO ES-MONTHLY-SPREAD
           END-IF.
           COMPUTE ES-MONTHLY-ESCROW =
              ES-BASE-MONTHLY + ES-MONTHLY-SPREAD.
      *
       BUILD-LOAN-MASTER.
           INITIALIZE LOAN-MASTER-REC.
           MOVE LB-LOAN-NUMBER       TO LM-LOAN-NUMBER.
           MOVE LB-BORROWER-NAME     TO LM-BORROWER-NAME.
           MOVE LB-BORROWER-ADDRESS  TO LM-BORROWER-ADDRESS.
           MOVE LB-BORROWER-CITY-ST  TO LM-BORROWER-CITY-ST.
           SET LM-ACTIVE             TO TRUE.
           MOVE RD-RUN-DATE          TO LM-BOOKED-DATE.
           MOVE LB-PRINCIPAL         TO LM-ORIG-PRINCIPAL,
                                        LM-PRINCIPAL-BALANCE.
           MOVE LB-ANNUAL-RATE       TO LM-ANNUAL-RATE.
           MOVE LB-NBR-PAYMENTS      TO LM-NBR-PAYMENTS.
           MOVE BK-PI-PAYMENT        TO LM-PI-PAYMENT.
           MOVE LB-ANNUAL-TAX        TO LM-ANNUAL-TAX.
           MOVE LB-ANNUAL-INS        TO LM-ANNUAL-INS.
           MOVE ES-MONTHLY-ESCROW    TO LM-ESCROW-PAYMENT.
           COMPUTE LM-TOTAL-PAYMENT =
              BK-PI-PAYMENT + ES-MONTHLY-ESCROW.
           MOVE LB-ESCROW-BALANCE    TO LM-ESCROW-BALANCE.
           MOVE LB-FIRST-DUE-DATE    TO LM-NEXT-DUE-DATE.
           SET LM-CURRENT            TO TRUE.
           MOVE RD-RUN-YEAR          TO LM-YTD-YEAR.
      *
       REJECT-BOOKING.
           ADD 1 TO BC-BOOKINGS-REJECTED.
           MOVE LB-LOAN-NUMBER       TO BR-LOAN-NUMBER.
           MOVE LB-BORROWER-NAME     TO BR-BORROWER-NAME.
           MOVE BK-REJECT-REASON     TO BR-REASON.
           WRITE BookingReport-Record FROM BOOKING-REJECT-LINE.
      *
       WRITE-BOOKING-LINE.
           MOVE LM-LOAN-NUMBER       TO BD-LOAN-NUMBER.
           MOVE LM-BORROWER-NAME     TO BD-BORROWER-NAME.
           MOVE LM-ORIG-PRINCIPAL    TO BD-PRINCIPAL.
           MOVE LM-ANNUAL-RATE       TO BD-ANNUAL-RATE.
           MOVE LM-NBR-PAYMENTS      TO BD-NBR-PAYMENTS.
           MOVE LM-PI-PAYMENT        TO BD-PI-PAYMENT.
           MOVE LM-ESCROW-PAYMENT    TO BD-ESCROW.
           MOVE LM-NEXT-DUE-DATE     TO BD-FIRST-DUE.
           WRITE BookingReport-Record FROM BOOKING-DETAIL-LINE.
      *
       END-BOOKING.
           MOVE BC-LOANS-BOOKED      TO BT-LOANS-BOOKED.
           MOVE BC-PRINCIPAL-BOOKED  TO BT-PRINCIPAL-BOOKED.
           MOVE BC-BOOKINGS-REJECTED TO BT-BOOKINGS-REJECTED.
           COMPUTE BT-LOANS-ON-FILE =
              BC-MASTERS-COPIED + BC-LOANS-BOOKED.
           WRITE BookingReport-Record FROM BOOKING-BLANK-LINE.
           WRITE BookingReport-Record FROM BOOKING-TOTAL-LINE.
           CLOSE LoanMasterIn
                 LoanBookingFile
                 LoanMasterOut
                 BookingReport.
           IF BC-BOOKINGS-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       READ-LOAN-MASTER.
           READ LoanMasterIn
              AT END SET LoanMasterIn-EOF TO TRUE
           END-READ.
           IF LoanMasterIn-EOF
              MOVE HIGH-VALUES TO MK-MASTER-KEY
           ELSE
              MOVE LM-LOAN-NUMBER TO MK-MASTER-KEY
           END-IF.
      *
      * Bookings out of loan-number order (or repeated) would
      * throw the match off - they are refused here and skipped
       READ-LOAN-BOOKING.
           MOVE 'N' TO BK-BOOKING-READ-SW.
           PERFORM READ-ONE-BOOKING
              UNTIL BK-BOOKING-READ.
      *
       READ-ONE-BOOKING.
           READ LoanBookingFile
              AT END SET LoanBookingFile-EOF TO TRUE
           END-READ.
           IF LoanBookingFile-EOF
              MOVE HIGH-VALUES TO MK-BOOKING-KEY
              SET BK-BOOKING-READ TO TRUE
           ELSE
              IF LB-LOAN-NUMBER NOT > MK-PREV-BOOKING-KEY
                 MOVE 'BOOKING OUT OF SEQUENCE' TO BK-REJECT-REASON
                 PERFORM REJECT-BOOKING
              ELSE
                 MOVE LB-LOAN-NUMBER TO MK-BOOKING-KEY,
                                        MK-PREV-BOOKING-KEY
                 SET BK-BOOKING-READ TO TRUE
              END-IF
           END-IF.
