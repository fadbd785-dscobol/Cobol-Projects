       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RENTCKO.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          RENTAL CHECKOUT PRICING.  THE COUNTER'S CHECKOUT
      *          TRANSACTIONS ARE PRICED FROM THE ITEM-CLASS RATE
      *          TABLE - DAILY RATE AND STANDARD SECURITY DEPOSIT PER
      *          CLASS - AND WRITTEN AS NEW OPEN RENTALS WITH THE
      *          RATE AND THE DEPOSIT TAKEN RECORDED ON THE RENTAL
      *          RECORD, SO THE RETURN RUN (RENTRET) BILLS AT THE
      *          RATE IN FORCE THE DAY THE ITEM WENT OUT.  A DEPOSIT
      *          KEYED AT THE COUNTER OVERRIDES THE CLASS STANDARD.
      *          THE NEW RENTALS GO IN WITH THE OPEN RENTALS AHEAD OF
      *          THE COBSORT2 SORT.
      *
      *             - UNKNOWN ITEM CLASS       - REJECTED
      *             - DUE DATE BEFORE DATE OUT - REJECTED
      *
      ******************************************************************

               CHECKOUT TRANSACTIONS   -   CHECKOUT

               ITEM-CLASS RATE TABLE   -   CLASSRT

               NEW OPEN RENTALS        -   RENTNEW

               CHECKOUT LISTING        -   CKOLIST

      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKOUT-FILE ASSIGN TO CHECKOUT
           ORGANIZATION IS SEQUENTIAL.

           SELECT CLASSRT-FILE ASSIGN TO CLASSRT
           ORGANIZATION IS SEQUENTIAL.

           SELECT RENTNEW-FILE ASSIGN TO RENTNEW
           ORGANIZATION IS SEQUENTIAL.

           SELECT CKO-LIST ASSIGN TO CKOLIST
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKOUT-REC.
           03  CKO-KEY                 PIC X(10).
           03  CKO-CUSTOMER            PIC X(20).
           03  CKO-ITEM                PIC X(10).
           03  CKO-ITEM-CLASS          PIC X(2).
           03  CKO-DATE-OUT            PIC X(8).
           03  CKO-DATE-DUE            PIC X(8).
           03  CKO-DEPOSIT             PIC 9(5)V99.
           03  FILLER                  PIC X(15).

       FD  CLASSRT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLASSRT-REC.
           03  CLS-ITEM-CLASS          PIC X(2).
           03  CLS-DAILY-RATE          PIC 9(3)V99.
           03  CLS-DEPOSIT             PIC 9(5)V99.
           03  FILLER                  PIC X(66).

       FD  RENTNEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  RENTAL-REC.
           03  RENTAL-KEY              PIC X(10).
           03  RENTAL-CUSTOMER         PIC X(20).
           03  RENTAL-ITEM             PIC X(10).
           03  RENTAL-DATE-OUT         PIC X(8).
           03  RENTAL-DATE-DUE         PIC X(8).
           03  RENTAL-ITEM-CLASS       PIC X(2).
           03  RENTAL-DAILY-RATE       PIC 9(3)V99.
           03  RENTAL-DEPOSIT          PIC 9(5)V99.
           03  FILLER                  PIC X(10).

       FD  CKO-LIST
           LABEL RECORDS ARE STANDARD.
       01  CKO-LINE-OUT                PIC X(100).

       WORKING-STORAGE SECTION.
       01  FLAGS-AND-SWITCHES.
           05 MORE-CKO-SW              PIC X(01) VALUE "Y".
              88 NO-MORE-CHECKOUTS     VALUE "N".
           05 MORE-CLASS-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-CLASSES       VALUE "N".

       01  CLASS-RATE-TABLE.
           05  CLASS-RATE-ENTRY OCCURS 50 TIMES.
               10  CRT-ITEM-CLASS      PIC X(2).
               10  CRT-DAILY-RATE      PIC 9(3)V99.
               10  CRT-DEPOSIT         PIC 9(5)V99.
       77  CLASS-COUNT                 PIC S9(4) COMP VALUE +0.
       77  CLASS-SUB                   PIC S9(4) COMP VALUE +0.
       77  MATCH-SUB                   PIC S9(4) COMP VALUE +0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 CHECKOUTS-READ           PIC S9(5) COMP.
           05 CHECKOUTS-WRITTEN        PIC S9(5) COMP.
           05 CHECKOUTS-REJECTED       PIC S9(5) COMP.
           05 TOTAL-DEPOSITS           PIC S9(7)V99 COMP-3.

       01  CKO-HEADING                 PIC X(40) VALUE
           "RENTAL CHECKOUT LISTING".

       01  CKO-DETAIL.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  CKO-KEY-O               PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CKO-CUSTOMER-O          PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CKO-ITEM-O              PIC X(10).
           05  FILLER                  PIC X(8) VALUE "  CLASS ".
           05  CKO-CLASS-O             PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CKO-RATE-O              PIC $$$9.99.
           05  FILLER                  PIC X(5) VALUE "/DAY ".
           05  FILLER                  PIC X(9) VALUE "DEPOSIT: ".
           05  CKO-DEPOSIT-O           PIC $$$,$$9.99.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  CKO-REJECT.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  REJ-KEY-O               PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REJ-CUSTOMER-O          PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REJ-ITEM-O              PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REJ-REASON-O            PIC X(30).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  RUN-TOTAL-LINE.
           05  FILLER                  PIC X(16)
                  VALUE "CHECKOUTS READ: ".
           05  CKO-READ-O              PIC ZZZZ9.
           05  FILLER                  PIC X(10)
                  VALUE "  WRITTEN:".
           05  CKO-WRITTEN-O           PIC ZZZZ9.
           05  FILLER                  PIC X(11)
                  VALUE "  REJECTED:".
           05  CKO-REJECTED-O          PIC ZZZZ9.
           05  FILLER                  PIC X(19)
                  VALUE "  DEPOSITS TAKEN: ".
           05  CKO-DEPOSITS-O          PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  BLANK-LINE                  PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-CHECKOUTS.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           IF CHECKOUTS-REJECTED > +0
               MOVE +4 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "RENTCKO HOUSEKEEPING".
           OPEN INPUT CHECKOUT-FILE, CLASSRT-FILE.
           OPEN OUTPUT RENTNEW-FILE, CKO-LIST.

           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           WRITE CKO-LINE-OUT FROM CKO-HEADING.
           WRITE CKO-LINE-OUT FROM BLANK-LINE.

           PERFORM 300-LOAD-CLASS-RATE THRU 300-EXIT
               UNTIL NO-MORE-CLASSES.

           READ CHECKOUT-FILE
               AT END
               MOVE 'N' TO MORE-CKO-SW
               GO TO 000-EXIT
           END-READ
           ADD +1 TO CHECKOUTS-READ.
       000-EXIT.
           EXIT.

       100-MAINLINE.
      *  Price the checkout from its item class
           MOVE +0 TO MATCH-SUB.
           PERFORM 400-SCAN-CLASS-RATES THRU 400-EXIT
               VARYING CLASS-SUB FROM +1 BY +1
               UNTIL CLASS-SUB > CLASS-COUNT
                  OR MATCH-SUB > +0.

           EVALUATE TRUE
               WHEN MATCH-SUB = +0
                   MOVE "UNKNOWN ITEM CLASS" TO REJ-REASON-O
                   PERFORM 600-REJECT-CHECKOUT THRU 600-EXIT
               WHEN CKO-DATE-DUE < CKO-DATE-OUT
                   MOVE "DUE DATE BEFORE DATE OUT" TO REJ-REASON-O
                   PERFORM 600-REJECT-CHECKOUT THRU 600-EXIT
               WHEN OTHER
                   PERFORM 500-WRITE-RENTAL THRU 500-EXIT
           END-EVALUATE.

           READ CHECKOUT-FILE
               AT END MOVE "N" TO MORE-CKO-SW
               GO TO 100-EXIT
           END-READ
           ADD +1 TO CHECKOUTS-READ.
       100-EXIT.
           EXIT.

       300-LOAD-CLASS-RATE.
           READ CLASSRT-FILE
               AT END
               MOVE 'N' TO MORE-CLASS-SW
               GO TO 300-EXIT
           END-READ
           IF CLASS-COUNT >= +50
               DISPLAY "*** RENTCKO CLASS-RATE TABLE FULL"
               GO TO 300-EXIT.
           ADD +1 TO CLASS-COUNT.
           MOVE CLS-ITEM-CLASS TO CRT-ITEM-CLASS (CLASS-COUNT).
           MOVE CLS-DAILY-RATE TO CRT-DAILY-RATE (CLASS-COUNT).
           MOVE CLS-DEPOSIT    TO CRT-DEPOSIT (CLASS-COUNT).
       300-EXIT.
           EXIT.

       400-SCAN-CLASS-RATES.
           IF CRT-ITEM-CLASS (CLASS-SUB) = CKO-ITEM-CLASS
               MOVE CLASS-SUB TO MATCH-SUB.
       400-EXIT.
           EXIT.

       500-WRITE-RENTAL.
      *  Rate and deposit go on the rental as of today - a later
      *  change to the class table does not reprice it
           MOVE SPACES              TO RENTAL-REC.
           MOVE CKO-KEY             TO RENTAL-KEY.
           MOVE CKO-CUSTOMER        TO RENTAL-CUSTOMER.
           MOVE CKO-ITEM            TO RENTAL-ITEM.
           MOVE CKO-DATE-OUT        TO RENTAL-DATE-OUT.
           MOVE CKO-DATE-DUE        TO RENTAL-DATE-DUE.
           MOVE CKO-ITEM-CLASS      TO RENTAL-ITEM-CLASS.
           MOVE CRT-DAILY-RATE (MATCH-SUB) TO RENTAL-DAILY-RATE.
           IF CKO-DEPOSIT NUMERIC
              AND CKO-DEPOSIT > ZERO
               MOVE CKO-DEPOSIT     TO RENTAL-DEPOSIT
           ELSE
               MOVE CRT-DEPOSIT (MATCH-SUB) TO RENTAL-DEPOSIT.
           WRITE RENTAL-REC.
           ADD +1 TO CHECKOUTS-WRITTEN.
           ADD RENTAL-DEPOSIT TO TOTAL-DEPOSITS.

           MOVE CKO-KEY             TO CKO-KEY-O.
           MOVE CKO-CUSTOMER        TO CKO-CUSTOMER-O.
           MOVE CKO-ITEM            TO CKO-ITEM-O.
           MOVE CKO-ITEM-CLASS      TO CKO-CLASS-O.
           MOVE RENTAL-DAILY-RATE   TO CKO-RATE-O.
           MOVE RENTAL-DEPOSIT      TO CKO-DEPOSIT-O.
           WRITE CKO-LINE-OUT FROM CKO-DETAIL.
       500-EXIT.
           EXIT.

       600-REJECT-CHECKOUT.
           ADD +1 TO CHECKOUTS-REJECTED.
           MOVE CKO-KEY             TO REJ-KEY-O.
           MOVE CKO-CUSTOMER        TO REJ-CUSTOMER-O.
           MOVE CKO-ITEM            TO REJ-ITEM-O.
           WRITE CKO-LINE-OUT FROM CKO-REJECT.
       600-EXIT.
           EXIT.

       200-CLEANUP.
           MOVE CHECKOUTS-READ     TO CKO-READ-O.
           MOVE CHECKOUTS-WRITTEN  TO CKO-WRITTEN-O.
           MOVE CHECKOUTS-REJECTED TO CKO-REJECTED-O.
           MOVE TOTAL-DEPOSITS     TO CKO-DEPOSITS-O.
           WRITE CKO-LINE-OUT FROM BLANK-LINE.
           WRITE CKO-LINE-OUT FROM RUN-TOTAL-LINE.
           CLOSE CHECKOUT-FILE, CLASSRT-FILE, RENTNEW-FILE,
                 CKO-LIST.
           DISPLAY "NORMAL END OF JOB RENTCKO".
       200-EXIT.
           EXIT.
