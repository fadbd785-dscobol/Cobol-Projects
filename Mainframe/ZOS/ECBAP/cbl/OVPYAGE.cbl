       IDENTIFICATION DIVISION.
       PROGRAM-ID.      OVPYAGE.
       AUTHOR.          SAYLES.
      ******************************************************************
      *REMARKS.
      *
      *          OVERPAYMENT RECEIVABLE AGING, GL POSTING AND GL TIE.
      *
      *          AGING - EVERY OPEN RECOVERY ON THE OVERPAYMENT
      *          RECEIVABLE (VSAM DDS0001.OVPYRCV) IS AGED FROM ITS
      *          ESTABLISHED DATE TO THE RUN DATE INTO 0-30, 31-60,
      *          61-90 AND OVER-90-DAY BUCKETS.  RECOVERIES OPEN MORE
      *          THAN 90 DAYS ARE LISTED ONE PER LINE FOR COLLECTIONS
      *          - OFFSETS AGAINST NEW CLAIMS HAVE NOT CLEARED THEM.
      *
      *          GL POSTING - ACTIVITY NOT YET POSTED ON THE
      *          OVERPAYMENT ACTIVITY FILE (ESTABLISHED AND REFUNDS
      *          AND WRITE-OFFS FROM OVPYMNT, OFFSETS FROM CMPCLREG)
      *          IS TOTALLED BY TYPE AND POSTED AS BALANCED
      *          DEBIT/CREDIT PAIRS IN THE GLJRNL LAYOUT, THROUGH THE
      *          SAME GLMAP ACCOUNT FILE GLEXTRCT USES:
      *
      *             OVPE  RECOVERY ESTABLISHED
      *             OVPO  OFFSET AGAINST A CLAIM PAYMENT
      *             OVPR  REFUND RECEIVED
      *             OVPW  WRITTEN OFF
      *
      *          EACH ACTIVITY RECORD POSTED IS STAMPED WITH THE RUN
      *          DATE SO A RERUN DOES NOT POST IT AGAIN.
      *
      *          GL TIE - THE CONTROL RECORD CARRIES THE RECEIVABLE
      *          BALANCE THE GL HELD AFTER THE LAST RUN.  THAT PLUS
      *          THIS RUN'S POSTINGS MUST EQUAL THE SUM OF THE OPEN
      *          BALANCES ON THE RECEIVABLE.  IF IT DOES NOT, THE
      *          DIFFERENCE PRINTS AS OUT OF BALANCE AND THE STEP
      *          ENDS RC 4.  THE CONTROL RECORD IS REWRITTEN WITH THE
      *          NEW GL BALANCE EITHER WAY, SO AN UNRESOLVED
      *          DIFFERENCE KEEPS SHOWING UNTIL IT IS CORRECTED.
      *
      ******************************************************************

               VSAM OVERPAYMENT RCV    -   DDS0001.OVPYRCV

               OVERPAYMENT ACTIVITY    -   DDS0001.OVPYACT

               GL ACCOUNT MAPPING      -   DDS0001.GLMAP

               RECEIVABLE GL CONTROL   -   DDS0001.OVPYCTL

               GL JOURNAL              -   DDS0001.OVPYJRNL

               AGING REPORT            -   OVPYRPT

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVPYRCV
             ASSIGN TO OVPYRCV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OR-KEY
               FILE STATUS IS OVPYRCV-ST.
           SELECT OVPYACT
             ASSIGN TO UT-S-OVPYACT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OVPYACT-ST.
           SELECT GLMAP
             ASSIGN TO UT-S-GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLMAP-ST.
           SELECT OVPYCTL
             ASSIGN TO UT-S-OVPYCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OVPYCTL-ST.
           SELECT OVPYJRNL
             ASSIGN TO UT-S-OVPYJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OVPYJRNL-ST.
           SELECT OVPYPRT
             ASSIGN TO UT-S-OVPYRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OVPYPRT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  OVPYRCV
           RECORD CONTAINS 80 CHARACTERS.
       COPY OVPYRCV.

      ****** READ AND STAMPED IN PLACE (I-O)
       FD  OVPYACT
           RECORD CONTAINS 80 CHARACTERS.
       COPY OVPYACT.

      ****** CATEGORY TO GL ACCOUNT MAPPING - THE SAME FILE GLEXTRCT
      ****** AND REVACCR POST THROUGH
       FD  GLMAP
           RECORD CONTAINS 40 CHARACTERS.
       01  GLMAP-REC.
           05  GM-CATEGORY                  PIC X(04).
           05  GM-DEBIT-ACCOUNT             PIC X(08).
           05  GM-CREDIT-ACCOUNT            PIC X(08).
           05  FILLER                       PIC X(20).

      ****** ONE RECORD - THE RECEIVABLE BALANCE ON THE GL AS OF THE
      ****** LAST RUN
       FD  OVPYCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  OVPY-CONTROL-REC.
           05  OC-GL-BALANCE                PIC S9(9)V99.
           05  OC-LAST-RUN-DATE             PIC X(08).
           05  FILLER                       PIC X(61).

      ****** GLJRNL LAYOUT
       FD  OVPYJRNL
           RECORD CONTAINS 40 CHARACTERS.
       01  GLJRNL-REC.
           05  GL-POST-DATE                 PIC X(08).
           05  GL-ACCOUNT                   PIC X(08).
           05  GL-DR-CR                     PIC X(01).
           05  GL-CATEGORY                  PIC X(04).
           05  GL-AMOUNT                    PIC S9(9)V99.
           05  FILLER                       PIC X(08).

       FD  OVPYPRT
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01  PROGRAM-SWITCHES.
           05 OVPYRCV-ST                PIC X(2).
               88 OVPYRCV-OK                           VALUE '00'.
           05 OVPYRCV-EOF               PIC X(1)       VALUE 'N'.
               88 NO-MORE-RECOVERIES                   VALUE 'Y'.
           05 OVPYACT-ST                PIC X(2).
               88 OVPYACT-OK                           VALUE '00'.
           05 OVPYACT-EOF               PIC X(1)       VALUE 'N'.
               88 NO-MORE-ACTIVITY                     VALUE 'Y'.
           05 GLMAP-ST                  PIC X(2).
               88 GLMAP-OK                             VALUE '00'.
           05 GLMAP-EOF                 PIC X(1)       VALUE 'N'.
               88 NO-MORE-GLMAP                        VALUE 'Y'.
           05 OVPYCTL-ST                PIC X(2).
               88 OVPYCTL-OK                           VALUE '00'.
           05 OVPYJRNL-ST               PIC X(2).
               88 OVPYJRNL-OK                          VALUE '00'.
           05 OVPYPRT-ST                PIC X(2).
               88 OVPYPRT-OK                           VALUE '00'.

      ****** ACCOUNT MAPPING, ONE ENTRY PER GLMAP CATEGORY
       01  GL-MAP-TABLE.
           05 GL-MAP-ENTRY OCCURS 20 TIMES
                               INDEXED BY MAP-IDX.
               10 MAP-CATEGORY             PIC X(04).
               10 MAP-DEBIT-ACCOUNT        PIC X(08).
               10 MAP-CREDIT-ACCOUNT       PIC X(08).
       77  MAP-ENTRY-COUNT               PIC S9(4) COMP VALUE 0.

      ****** ACTIVITY TOTALS BY TYPE - ONE GL PAIR PER TYPE
       01  ACTIVITY-TYPE-VALUES.
           05 FILLER   PIC X(25) VALUE 'EOVPEESTABLISHED         '.
           05 FILLER   PIC X(25) VALUE 'OOVPOOFFSET AGAINST CLAIM'.
           05 FILLER   PIC X(25) VALUE 'ROVPRREFUND RECEIVED     '.
           05 FILLER   PIC X(25) VALUE 'WOVPWWRITTEN OFF         '.
       01  ACTIVITY-TYPE-TABLE REDEFINES ACTIVITY-TYPE-VALUES.
           05 ACT-TYPE-ENTRY OCCURS 4 TIMES
                               INDEXED BY ACT-IDX.
               10 ACT-TYPE                 PIC X(01).
               10 ACT-CATEGORY             PIC X(04).
               10 ACT-DESCRIPTION          PIC X(20).
       01  ACTIVITY-TOTALS.
           05 ACT-TOTAL-ENTRY OCCURS 4 TIMES.
               10 ACT-COUNT                PIC S9(7) COMP.
               10 ACT-AMOUNT               PIC S9(9)V99.

      ****** AGING BUCKETS - UPPER LIMIT OF EACH IN DAYS
       01  AGE-BUCKET-VALUES.
           05 FILLER   PIC X(15) VALUE '030  0-30 DAYS '.
           05 FILLER   PIC X(15) VALUE '060 31-60 DAYS '.
           05 FILLER   PIC X(15) VALUE '090 61-90 DAYS '.
           05 FILLER   PIC X(15) VALUE '999 OVER 90    '.
       01  AGE-BUCKET-TABLE REDEFINES AGE-BUCKET-VALUES.
           05 AGE-BUCKET-ENTRY OCCURS 4 TIMES
                               INDEXED BY AGE-IDX.
               10 AGE-LIMIT                PIC 9(03).
               10 AGE-LABEL                PIC X(12).
       01  AGE-BUCKET-TOTALS.
           05 AGE-TOTAL-ENTRY OCCURS 4 TIMES.
               10 AGE-COUNT                PIC S9(7) COMP.
               10 AGE-BALANCE              PIC S9(9)V99.

       01  COUNTERS-AND-ACCUMULATORS-WS.
           05 WS-RECOVERIES-READ        PIC S9(7) COMP VALUE 0.
           05 WS-OPEN-RECOVERIES        PIC S9(7) COMP VALUE 0.
           05 WS-COLLECTION-COUNT       PIC S9(7) COMP VALUE 0.
           05 WS-ACTIVITY-READ          PIC S9(7) COMP VALUE 0.
           05 WS-ACTIVITY-POSTED        PIC S9(7) COMP VALUE 0.
           05 WS-JOURNAL-RECS           PIC S9(7) COMP VALUE 0.
           05 WS-TOTAL-DEBITS           PIC S9(9)V99   VALUE 0.
           05 WS-TOTAL-CREDITS          PIC S9(9)V99   VALUE 0.
           05 WS-RECEIVABLE-BALANCE     PIC S9(9)V99   VALUE 0.
           05 WS-COLLECTION-BALANCE     PIC S9(9)V99   VALUE 0.

      ****** GL TIE
       77  WS-PRIOR-GL-BALANCE          PIC S9(9)V99   VALUE 0.
       77  WS-NET-ACTIVITY              PIC S9(9)V99   VALUE 0.
       77  WS-NEW-GL-BALANCE            PIC S9(9)V99   VALUE 0.
       77  WS-OUT-OF-BALANCE            PIC S9(9)V99   VALUE 0.

       77  WS-RUN-DATE                  PIC X(08)      VALUE SPACES.
       77  WS-RUN-DAYNUM                PIC S9(7) COMP VALUE 0.
       77  WS-AGE-DAYS                  PIC S9(7) COMP VALUE 0.
       77  WS-POST-CATEGORY             PIC X(04)      VALUE SPACES.
       77  WS-POST-AMOUNT               PIC S9(9)V99   VALUE 0.
       77  WS-ACT-SUB                   PIC S9(4) COMP VALUE 0.

       01  DATE-WORK-FIELDS.
           05  DATE-WORK-YYYYMMDD       PIC 9(08).

       01  WS-BLANK-LINE                PIC X(132)     VALUE SPACES.

       01  WS-HEADING-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(36)
                VALUE 'OVERPAYMENT RECEIVABLE AGING'.
           05 FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05 HDG-RUN-DATE-O    PIC XXXX/XX/XX.
           05 FILLER            PIC X(74) VALUE SPACES.

       01  WS-COLLECTION-TITLE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(50)
                VALUE 'OPEN OVER 90 DAYS - REFER FOR COLLECTION'.
           05 FILLER            PIC X(81) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(11) VALUE 'POLICY'.
           05 FILLER            PIC X(11) VALUE 'CLAIM'.
           05 FILLER            PIC X(7)  VALUE 'REASON'.
           05 FILLER            PIC X(12) VALUE 'ESTABLISHED'.
           05 FILLER            PIC X(6)  VALUE '  AGE'.
           05 FILLER            PIC X(15) VALUE '       ORIGINAL'.
           05 FILLER            PIC X(15) VALUE '      RECOVERED'.
           05 FILLER            PIC X(15) VALUE '    WRITTEN OFF'.
           05 FILLER            PIC X(15) VALUE '        BALANCE'.
           05 FILLER            PIC X(15) VALUE '  LAST ACTIVITY'.
           05 FILLER            PIC X(09) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DET-POLICY-O      PIC X(9).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-CLAIM-O       PIC X(9).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DET-REASON-O      PIC X(1).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DET-ESTABLISHED-O PIC XXXX/XX/XX.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-AGE-O         PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-ORIGINAL-O    PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-RECOVERED-O   PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-WRITTEN-OFF-O PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-BALANCE-O     PIC $$,$$$,$$9.99.
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 DET-LAST-ACT-O    PIC XXXX/XX/XX.
           05 FILLER            PIC X(10) VALUE SPACES.

       01  WS-COLLECTION-TOTAL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(24)
                VALUE 'REFERRED FOR COLLECTION:'.
           05 CTL-COUNT-O       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(52) VALUE SPACES.
           05 CTL-BALANCE-O     PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(34) VALUE SPACES.

       01  WS-AGING-TITLE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(40)
                VALUE 'OPEN RECOVERIES BY AGE'.
           05 FILLER            PIC X(91) VALUE SPACES.

       01  WS-AGING-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 AGL-LABEL-O       PIC X(12).
           05 FILLER            PIC X(8)  VALUE 'COUNT: '.
           05 AGL-COUNT-O       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(11) VALUE '  BALANCE: '.
           05 AGL-BALANCE-O     PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(77) VALUE SPACES.

       01  WS-POSTING-TITLE-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(40)
                VALUE 'ACTIVITY POSTED TO THE GL'.
           05 FILLER            PIC X(91) VALUE SPACES.

       01  WS-POSTING-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 PST-CATEGORY-O    PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 PST-DESCRIPTION-O PIC X(20).
           05 FILLER            PIC X(8)  VALUE 'COUNT: '.
           05 PST-COUNT-O       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE '  AMOUNT: '.
           05 PST-AMOUNT-O      PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(64) VALUE SPACES.

       01  WS-TIE-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 TIE-LABEL-O       PIC X(36).
           05 TIE-AMOUNT-O      PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(78) VALUE SPACES.

       01  WS-TIE-RESULT-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 TIE-RESULT-O      PIC X(60).
           05 FILLER            PIC X(69) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-AGE-RECOVERY THRU 200-EXIT
               UNTIL NO-MORE-RECOVERIES.
           PERFORM 300-COLLECTION-TOTAL.
           PERFORM 400-TOTAL-ACTIVITY THRU 400-EXIT
               UNTIL NO-MORE-ACTIVITY.
           PERFORM 500-POST-ACTIVITY-TYPE THRU 500-EXIT
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > 4.
           PERFORM 600-GL-TIE.
           PERFORM 700-PRINT-AGING.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO DATE-WORK-YYYYMMDD.
           COMPUTE WS-RUN-DAYNUM =
               FUNCTION INTEGER-OF-DATE (DATE-WORK-YYYYMMDD).
           INITIALIZE ACTIVITY-TOTALS, AGE-BUCKET-TOTALS.

           OPEN INPUT OVPYRCV
           IF NOT OVPYRCV-OK
              DISPLAY 'OVERPAYMENT RECEIVABLE PROBLEM ' OVPYRCV-ST
              GO TO 990-ABEND-RTN.
           OPEN I-O OVPYACT
           IF NOT OVPYACT-OK
              DISPLAY 'OVERPAYMENT ACTIVITY FILE PROBLEM'
              GO TO 990-ABEND-RTN.
           OPEN INPUT GLMAP
           IF NOT GLMAP-OK
              DISPLAY 'GL ACCOUNT MAP PROBLEM'
              GO TO 990-ABEND-RTN.
           OPEN I-O OVPYCTL
           IF NOT OVPYCTL-OK
              DISPLAY 'RECEIVABLE CONTROL FILE PROBLEM'
              GO TO 990-ABEND-RTN.
           OPEN OUTPUT OVPYJRNL
           IF NOT OVPYJRNL-OK
              DISPLAY 'GL JOURNAL FILE PROBLEM'
              GO TO 990-ABEND-RTN.
           OPEN OUTPUT OVPYPRT
           IF NOT OVPYPRT-OK
              DISPLAY 'AGING REPORT PROBLEM'
              GO TO 990-ABEND-RTN.

           READ OVPYCTL
              AT END
                 DISPLAY '*** RECEIVABLE CONTROL RECORD MISSING ***'
                 GO TO 990-ABEND-RTN
           END-READ.
           MOVE OC-GL-BALANCE TO WS-PRIOR-GL-BALANCE.

           PERFORM 150-LOAD-GLMAP THRU 150-EXIT
               UNTIL NO-MORE-GLMAP.
           CLOSE GLMAP.
      *    EVERY ACTIVITY TYPE MUST MAP BEFORE ANY ACTIVITY IS STAMPED
      *    POSTED - A MISSING PAIR FOUND AT POSTING TIME WOULD LEAVE
      *    STAMPED ACTIVITY THAT NEVER REACHED THE JOURNAL
           PERFORM 160-CHECK-ACTIVITY-MAP THRU 160-EXIT
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > 4.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE-O.
           WRITE PRINT-LINE FROM WS-HEADING-LINE.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM WS-COLLECTION-TITLE-LINE.
           WRITE PRINT-LINE FROM WS-COLUMN-LINE.

       150-LOAD-GLMAP.
           READ GLMAP
              AT END
                 MOVE 'Y' TO GLMAP-EOF
                 GO TO 150-EXIT
           END-READ.
           IF MAP-ENTRY-COUNT NOT < 20
              DISPLAY '*** GL ACCOUNT MAP EXCEEDS TABLE - '
                      'INCREASE GL-MAP-ENTRY OCCURS ***'
              GO TO 990-ABEND-RTN.
           ADD 1 TO MAP-ENTRY-COUNT.
           SET MAP-IDX TO MAP-ENTRY-COUNT.
           MOVE GM-CATEGORY       TO MAP-CATEGORY (MAP-IDX).
           MOVE GM-DEBIT-ACCOUNT  TO MAP-DEBIT-ACCOUNT (MAP-IDX).
           MOVE GM-CREDIT-ACCOUNT TO MAP-CREDIT-ACCOUNT (MAP-IDX).
       150-EXIT.
           EXIT.

       160-CHECK-ACTIVITY-MAP.
           SET MAP-IDX TO 1.
           SEARCH GL-MAP-ENTRY
               AT END
                   DISPLAY '*** OVPYAGE NO ACCOUNT MAP FOR '
                           ACT-CATEGORY (ACT-IDX)
                   GO TO 990-ABEND-RTN
               WHEN MAP-IDX > MAP-ENTRY-COUNT
                   DISPLAY '*** OVPYAGE NO ACCOUNT MAP FOR '
                           ACT-CATEGORY (ACT-IDX)
                   GO TO 990-ABEND-RTN
               WHEN MAP-CATEGORY (MAP-IDX) = ACT-CATEGORY (ACT-IDX)
                   CONTINUE
           END-SEARCH.
       160-EXIT.
           EXIT.

      ****** EVERY RECOVERY'S BALANCE COUNTS TOWARD THE GL TIE; ONLY
      ****** OPEN ONES ARE AGED
       200-AGE-RECOVERY.
           READ OVPYRCV NEXT RECORD
              AT END
                 MOVE 'Y' TO OVPYRCV-EOF
                 GO TO 200-EXIT
           END-READ.
           IF NOT OVPYRCV-OK
              DISPLAY 'OVERPAYMENT RECEIVABLE READ PROBLEM '
                      OVPYRCV-ST
              GO TO 990-ABEND-RTN.
           ADD 1 TO WS-RECOVERIES-READ.
           ADD OR-BALANCE TO WS-RECEIVABLE-BALANCE.
           IF NOT OR-OPEN
              OR OR-BALANCE NOT > ZERO
              GO TO 200-EXIT.
           ADD 1 TO WS-OPEN-RECOVERIES.

           MOVE OR-ESTABLISHED-DATE TO DATE-WORK-YYYYMMDD.
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYNUM -
               FUNCTION INTEGER-OF-DATE (DATE-WORK-YYYYMMDD).
           SET AGE-IDX TO 1.
           SEARCH AGE-BUCKET-ENTRY
               AT END
                   SET AGE-IDX TO 4
               WHEN WS-AGE-DAYS NOT > AGE-LIMIT (AGE-IDX)
                   CONTINUE
           END-SEARCH.
           SET WS-ACT-SUB TO AGE-IDX.
           ADD 1          TO AGE-COUNT (WS-ACT-SUB).
           ADD OR-BALANCE TO AGE-BALANCE (WS-ACT-SUB).

           IF WS-AGE-DAYS > 90
              PERFORM 250-PRINT-COLLECTION-LINE.
       200-EXIT.
           EXIT.

       250-PRINT-COLLECTION-LINE.
           MOVE OR-POLICY-NUMBER       TO DET-POLICY-O.
           MOVE OR-CLAIM-NUMBER        TO DET-CLAIM-O.
           MOVE OR-REASON-CODE         TO DET-REASON-O.
           MOVE OR-ESTABLISHED-DATE    TO DET-ESTABLISHED-O.
           MOVE WS-AGE-DAYS            TO DET-AGE-O.
           MOVE OR-ORIGINAL-AMOUNT     TO DET-ORIGINAL-O.
           MOVE OR-RECOVERED-AMOUNT    TO DET-RECOVERED-O.
           MOVE OR-WRITTEN-OFF-AMOUNT  TO DET-WRITTEN-OFF-O.
           MOVE OR-BALANCE             TO DET-BALANCE-O.
           MOVE OR-LAST-ACTIVITY-DATE  TO DET-LAST-ACT-O.
           WRITE PRINT-LINE FROM WS-DETAIL-LINE.
           ADD 1          TO WS-COLLECTION-COUNT.
           ADD OR-BALANCE TO WS-COLLECTION-BALANCE.

       300-COLLECTION-TOTAL.
           MOVE WS-COLLECTION-COUNT    TO CTL-COUNT-O.
           MOVE WS-COLLECTION-BALANCE  TO CTL-BALANCE-O.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM WS-COLLECTION-TOTAL-LINE.

      ****** ACTIVITY NOT YET ON THE GL - TOTAL IT BY TYPE AND STAMP
      ****** IT POSTED
       400-TOTAL-ACTIVITY.
           READ OVPYACT
              AT END
                 MOVE 'Y' TO OVPYACT-EOF
                 GO TO 400-EXIT
           END-READ.
           IF NOT OVPYACT-OK
              DISPLAY 'OVERPAYMENT ACTIVITY READ PROBLEM '
                      OVPYACT-ST
              GO TO 990-ABEND-RTN.
           ADD 1 TO WS-ACTIVITY-READ.
           IF NOT OA-NOT-YET-POSTED
              GO TO 400-EXIT.
           SET ACT-IDX TO 1.
           SEARCH ACT-TYPE-ENTRY
               AT END
                   DISPLAY '*** OVPYAGE UNKNOWN ACTIVITY TYPE '
                           OA-ACTIVITY-TYPE ' POLICY '
                           OA-POLICY-NUMBER ' CLAIM '
                           OA-CLAIM-NUMBER
                   MOVE 4 TO RETURN-CODE
                   GO TO 400-EXIT
               WHEN ACT-TYPE (ACT-IDX) = OA-ACTIVITY-TYPE
                   CONTINUE
           END-SEARCH.
           SET WS-ACT-SUB TO ACT-IDX.
           ADD 1         TO ACT-COUNT (WS-ACT-SUB).
           ADD OA-AMOUNT TO ACT-AMOUNT (WS-ACT-SUB).
           MOVE WS-RUN-DATE TO OA-GL-POSTED-DATE.
           REWRITE OVERPAYMENT-ACTIVITY-REC.
           IF NOT OVPYACT-OK
              DISPLAY 'OVERPAYMENT ACTIVITY REWRITE PROBLEM '
                      OVPYACT-ST
              GO TO 990-ABEND-RTN.
           ADD 1 TO WS-ACTIVITY-POSTED.
       400-EXIT.
           EXIT.

      ****** ONE BALANCED PAIR PER ACTIVITY TYPE WITH AN AMOUNT
       500-POST-ACTIVITY-TYPE.
           SET WS-ACT-SUB TO ACT-IDX.
           MOVE ACT-CATEGORY (ACT-IDX)  TO WS-POST-CATEGORY.
           MOVE ACT-AMOUNT (WS-ACT-SUB) TO WS-POST-AMOUNT.
           IF WS-POST-AMOUNT = ZERO
              GO TO 500-EXIT.
           SET MAP-IDX TO 1.
           SEARCH GL-MAP-ENTRY
               AT END
                   DISPLAY '*** OVPYAGE NO ACCOUNT MAP FOR '
                           WS-POST-CATEGORY
                   GO TO 990-ABEND-RTN
               WHEN MAP-IDX > MAP-ENTRY-COUNT
                   DISPLAY '*** OVPYAGE NO ACCOUNT MAP FOR '
                           WS-POST-CATEGORY
                   GO TO 990-ABEND-RTN
               WHEN MAP-CATEGORY (MAP-IDX) = WS-POST-CATEGORY
                   CONTINUE
           END-SEARCH.

           MOVE SPACES                      TO GLJRNL-REC.
           MOVE WS-RUN-DATE                 TO GL-POST-DATE.
           MOVE MAP-DEBIT-ACCOUNT (MAP-IDX) TO GL-ACCOUNT.
           MOVE 'D'                         TO GL-DR-CR.
           MOVE WS-POST-CATEGORY            TO GL-CATEGORY.
           MOVE WS-POST-AMOUNT              TO GL-AMOUNT.
           WRITE GLJRNL-REC.
           ADD 1              TO WS-JOURNAL-RECS.
           ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS.

           MOVE SPACES                       TO GLJRNL-REC.
           MOVE WS-RUN-DATE                  TO GL-POST-DATE.
           MOVE MAP-CREDIT-ACCOUNT (MAP-IDX) TO GL-ACCOUNT.
           MOVE 'C'                          TO GL-DR-CR.
           MOVE WS-POST-CATEGORY             TO GL-CATEGORY.
           MOVE WS-POST-AMOUNT               TO GL-AMOUNT.
           WRITE GLJRNL-REC.
           ADD 1              TO WS-JOURNAL-RECS.
           ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS.
       500-EXIT.
           EXIT.

      ****** PRIOR GL BALANCE + ESTABLISHED - OFFSETS - REFUNDS -
      ****** WRITE-OFFS MUST EQUAL THE RECEIVABLE'S OPEN BALANCES
       600-GL-TIE.
           COMPUTE WS-NET-ACTIVITY = ACT-AMOUNT (1) - ACT-AMOUNT (2)
                                   - ACT-AMOUNT (3) - ACT-AMOUNT (4).
           COMPUTE WS-NEW-GL-BALANCE =
                   WS-PRIOR-GL-BALANCE + WS-NET-ACTIVITY.
           COMPUTE WS-OUT-OF-BALANCE =
                   WS-RECEIVABLE-BALANCE - WS-NEW-GL-BALANCE.

           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM WS-POSTING-TITLE-LINE.
           PERFORM 610-PRINT-POSTING-LINE
               VARYING ACT-IDX FROM 1 BY 1
               UNTIL ACT-IDX > 4.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           MOVE 'GL RECEIVABLE BALANCE - PRIOR RUN'   TO TIE-LABEL-O.
           MOVE WS-PRIOR-GL-BALANCE                   TO TIE-AMOUNT-O.
           WRITE PRINT-LINE FROM WS-TIE-LINE.
           MOVE 'NET ACTIVITY POSTED THIS RUN'        TO TIE-LABEL-O.
           MOVE WS-NET-ACTIVITY                       TO TIE-AMOUNT-O.
           WRITE PRINT-LINE FROM WS-TIE-LINE.
           MOVE 'GL RECEIVABLE BALANCE - THIS RUN'    TO TIE-LABEL-O.
           MOVE WS-NEW-GL-BALANCE                     TO TIE-AMOUNT-O.
           WRITE PRINT-LINE FROM WS-TIE-LINE.
           MOVE 'RECEIVABLE FILE OPEN BALANCES'       TO TIE-LABEL-O.
           MOVE WS-RECEIVABLE-BALANCE                 TO TIE-AMOUNT-O.
           WRITE PRINT-LINE FROM WS-TIE-LINE.
           IF WS-OUT-OF-BALANCE = ZERO
              MOVE 'RECEIVABLE TIES TO THE GL' TO TIE-RESULT-O
              WRITE PRINT-LINE FROM WS-TIE-RESULT-LINE
           ELSE
              MOVE 'OUT OF BALANCE BY'         TO TIE-LABEL-O
              MOVE WS-OUT-OF-BALANCE           TO TIE-AMOUNT-O
              WRITE PRINT-LINE FROM WS-TIE-LINE
              MOVE '*** RECEIVABLE DOES NOT TIE TO THE GL ***'
                                               TO TIE-RESULT-O
              WRITE PRINT-LINE FROM WS-TIE-RESULT-LINE
              DISPLAY '*** OVPYAGE RECEIVABLE OUT OF BALANCE WITH GL '
                      'BY ' WS-OUT-OF-BALANCE
              MOVE 4 TO RETURN-CODE.

           MOVE WS-NEW-GL-BALANCE TO OC-GL-BALANCE.
           MOVE WS-RUN-DATE       TO OC-LAST-RUN-DATE.
           REWRITE OVPY-CONTROL-REC.
           IF NOT OVPYCTL-OK
              DISPLAY 'RECEIVABLE CONTROL REWRITE PROBLEM '
                      OVPYCTL-ST
              GO TO 990-ABEND-RTN.

       610-PRINT-POSTING-LINE.
           SET WS-ACT-SUB TO ACT-IDX.
           MOVE ACT-CATEGORY (ACT-IDX)    TO PST-CATEGORY-O.
           MOVE ACT-DESCRIPTION (ACT-IDX) TO PST-DESCRIPTION-O.
           MOVE ACT-COUNT (WS-ACT-SUB)    TO PST-COUNT-O.
           MOVE ACT-AMOUNT (WS-ACT-SUB)   TO PST-AMOUNT-O.
           WRITE PRINT-LINE FROM WS-POSTING-LINE.

       700-PRINT-AGING.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM WS-AGING-TITLE-LINE.
           PERFORM 710-PRINT-AGING-LINE
               VARYING AGE-IDX FROM 1 BY 1
               UNTIL AGE-IDX > 4.

       710-PRINT-AGING-LINE.
           SET WS-ACT-SUB TO AGE-IDX.
           MOVE AGE-LABEL (AGE-IDX)       TO AGL-LABEL-O.
           MOVE AGE-COUNT (WS-ACT-SUB)    TO AGL-COUNT-O.
           MOVE AGE-BALANCE (WS-ACT-SUB)  TO AGL-BALANCE-O.
           WRITE PRINT-LINE FROM WS-AGING-LINE.

       900-WRAP-UP.
           CLOSE OVPYRCV, OVPYACT, OVPYCTL, OVPYJRNL, OVPYPRT.
           DISPLAY 'OVPYAGE RECOVERIES READ/OPEN/OVER 90: '
                   WS-RECOVERIES-READ ' ' WS-OPEN-RECOVERIES ' '
                   WS-COLLECTION-COUNT.
           DISPLAY 'OVPYAGE ACTIVITY READ/POSTED, JOURNAL RECS: '
                   WS-ACTIVITY-READ ' ' WS-ACTIVITY-POSTED ' '
                   WS-JOURNAL-RECS.
           DISPLAY 'NORMAL END OF JOB OVPYAGE'.

      * A HALF-POSTED RUN MUST NOT LOOK LIKE A GOOD ONE - THE CONTROL
      * RECORD IS NOT REWRITTEN AND THE STEP ENDS RC 16
       990-ABEND-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
