       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CLMDISB.
       AUTHOR.          SAYLES.
      ******************************************************************
      *REMARKS.
      *
      *          CLAIM PAYMENT DISBURSEMENT.  READS THE PAID-CLAIM
      *          EXTRACT THE CLAIM-PAYMENT REGISTER WRITES (SORTED BY
      *          POLICY NUMBER AHEAD OF THIS STEP) AND PAYS IT:
      *
      *             - EVERY CLAIM WITH PC-PAY-FLAG "Y" AND A PAID
      *               AMOUNT IS ROLLED UP WITH THE REST OF ITS
      *               POLICY'S CLAIMS INTO ONE PAYMENT
      *             - A PAYEE ENROLLED FOR EFT (ACTIVE ENTRY ON THE
      *               PAYEE BANK FILE) GETS AN EFT ENTRY CARRYING A
      *               TRACE NUMBER - ORIGINATING ROUTING PLUS THE
      *               NEXT SEQUENCE FROM THE CONTROL RECORD
      *             - EVERYONE ELSE GETS A CHECK, NUMBERED FROM THE
      *               CONTROL RECORD THE SAME WAY APPAYRUN NUMBERS
      *               SUPPLIER CHECKS, AND A LINE ON THE BANK'S
      *               POSITIVE-PAY ISSUE FILE
      *             - THE PAYMENT DATE IS THE FIRST BUSINESS DAY ON
      *               OR AFTER THE RUN DATE PER THE SHARED BUSDAY
      *               CALENDAR
      *
      *          THE EXTRACT IS COPIED FORWARD WITH THE PAYMENT
      *          METHOD, CHECK OR TRACE NUMBER AND PAYMENT DATE ON
      *          EVERY CLAIM PAID, SO REMITADV CAN PRINT THEM ON THE
      *          ADVICE.  A CLAIM ALREADY CARRYING A PAYMENT REFERENCE
      *          IS NEVER PAID TWICE.  DECLINED CLAIMS PASS THROUGH.
      *
      *          PROMPT-PAY INTEREST THE REGISTER FIGURED ON A LATE
      *          CLAIM (PC-PROMPT-PAY-INT) IS PAID WITH THE CLAIM - IT
      *          GOES INTO THE SAME CHECK OR EFT AMOUNT.
      *
      *          AN OVERPAYMENT OFFSET THE REGISTER HELD BACK
      *          (PC-RECOVERY-OFFSET) COMES OUT OF THE PAYMENT.  WHEN
      *          THE OFFSETS EAT THE WHOLE PAYMENT NO CHECK OR EFT IS
      *          CUT - THE CLAIMS ARE STAMPED "O" (RECOVERY OFFSET) SO
      *          THE ADVICE STILL EXPLAINS WHERE THE MONEY WENT.
      *
      ******************************************************************

               PAID-CLAIM EXTRACT      -   DDS0001.PAIDCLM

               VSAM POLICY MASTER      -   DDS0001.POLMASTR

               PAYEE BANK (EFT) FILE   -   DDS0001.PAYEEBNK

               CHECK CONTROL RECORD    -   DDS0001.CLMCKCTL

               PAID-CLAIM EXTRACT OUT  -   DDS0001.PAIDCLMN

               EFT ENTRY FILE          -   DDS0001.CLMEFT

               POSITIVE-PAY ISSUE FILE -   DDS0001.POSPAY

               CHECK REGISTER          -   CLMCKREG

      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIDCLM
             ASSIGN TO UT-S-PAIDCLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAIDCLM-ST.
           SELECT PAIDCLMN
             ASSIGN TO UT-S-PAIDCLMN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAIDCLMN-ST.
           SELECT PAYEEBNK
             ASSIGN TO UT-S-PAYEEBNK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYEEBNK-ST.
           SELECT CLMCKCTL
             ASSIGN TO UT-S-CLMCKCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLMCKCTL-ST.
           SELECT CLMEFT
             ASSIGN TO UT-S-CLMEFT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLMEFT-ST.
           SELECT POSPAY
             ASSIGN TO UT-S-POSPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POSPAY-ST.
           SELECT CLMCKREG
             ASSIGN TO UT-S-CLMCKREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLMCKREG-ST.
           SELECT POLMAST
             ASSIGN TO POLMASTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-POLICY-NUMBER
               FILE STATUS IS POLMAST-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PAIDCLM
           RECORD CONTAINS 120 CHARACTERS.
       01  PAIDCLM-REC                      PIC X(120).

       FD  PAIDCLMN
           RECORD CONTAINS 120 CHARACTERS.
       01  PAIDCLMN-REC                     PIC X(120).

      ****** ONE RECORD PER POLICY WHOSE PAYEE HAS SIGNED AN EFT
      ****** AUTHORIZATION - ONLY ACTIVE ENTRIES ARE PAID BY EFT
       FD  PAYEEBNK
           RECORD CONTAINS 80 CHARACTERS.
       01  PAYEE-BANK-REC.
           05  PB-POLICY-NUMBER             PIC X(09).
           05  PB-ROUTING-NUMBER            PIC X(09).
           05  PB-ACCOUNT-NUMBER            PIC X(17).
           05  PB-ACCOUNT-TYPE              PIC X(01).
               88 PB-VALID-ACCOUNT-TYPE     VALUES ARE 'C', 'S'.
           05  PB-STATUS                    PIC X(01).
               88 PB-ACTIVE                 VALUE 'A'.
           05  FILLER                       PIC X(43).

      ****** SINGLE CONTROL RECORD - NEXT CHECK NUMBER, NEXT EFT
      ****** TRACE SEQUENCE, OUR ORIGINATING ROUTING (FIRST 8 DIGITS)
      ****** AND THE DISBURSEMENT ACCOUNT THE CHECKS ARE DRAWN ON
       FD  CLMCKCTL
           RECORD CONTAINS 80 CHARACTERS.
       01  CHECK-CONTROL-REC.
           05  CC-NEXT-CHECK-NUMBER         PIC 9(08).
           05  CC-NEXT-TRACE-SEQ            PIC 9(07).
           05  CC-ORIGIN-ROUTING            PIC X(08).
           05  CC-BANK-ACCOUNT              PIC X(15).
           05  FILLER                       PIC X(42).

       FD  CLMEFT
           RECORD CONTAINS 80 CHARACTERS.
       01  EFT-ENTRY-REC.
           05  EF-POLICY-NUMBER             PIC X(09).
           05  EF-ROUTING-NUMBER            PIC X(09).
           05  EF-ACCOUNT-NUMBER            PIC X(17).
           05  EF-ACCOUNT-TYPE              PIC X(01).
           05  EF-AMOUNT                    PIC 9(8)V99.
           05  EF-EFFECTIVE-DATE            PIC X(08).
           05  EF-TRACE-NUMBER              PIC X(15).
           05  FILLER                       PIC X(11).

      ****** BANK POSITIVE-PAY ISSUE FILE - ONE "I" RECORD PER CHECK
      ****** AND A "T" TRAILER WITH THE COUNT AND TOTAL
       FD  POSPAY
           RECORD CONTAINS 80 CHARACTERS.
       01  POSITIVE-PAY-REC.
           05  PPI-RECORD-TYPE              PIC X(01).
           05  PPI-BANK-ACCOUNT             PIC X(15).
           05  PPI-ISSUE-BODY.
               10  PPI-CHECK-NUMBER         PIC 9(10).
               10  PPI-AMOUNT               PIC 9(8)V99.
               10  PPI-ISSUE-DATE           PIC X(08).
               10  PPI-VOID-IND             PIC X(01).
               10  PPI-PAYEE-NAME           PIC X(26).
               10  FILLER                   PIC X(09).
           05  PPT-TRAILER-BODY REDEFINES PPI-ISSUE-BODY.
               10  PPT-ITEM-COUNT           PIC 9(07).
               10  PPT-TOTAL-AMOUNT         PIC 9(10)V99.
               10  FILLER                   PIC X(45).

       FD  CLMCKREG
           RECORD CONTAINS 132 CHARACTERS.
       01  PRINT-LINE                       PIC X(132).

       FD  POLMAST
           RECORD CONTAINS 120 CHARACTERS.
       01  POLICY-MASTER-REC.
           05  PM-POLICY-NUMBER             PIC X(09).
           05  PM-POLICY-AMOUNT             PIC S9(7)V99.
           05  PM-POLICY-COINSURANCE        PIC V99.
           05  PM-DEDUCTIBLE-PERC           PIC V999.
           05  PM-DEDUCTIBLE-PAID           PIC S9(4).
           05  PM-BILLING-FREQUENCY         PIC X(01).
           05  PM-PREMIUM-AMOUNT            PIC S9(5)V99.
           05  PM-PAID-THRU-DATE            PIC X(08).
           05  PM-LAPSE-STATUS              PIC X(01).
           05  PM-PAYEE-TAX-ID              PIC X(09).
           05  PM-REPORT-1099               PIC X(01).
           05  PM-PAYEE-NAME                PIC X(26).
           05  FILLER                       PIC X(40).

       WORKING-STORAGE SECTION.
       COPY PAIDCLM.

       COPY BUSDAYWS.

       01  PROGRAM-SWITCHES.
           05 PAIDCLM-EOF               PIC X(1)       VALUE 'N'.
               88 NO-MORE-CLAIMS                       VALUE 'Y'.
           05 PAYEEBNK-EOF              PIC X(1)       VALUE 'N'.
               88 NO-MORE-BANK-RECS                    VALUE 'Y'.
           05 PAIDCLM-ST                PIC X(2).
               88 PAIDCLM-OK                           VALUE '00'.
           05 PAIDCLMN-ST               PIC X(2).
               88 PAIDCLMN-OK                          VALUE '00'.
           05 PAYEEBNK-ST               PIC X(2).
               88 PAYEEBNK-OK                          VALUE '00'.
           05 CLMCKCTL-ST               PIC X(2).
               88 CLMCKCTL-OK                          VALUE '00'.
           05 CLMEFT-ST                 PIC X(2).
               88 CLMEFT-OK                            VALUE '00'.
           05 POSPAY-ST                 PIC X(2).
               88 POSPAY-OK                            VALUE '00'.
           05 CLMCKREG-ST               PIC X(2).
               88 CLMCKREG-OK                          VALUE '00'.
           05 POLMAST-ST                PIC X(2).
               88 POLMAST-OK                           VALUE '00'.
               88 POLMAST-NOT-FOUND                    VALUE '23'.
           05 EFT-PAYEE-SW              PIC X(1)       VALUE 'N'.
               88 EFT-PAYEE                            VALUE 'Y'.

       77  WS-RUN-DATE                  PIC X(08)      VALUE SPACES.
       77  WS-PAY-DATE                  PIC X(08)      VALUE SPACES.

       01  HOLD-POLICY-NUMBER           PIC X(09)      VALUE SPACES.
       01  HOLD-PAYEE-NAME              PIC X(26)      VALUE SPACES.

      ****** ACTIVE EFT ENROLLMENTS FROM THE PAYEE BANK FILE
       01  PAYEE-BANK-TABLE.
           05 BANK-ENTRY                OCCURS 5000 TIMES
                                        INDEXED BY BANK-IDX.
               10 TBL-POLICY-NUMBER     PIC X(09).
               10 TBL-ROUTING-NUMBER    PIC X(09).
               10 TBL-ACCOUNT-NUMBER    PIC X(17).
               10 TBL-ACCOUNT-TYPE      PIC X(01).
       77  BANK-COUNT                   PIC S9(5) COMP VALUE 0.

      ****** THE CURRENT POLICY'S CLAIMS, HELD UNTIL THE POLICY BREAK
      ****** SO THE PAYMENT REFERENCE CAN BE WRITTEN BACK TO EACH ONE
       01  CLAIM-GROUP-TABLE.
           05 GROUP-ENTRY               OCCURS 500 TIMES.
               10 GRP-CLAIM-IMAGE       PIC X(120).
               10 GRP-PAYABLE-SW        PIC X(01).
                   88 GRP-PAYABLE                      VALUE 'Y'.
       77  GROUP-COUNT                  PIC S9(4) COMP VALUE 0.
       77  GROUP-SUB                    PIC S9(4) COMP VALUE 0.
       77  GROUP-PAYABLE-COUNT          PIC S9(4) COMP VALUE 0.
       77  GROUP-TOTAL                  PIC S9(9)V99   VALUE 0.

       01  PAYMENT-REF-WS.
           05 WS-PAYMENT-METHOD         PIC X(01)      VALUE SPACES.
           05 WS-PAYMENT-REF            PIC X(15)      VALUE SPACES.
           05 WS-CHECK-REF REDEFINES WS-PAYMENT-REF.
               10 WS-CHECK-NUMBER       PIC 9(08).
               10 FILLER                PIC X(07).
           05 WS-TRACE-REF REDEFINES WS-PAYMENT-REF.
               10 WS-TRACE-ROUTING      PIC X(08).
               10 WS-TRACE-SEQ          PIC 9(07).

       01  RUN-TOTALS-WS.
           05 RUN-CLAIMS-READ           PIC S9(7) COMP VALUE 0.
           05 RUN-CLAIMS-PAID           PIC S9(7) COMP VALUE 0.
           05 RUN-CLAIMS-PASSED         PIC S9(7) COMP VALUE 0.
           05 RUN-CHECK-COUNT           PIC S9(7) COMP VALUE 0.
           05 RUN-CHECK-AMOUNT          PIC S9(10)V99  VALUE 0.
           05 RUN-EFT-COUNT             PIC S9(7) COMP VALUE 0.
           05 RUN-EFT-AMOUNT            PIC S9(10)V99  VALUE 0.
           05 RUN-OFFSET-COUNT          PIC S9(7) COMP VALUE 0.
           05 RUN-OFFSET-AMOUNT         PIC S9(10)V99  VALUE 0.
           05 RUN-OFFSET-CLAIMS         PIC S9(7) COMP VALUE 0.

       01  WS-BLANK-LINE                PIC X(132)     VALUE SPACES.

       01  REGISTER-HEADING-1.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(34)
                VALUE 'CLAIM DISBURSEMENT CHECK REGISTER'.
           05 FILLER            PIC X(11) VALUE 'RUN DATE: '.
           05 HDG-RUN-DATE-O    PIC XXXX/XX/XX.
           05 FILLER            PIC X(15) VALUE '   PAY DATE: '.
           05 HDG-PAY-DATE-O    PIC XXXX/XX/XX.
           05 FILLER            PIC X(51) VALUE SPACES.

       01  REGISTER-HEADING-2.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(11) VALUE 'POLICY'.
           05 FILLER            PIC X(28) VALUE 'PAYEE'.
           05 FILLER            PIC X(8)  VALUE 'METHOD'.
           05 FILLER            PIC X(18) VALUE 'CHECK / TRACE NO'.
           05 FILLER            PIC X(8)  VALUE 'CLAIMS'.
           05 FILLER            PIC X(16) VALUE '          AMOUNT'.
           05 FILLER            PIC X(42) VALUE SPACES.

       01  REGISTER-DETAIL.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DET-POLICY-O      PIC X(9).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-PAYEE-O       PIC X(26).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DET-METHOD-O      PIC X(5).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 DET-REF-O         PIC X(15).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 DET-CLAIMS-O      PIC ZZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 DET-AMOUNT-O      PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(45) VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 TOT-LABEL-O       PIC X(20).
           05 FILLER            PIC X(7)  VALUE 'COUNT: '.
           05 TOT-COUNT-O       PIC ZZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE '  AMOUNT: '.
           05 TOT-AMOUNT-O      PIC $$,$$$,$$$,$$9.99.
           05 FILLER            PIC X(70) VALUE SPACES.

       01  REGISTER-CLAIMS-LINE.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(13) VALUE 'CLAIMS READ: '.
           05 CLM-READ-O        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(9)  VALUE '   PAID: '.
           05 CLM-PAID-O        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(20)
                VALUE '   PASSED THROUGH: '.
           05 CLM-PASSED-O      PIC ZZZ,ZZ9.
           05 FILLER            PIC X(68) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-CLAIM UNTIL NO-MORE-CLAIMS.
           PERFORM 700-CUT-PAYMENT THRU 700-EXIT.
           PERFORM 900-WRAP-UP.
           GOBACK.

       100-HOUSEKEEPING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           PERFORM 150-GET-PAY-DATE.
           OPEN INPUT PAIDCLM
           IF NOT PAIDCLM-OK
              DISPLAY 'PAID-CLAIM EXTRACT PROBLEM'
              GO TO 990-ABEND-RTN.
           OPEN OUTPUT PAIDCLMN
           IF NOT PAIDCLMN-OK
              DISPLAY 'PAID-CLAIM EXTRACT OUTPUT PROBLEM'
              GO TO 990-ABEND-RTN.
           OPEN INPUT PAYEEBNK
           IF NOT PAYEEBNK-OK
              DISPLAY 'PAYEE BANK FILE PROBLEM'
              GO TO 990-ABEND-RTN.
           OPEN I-O CLMCKCTL
           IF NOT CLMCKCTL-OK
              DISPLAY 'CHECK CONTROL FILE PROBLEM'
              GO TO 990-ABEND-RTN.
           OPEN OUTPUT CLMEFT
           IF NOT CLMEFT-OK
              DISPLAY 'EFT ENTRY FILE PROBLEM'
              GO TO 990-ABEND-RTN.
           OPEN OUTPUT POSPAY
           IF NOT POSPAY-OK
              DISPLAY 'POSITIVE-PAY FILE PROBLEM'
              GO TO 990-ABEND-RTN.
           OPEN OUTPUT CLMCKREG
           IF NOT CLMCKREG-OK
              DISPLAY 'CHECK REGISTER PROBLEM'
              GO TO 990-ABEND-RTN.
           OPEN INPUT POLMAST
           IF NOT POLMAST-OK
              DISPLAY 'POLICY MASTER PROBLEM'
              GO TO 990-ABEND-RTN.

           READ CLMCKCTL
              AT END
                 DISPLAY '*** CHECK CONTROL RECORD MISSING ***'
                 GO TO 990-ABEND-RTN
           END-READ.
           IF CC-NEXT-CHECK-NUMBER NOT NUMERIC
              OR CC-NEXT-TRACE-SEQ NOT NUMERIC
              DISPLAY '*** CHECK CONTROL RECORD INVALID ***'
              GO TO 990-ABEND-RTN.

           PERFORM 160-LOAD-PAYEE-BANK UNTIL NO-MORE-BANK-RECS.
           CLOSE PAYEEBNK.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE-O.
           MOVE WS-PAY-DATE TO HDG-PAY-DATE-O.
           WRITE PRINT-LINE FROM REGISTER-HEADING-1
              AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM REGISTER-HEADING-2.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           PERFORM 400-READ-PAIDCLM.

      * THE PAYMENT DATE - THE RUN DATE IF IT IS A BUSINESS DAY,
      * OTHERWISE THE NEXT ONE, PER THE SHARED CALENDAR
       150-GET-PAY-DATE.
           MOVE SPACES      TO BUSDAY-REQUEST-AREA.
           MOVE 'ISBD'      TO BD-FUNCTION.
           MOVE WS-RUN-DATE TO BD-DATE-1.
           CALL 'BUSDAY' USING BUSDAY-REQUEST-AREA.
           IF BD-RETURN-CODE = 0 AND BD-IS-BUSINESS
              MOVE WS-RUN-DATE TO WS-PAY-DATE
           ELSE
              MOVE SPACES      TO BUSDAY-REQUEST-AREA
              MOVE 'NEXT'      TO BD-FUNCTION
              MOVE WS-RUN-DATE TO BD-DATE-1
              CALL 'BUSDAY' USING BUSDAY-REQUEST-AREA
              IF BD-RETURN-CODE = 0
                 MOVE BD-RESULT-DATE TO WS-PAY-DATE
              ELSE
                 DISPLAY 'BUSDAY PROBLEM - PAY DATE = RUN DATE'
                 MOVE WS-RUN-DATE    TO WS-PAY-DATE
              END-IF
           END-IF.

       160-LOAD-PAYEE-BANK.
           READ PAYEEBNK
           AT END
              MOVE 'Y' TO PAYEEBNK-EOF
           END-READ.
           IF NOT NO-MORE-BANK-RECS
              AND PB-ACTIVE
              AND PB-VALID-ACCOUNT-TYPE
              AND PB-ROUTING-NUMBER NUMERIC
              AND PB-ACCOUNT-NUMBER NOT = SPACES
              IF BANK-COUNT = 5000
                 DISPLAY '*** PAYEE BANK RECORDS EXCEED TABLE - '
                         'INCREASE BANK-ENTRY OCCURS ***'
                 GO TO 990-ABEND-RTN
              END-IF
              ADD 1 TO BANK-COUNT
              MOVE PB-POLICY-NUMBER  TO TBL-POLICY-NUMBER (BANK-COUNT)
              MOVE PB-ROUTING-NUMBER TO TBL-ROUTING-NUMBER (BANK-COUNT)
              MOVE PB-ACCOUNT-NUMBER TO TBL-ACCOUNT-NUMBER (BANK-COUNT)
              MOVE PB-ACCOUNT-TYPE   TO TBL-ACCOUNT-TYPE (BANK-COUNT).

       200-PROCESS-CLAIM.
           IF PC-POLICY-NUMBER NOT = HOLD-POLICY-NUMBER
               PERFORM 700-CUT-PAYMENT THRU 700-EXIT
               PERFORM 250-START-NEW-PAYEE
           END-IF
           PERFORM 300-HOLD-CLAIM
           PERFORM 400-READ-PAIDCLM.

       250-START-NEW-PAYEE.
           MOVE PC-POLICY-NUMBER TO HOLD-POLICY-NUMBER.
           MOVE ZERO             TO GROUP-COUNT, GROUP-PAYABLE-COUNT,
                                    GROUP-TOTAL.
           MOVE SPACES           TO HOLD-PAYEE-NAME.
           MOVE PC-POLICY-NUMBER TO PM-POLICY-NUMBER.
           READ POLMAST
              INVALID KEY CONTINUE
           END-READ.
           IF POLMAST-OK
              MOVE PM-PAYEE-NAME TO HOLD-PAYEE-NAME.
           IF HOLD-PAYEE-NAME = SPACES
              STRING 'POLICYHOLDER ' PC-POLICY-NUMBER
                 DELIMITED BY SIZE INTO HOLD-PAYEE-NAME.

      * A CLAIM IS PAYABLE WHEN THE REGISTER SAID PAY, THERE IS AN
      * AMOUNT, AND NO EARLIER RUN HAS ALREADY PAID IT
       300-HOLD-CLAIM.
           IF GROUP-COUNT = 500
              DISPLAY '*** CLAIMS FOR ONE POLICY EXCEED TABLE - '
                      'INCREASE GROUP-ENTRY OCCURS ***'
              GO TO 990-ABEND-RTN.
           ADD 1 TO GROUP-COUNT.
           MOVE PAID-CLAIM-REC TO GRP-CLAIM-IMAGE (GROUP-COUNT).
           MOVE 'N'            TO GRP-PAYABLE-SW (GROUP-COUNT).
           IF PC-PAY-FLAG = 'Y'
              AND PC-CLAIM-PAID > ZERO
              AND PC-NOT-YET-DISBURSED
              MOVE 'Y' TO GRP-PAYABLE-SW (GROUP-COUNT)
              ADD 1 TO GROUP-PAYABLE-COUNT
              ADD PC-CLAIM-PAID     TO GROUP-TOTAL
              ADD PC-PROMPT-PAY-INT TO GROUP-TOTAL
              SUBTRACT PC-RECOVERY-OFFSET FROM GROUP-TOTAL
              PERFORM 310-COUNT-OFFSET.

       310-COUNT-OFFSET.
           IF PC-RECOVERY-OFFSET > ZERO
              ADD 1 TO RUN-OFFSET-CLAIMS
              ADD PC-RECOVERY-OFFSET TO RUN-OFFSET-AMOUNT.

       400-READ-PAIDCLM.
           READ PAIDCLM INTO PAID-CLAIM-REC
           AT END
              MOVE 'Y' TO PAIDCLM-EOF
           END-READ.
           IF PAIDCLM-OK OR NO-MORE-CLAIMS
           NEXT SENTENCE
           ELSE
              DISPLAY 'PAID-CLAIM EXTRACT PROBLEM'
              GO TO 990-ABEND-RTN.
           IF NOT NO-MORE-CLAIMS
              ADD 1 TO RUN-CLAIMS-READ.

      ****** POLICY BREAK - ONE PAYMENT FOR EVERYTHING PAYABLE ON
      ****** THE POLICY, THEN THE HELD CLAIMS GO FORWARD
       700-CUT-PAYMENT.
           IF GROUP-COUNT = 0
              GO TO 700-EXIT.
           MOVE SPACES TO PAYMENT-REF-WS.
           IF GROUP-TOTAL > ZERO
              PERFORM 710-FIND-EFT-PAYEE
              IF EFT-PAYEE
                 PERFORM 720-WRITE-EFT-ENTRY
              ELSE
                 PERFORM 730-WRITE-CHECK
              END-IF
              PERFORM 740-WRITE-REGISTER-LINE
           ELSE
           IF GROUP-PAYABLE-COUNT > 0
              PERFORM 735-FULLY-OFFSET
              PERFORM 740-WRITE-REGISTER-LINE
           END-IF
           END-IF.
           PERFORM 750-WRITE-HELD-CLAIM
              VARYING GROUP-SUB FROM 1 BY 1
              UNTIL GROUP-SUB > GROUP-COUNT.
           MOVE ZERO TO GROUP-COUNT.
       700-EXIT.
           EXIT.

       710-FIND-EFT-PAYEE.
           MOVE 'N' TO EFT-PAYEE-SW.
           SET BANK-IDX TO 1.
           SEARCH BANK-ENTRY
               AT END
                   CONTINUE
               WHEN BANK-IDX > BANK-COUNT
                   CONTINUE
               WHEN TBL-POLICY-NUMBER (BANK-IDX) = HOLD-POLICY-NUMBER
                   MOVE 'Y' TO EFT-PAYEE-SW
           END-SEARCH.

      * TRACE NUMBER = OUR ORIGINATING ROUTING (8) + SEQUENCE (7)
       720-WRITE-EFT-ENTRY.
           MOVE 'E'                  TO WS-PAYMENT-METHOD.
           MOVE CC-ORIGIN-ROUTING    TO WS-TRACE-ROUTING.
           MOVE CC-NEXT-TRACE-SEQ    TO WS-TRACE-SEQ.
           ADD 1 TO CC-NEXT-TRACE-SEQ.
           MOVE SPACES               TO EFT-ENTRY-REC.
           MOVE HOLD-POLICY-NUMBER   TO EF-POLICY-NUMBER.
           MOVE TBL-ROUTING-NUMBER (BANK-IDX) TO EF-ROUTING-NUMBER.
           MOVE TBL-ACCOUNT-NUMBER (BANK-IDX) TO EF-ACCOUNT-NUMBER.
           MOVE TBL-ACCOUNT-TYPE (BANK-IDX)   TO EF-ACCOUNT-TYPE.
           MOVE GROUP-TOTAL          TO EF-AMOUNT.
           MOVE WS-PAY-DATE          TO EF-EFFECTIVE-DATE.
           MOVE WS-PAYMENT-REF       TO EF-TRACE-NUMBER.
           WRITE EFT-ENTRY-REC.
           ADD 1 TO RUN-EFT-COUNT.
           ADD GROUP-TOTAL TO RUN-EFT-AMOUNT.

       730-WRITE-CHECK.
           MOVE 'C'                  TO WS-PAYMENT-METHOD.
           MOVE CC-NEXT-CHECK-NUMBER TO WS-CHECK-NUMBER.
           ADD 1 TO CC-NEXT-CHECK-NUMBER.
           MOVE SPACES               TO POSITIVE-PAY-REC.
           MOVE 'I'                  TO PPI-RECORD-TYPE.
           MOVE CC-BANK-ACCOUNT      TO PPI-BANK-ACCOUNT.
           MOVE WS-CHECK-NUMBER      TO PPI-CHECK-NUMBER.
           MOVE GROUP-TOTAL          TO PPI-AMOUNT.
           MOVE WS-PAY-DATE          TO PPI-ISSUE-DATE.
           MOVE HOLD-PAYEE-NAME      TO PPI-PAYEE-NAME.
           WRITE POSITIVE-PAY-REC.
           ADD 1 TO RUN-CHECK-COUNT.
           ADD GROUP-TOTAL TO RUN-CHECK-AMOUNT.

      * NOTHING LEFT TO PAY AFTER THE RECOVERY OFFSETS - NO CHECK
      * NUMBER OR TRACE NUMBER IS USED UP
       735-FULLY-OFFSET.
           MOVE 'O'                  TO WS-PAYMENT-METHOD.
           MOVE 'RECOVERY OFFSET'    TO WS-PAYMENT-REF.
           ADD 1 TO RUN-OFFSET-COUNT.

       740-WRITE-REGISTER-LINE.
           MOVE HOLD-POLICY-NUMBER   TO DET-POLICY-O.
           MOVE HOLD-PAYEE-NAME      TO DET-PAYEE-O.
           IF WS-PAYMENT-METHOD = 'E'
              MOVE 'EFT'   TO DET-METHOD-O
           ELSE
           IF WS-PAYMENT-METHOD = 'O'
              MOVE 'OFFST' TO DET-METHOD-O
           ELSE
              MOVE 'CHECK' TO DET-METHOD-O.
           MOVE WS-PAYMENT-REF       TO DET-REF-O.
           MOVE GROUP-PAYABLE-COUNT  TO DET-CLAIMS-O.
           MOVE GROUP-TOTAL          TO DET-AMOUNT-O.
           WRITE PRINT-LINE FROM REGISTER-DETAIL.

       750-WRITE-HELD-CLAIM.
           MOVE GRP-CLAIM-IMAGE (GROUP-SUB) TO PAID-CLAIM-REC.
           IF GRP-PAYABLE (GROUP-SUB)
              AND WS-PAYMENT-METHOD NOT = SPACES
              MOVE WS-PAYMENT-METHOD TO PC-PAYMENT-METHOD
              MOVE WS-PAYMENT-REF    TO PC-PAYMENT-REF
              MOVE WS-PAY-DATE       TO PC-PAYMENT-DATE
              ADD 1 TO RUN-CLAIMS-PAID
           ELSE
              ADD 1 TO RUN-CLAIMS-PASSED.
           WRITE PAIDCLMN-REC FROM PAID-CLAIM-REC.

       900-WRAP-UP.
           MOVE SPACES               TO POSITIVE-PAY-REC.
           MOVE 'T'                  TO PPI-RECORD-TYPE.
           MOVE CC-BANK-ACCOUNT      TO PPI-BANK-ACCOUNT.
           MOVE RUN-CHECK-COUNT      TO PPT-ITEM-COUNT.
           MOVE RUN-CHECK-AMOUNT     TO PPT-TOTAL-AMOUNT.
           WRITE POSITIVE-PAY-REC.

           REWRITE CHECK-CONTROL-REC.
           IF NOT CLMCKCTL-OK
              DISPLAY 'CHECK CONTROL REWRITE PROBLEM ' CLMCKCTL-ST
              GO TO 990-ABEND-RTN.

           WRITE PRINT-LINE FROM WS-BLANK-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'CHECKS ISSUED'      TO TOT-LABEL-O.
           MOVE RUN-CHECK-COUNT      TO TOT-COUNT-O.
           MOVE RUN-CHECK-AMOUNT     TO TOT-AMOUNT-O.
           WRITE PRINT-LINE FROM REGISTER-TOTAL-LINE.
           MOVE 'EFT ENTRIES'        TO TOT-LABEL-O.
           MOVE RUN-EFT-COUNT        TO TOT-COUNT-O.
           MOVE RUN-EFT-AMOUNT       TO TOT-AMOUNT-O.
           WRITE PRINT-LINE FROM REGISTER-TOTAL-LINE.
           MOVE 'FULLY OFFSET'       TO TOT-LABEL-O.
           MOVE RUN-OFFSET-COUNT     TO TOT-COUNT-O.
           MOVE ZERO                 TO TOT-AMOUNT-O.
           WRITE PRINT-LINE FROM REGISTER-TOTAL-LINE.
           MOVE 'RECOVERY OFFSETS'   TO TOT-LABEL-O.
           MOVE RUN-OFFSET-CLAIMS    TO TOT-COUNT-O.
           MOVE RUN-OFFSET-AMOUNT    TO TOT-AMOUNT-O.
           WRITE PRINT-LINE FROM REGISTER-TOTAL-LINE.
           MOVE RUN-CLAIMS-READ      TO CLM-READ-O.
           MOVE RUN-CLAIMS-PAID      TO CLM-PAID-O.
           MOVE RUN-CLAIMS-PASSED    TO CLM-PASSED-O.
           WRITE PRINT-LINE FROM WS-BLANK-LINE.
           WRITE PRINT-LINE FROM REGISTER-CLAIMS-LINE.
           CLOSE PAIDCLM, PAIDCLMN, CLMCKCTL, CLMEFT, POSPAY,
                 CLMCKREG, POLMAST.
           DISPLAY 'NORMAL END OF JOB CLMDISB'.

      * A HALF-CUT DISBURSEMENT MUST NOT LOOK LIKE A GOOD ONE - THE
      * CONTROL RECORD IS NOT REWRITTEN AND THE STEP ENDS RC 16
       990-ABEND-RTN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
