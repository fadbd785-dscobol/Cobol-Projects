       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COLLPLAC.
      *****************************************************************
      * Program name:    COLLPLAC
      * Original author: dastagg
      *
      * Bad-debt write-off and collection-agency placement - the
      * step after COLLECT, for accounts that have run off the end
      * of the letter sequence.  From the collections state file
      * COLLECT has just written, an account is placed when:
      *
      *   - it has been delinquent the placement months on the
      *     parameter card (default 4 - the final notice went out
      *     and another month passed with no payment)
      *   - no promise-to-pay date is still in the future
      *   - the balance is over the placement threshold
      *
      * A placed account's balance is written off ACCT-REC in place
      * (the RESERVED flag byte marks it placed with the agency, so
      * a rerun cannot write it off twice), the write-off goes on
      * the bad-debt ledger, and the account goes on the agency
      * placement file with its CLIENT-ADDR, the balance placed and
      * the last payment COLLECT carried on the state file.
      *
      * The agency's remittances are then posted to the ledger as
      * recoveries, net of the agency's commission at the contract
      * rate.  A remittance for an account never written off is
      * listed and not posted (RC 4).
      *
      * The month's report shows the placements, the recoveries and
      * the net write-off, with the journal lines it writes for the
      * GL (same 40-byte layout the GL extract takes).  The accounts
      * come off the GL account map the GL extract posts through,
      * one category per entry:
      *
      *   BDWO write-off  DR bad-debt expense      CR AR control
      *   BDRC recovery   DR cash (net)            CR bad-debt recovery
      *   BDCM commission DR collection expense
      *
      * A category missing from the map stops the run before any
      * account is written off.
      *
      * The bad-debt ledger is carried old-to-new: last month's
      * BDLEDGO is this month's BDLEDGI.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-STATE
           ASSIGN TO DA-S-COLLSTO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CollSt-Status.

           SELECT ACCT-REC
           ASSIGN TO DA-S-ACCTREC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AcctRec-Status.

           SELECT PLACE-PARM
           ASSIGN TO DA-S-PLCPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PlcParm-Status.

           SELECT AGENCY-REMIT
           ASSIGN TO DA-S-AGYREMIT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AgyRemit-Status.

           SELECT LEDGER-IN
           ASSIGN TO DA-S-BDLEDGI
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LedgIn-Status.

           SELECT LEDGER-OUT
           ASSIGN TO DA-S-BDLEDGO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LedgOut-Status.

           SELECT AGENCY-PLACE
           ASSIGN TO DA-S-AGYPLACE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AgyPlace-Status.

           SELECT GL-JOURNAL
           ASSIGN TO DA-S-BDGLJRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GLJrnl-Status.

           SELECT PLACE-PRINT
           ASSIGN TO DA-S-PLCRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PlcPrt-Status.

           SELECT GL-MAP
           ASSIGN TO DA-S-GLMAP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GLMap-Status.

       DATA DIVISION.
       FILE SECTION.

      * Collections state, as COLLECT writes it
       FD  COLL-STATE
           RECORDING MODE F.
       01  COLL-STATE-REC.
           05  CS-ACCT-NO         PIC X(8).
           05  CS-MONTHS-DELINQ   PIC 9(3).
           05  CS-LAST-SEVERITY   PIC 9(1).
           05  CS-PROMISE-DATE    PIC X(8).
           05  CS-LAST-PAY-DATE   PIC X(8).
           05  CS-LAST-PAY-AMT    PIC 9(7)V99.
           05  FILLER             PIC X(3).

       FD  ACCT-REC
           RECORDING MODE F.
       01  ACCT-FIELDS.
           05  ACCT-NO            PIC X(8).
           05  ACCT-LIMIT         PIC S9(7)V99 COMP-3.
           05  ACCT-BALANCE       PIC S9(7)V99 COMP-3.
           05  LAST-NAME          PIC X(20).
           05  FIRST-NAME         PIC X(15).
           05  CLIENT-ADDR.
               10  STREET-ADDR    PIC X(25).
               10  CITY-COUNTY    PIC X(20).
               10  USA-STATE      PIC X(15).
           05  RESERVED.
               10  POSTED-THRU-MONTH  PIC X(6).
               10  AGENCY-FLAG        PIC X(1).
                   88  PLACED-WITH-AGENCY VALUE "A".
           05  COMMENTS           PIC X(50).

      * One card - threshold, months, agency and its commission
      * rate.  Anything left blank takes the default
       FD  PLACE-PARM
           RECORDING MODE F.
       01  PLACE-PARM-REC.
           05  PP-MIN-BALANCE     PIC 9(5)V99.
           05  PP-PLACE-MONTHS    PIC 9(3).
           05  PP-AGENCY-RATE     PIC V9(4).
           05  PP-AGENCY-ID       PIC X(6).
           05  FILLER             PIC X(60).

      * What the agency collected on each placed account
       FD  AGENCY-REMIT
           RECORDING MODE F.
       01  AGENCY-REMIT-REC.
           05  AR-ACCT-NO         PIC X(8).
           05  AR-REMIT-DATE      PIC X(8).
           05  AR-COLLECTED       PIC 9(7)V99.
           05  FILLER             PIC X(15).

       FD  LEDGER-IN
           RECORDING MODE F.
       01  LEDGER-IN-REC          PIC X(60).

       FD  LEDGER-OUT
           RECORDING MODE F.
       01  LEDGER-OUT-REC         PIC X(60).

       FD  AGENCY-PLACE
           RECORDING MODE F.
       01  AGENCY-PLACE-REC.
           05  AP-ACCT-NO         PIC X(8).
           05  AP-LAST-NAME       PIC X(20).
           05  AP-FIRST-NAME      PIC X(15).
           05  AP-CLIENT-ADDR     PIC X(60).
           05  AP-BALANCE         PIC 9(7)V99.
           05  AP-LAST-PAY-DATE   PIC X(8).
           05  AP-LAST-PAY-AMT    PIC 9(7)V99.
           05  AP-PLACED-DATE     PIC X(8).
           05  AP-AGENCY-ID       PIC X(6).
           05  FILLER             PIC X(7).

       FD  GL-JOURNAL
           RECORDING MODE F.
       01  GL-JOURNAL-REC.
           05  GL-POST-DATE       PIC X(8).
           05  GL-ACCOUNT         PIC X(8).
           05  GL-DR-CR           PIC X(1).
           05  GL-CATEGORY        PIC X(4).
           05  GL-AMOUNT          PIC S9(9)V99.
           05  FILLER             PIC X(8).

       FD  PLACE-PRINT
           RECORDING MODE F.
       01  PLACE-PRINT-REC        PIC X(100).

      * Category to GL account mapping - the same file the GL extract
      * posts through, one record per category
       FD  GL-MAP
           RECORDING MODE F.
       01  GL-MAP-REC.
           05  GM-CATEGORY        PIC X(4).
           05  GM-DEBIT-ACCT      PIC X(8).
           05  GM-CREDIT-ACCT     PIC X(8).
           05  FILLER             PIC X(20).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CollSt==.
           COPY WSFST REPLACING ==:tag:== BY ==AcctRec==.
           COPY WSFST REPLACING ==:tag:== BY ==PlcParm==.
           COPY WSFST REPLACING ==:tag:== BY ==AgyRemit==.
           COPY WSFST REPLACING ==:tag:== BY ==LedgIn==.
           COPY WSFST REPLACING ==:tag:== BY ==LedgOut==.
           COPY WSFST REPLACING ==:tag:== BY ==AgyPlace==.
           COPY WSFST REPLACING ==:tag:== BY ==GLJrnl==.
           COPY WSFST REPLACING ==:tag:== BY ==PlcPrt==.
           COPY WSFST REPLACING ==:tag:== BY ==GLMap==.

       01  WS-RUN-DATE            PIC X(8) VALUE SPACES.

      * Bad-debt ledger entry - "W" write-off, "R" recovery (amount
      * the gross the agency collected, commission beside it)
       01  WS-LEDGER-REC.
           05  BD-ACCT-NO         PIC X(8).
           05  BD-DATE            PIC X(8).
           05  BD-TYPE            PIC X(1).
               88  BD-WRITE-OFF       VALUE "W".
               88  BD-RECOVERY        VALUE "R".
           05  BD-AMOUNT          PIC 9(7)V99.
           05  BD-COMMISSION      PIC 9(7)V99.
           05  BD-AGENCY-ID       PIC X(6).
           05  FILLER             PIC X(19).

       01  WS-PLACE-PARMS.
           05  WS-MIN-BALANCE     PIC 9(5)V99 VALUE 100.00.
           05  WS-PLACE-MONTHS    PIC 9(3)    VALUE 4.
           05  WS-AGENCY-RATE     PIC V9(4)   VALUE .3000.
           05  WS-AGENCY-ID       PIC X(6)    VALUE "AGENCY".

      * GL accounts, filled from the account map
       01  WS-GL-ACCOUNTS.
           05  WS-BAD-DEBT-ACCT   PIC X(8)    VALUE SPACES.
           05  WS-AR-ACCT         PIC X(8)    VALUE SPACES.
           05  WS-RECOVERY-ACCT   PIC X(8)    VALUE SPACES.
           05  WS-COLL-EXP-ACCT   PIC X(8)    VALUE SPACES.
           05  WS-CASH-ACCT       PIC X(8)    VALUE SPACES.

       01  WS-GL-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 50 TIMES.
               10  MP-CATEGORY        PIC X(4).
               10  MP-DEBIT-ACCT      PIC X(8).
               10  MP-CREDIT-ACCT     PIC X(8).
       01  WS-MAP-COUNT           PIC S9(4) COMP VALUE ZERO.
       01  WS-MAP-SUB             PIC S9(4) COMP VALUE ZERO.
       01  WS-MAP-FOUND           PIC S9(4) COMP VALUE ZERO.
       01  WS-MAP-CATEGORY        PIC X(4)    VALUE SPACES.
       01  WS-GL-CATEGORY         PIC X(4)    VALUE SPACES.

      * This month's placement candidates off the state file
       01  WS-CANDIDATE-TABLE.
           05  WS-CAND-ENTRY OCCURS 500 TIMES.
               10  CD-ACCT-NO         PIC X(8).
               10  CD-MONTHS-DELINQ   PIC 9(3).
               10  CD-LAST-PAY-DATE   PIC X(8).
               10  CD-LAST-PAY-AMT    PIC 9(7)V99.
       01  WS-CAND-COUNT          PIC S9(4) COMP VALUE ZERO.
       01  WS-CAND-SUB            PIC S9(4) COMP VALUE ZERO.
       01  WS-CAND-FOUND          PIC S9(4) COMP VALUE ZERO.

      * Every account ever written off, for the recovery match
       01  WS-WRITTEN-OFF-TABLE.
           05  WS-WO-ENTRY OCCURS 2000 TIMES.
               10  WO-ACCT-NO         PIC X(8).
       01  WS-WO-COUNT            PIC S9(4) COMP VALUE ZERO.
       01  WS-WO-SUB              PIC S9(4) COMP VALUE ZERO.
       01  WS-WO-FOUND            PIC S9(4) COMP VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-WRITE-OFF-AMT   PIC 9(7)V99 VALUE ZERO.
           05  WS-COMMISSION      PIC 9(7)V99 VALUE ZERO.
           05  WS-NET-RECOVERY    PIC 9(7)V99 VALUE ZERO.
           05  WS-GL-AMOUNT       PIC 9(9)V99 VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-STATE-READ      PIC 9(6) VALUE ZERO.
           05  WS-ACCOUNTS-READ   PIC 9(6) VALUE ZERO.
           05  WS-PLACED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-UNDER-THRESHOLD PIC 9(6) VALUE ZERO.
           05  WS-REMITS-READ     PIC 9(6) VALUE ZERO.
           05  WS-REMITS-POSTED   PIC 9(6) VALUE ZERO.
           05  WS-REMITS-REJECTED PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-WRITE-OFF PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-COLLECTED PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-COMMISSN  PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-NET-RECOV PIC 9(9)V99 VALUE ZERO.
           05  WS-NET-WRITE-OFF   PIC S9(9)V99 VALUE ZERO.
           05  WS-JOURNAL-LINES   PIC 9(6) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER             PIC X(40) VALUE
               " BAD-DEBT WRITE-OFF AND AGENCY PLACEMENT".
           05  FILLER             PIC X(7)  VALUE "  RUN: ".
           05  HDG-RUN-DATE       PIC X(8).
           05  FILLER             PIC X(10) VALUE "  AGENCY: ".
           05  HDG-AGENCY-ID      PIC X(6).
           05  FILLER             PIC X(14) VALUE "  COMMISSION: ".
           05  HDG-AGENCY-RATE    PIC Z9.99.
           05  FILLER             PIC X(1)  VALUE "%".

       01  WS-PLACEMENT-HEADER    PIC X(100) VALUE
           " PLACEMENTS - WRITTEN OFF AND PLACED WITH THE AGENCY".

       01  WS-PLACEMENT-LINE.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  PLC-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  PLC-LAST-NAME      PIC X(18).
           05  FILLER             PIC X(10) VALUE "  MONTHS: ".
           05  PLC-MONTHS         PIC ZZ9.
           05  FILLER             PIC X(12) VALUE "  WRITE-OFF:".
           05  PLC-BALANCE        PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(12) VALUE "  LAST PAID:".
           05  PLC-LAST-PAY-DATE  PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  PLC-LAST-PAY-AMT   PIC $$,$$$,$$9.99.

       01  WS-RECOVERY-HEADER     PIC X(100) VALUE
           " RECOVERIES - AGENCY REMITTANCES NET OF COMMISSION".

       01  WS-RECOVERY-LINE.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  RCV-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  RCV-REMIT-DATE     PIC X(8).
           05  FILLER             PIC X(12) VALUE "  COLLECTED:".
           05  RCV-COLLECTED      PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(13) VALUE "  COMMISSION:".
           05  RCV-COMMISSION     PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(7)  VALUE "  NET: ".
           05  RCV-NET            PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(10) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER             PIC X(5)  VALUE " *** ".
           05  REJ-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  REJ-REMIT-DATE     PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  REJ-COLLECTED      PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(41) VALUE
               "  NOT WRITTEN OFF - REMITTANCE NOT POSTED".
           05  FILLER             PIC X(21) VALUE SPACES.

       01  WS-SUMMARY-HEADER      PIC X(100) VALUE
           " MONTH SUMMARY FOR THE GL".

       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  SUM-TEXT           PIC X(40).
           05  SUM-AMOUNT         PIC $$$,$$$,$$9.99-.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  SUM-DR-ACCT        PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  SUM-CR-ACCT        PIC X(8).
           05  FILLER             PIC X(22) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER             PIC X(16) VALUE " STATE RECORDS: ".
           05  TOT-STATE-READ     PIC ZZZZZ9.
           05  FILLER             PIC X(10) VALUE "  PLACED: ".
           05  TOT-PLACED         PIC ZZZZZ9.
           05  FILLER             PIC X(18) VALUE
               "  UNDER THRESHOLD:".
           05  TOT-UNDER          PIC ZZZZZ9.
           05  FILLER             PIC X(14) VALUE "  REMITTANCES:".
           05  TOT-REMITS         PIC ZZZZZ9.
           05  FILLER             PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED       PIC ZZZZZ9.

       01  WS-BLANK-LINE          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Place-Accounts.
           PERFORM 2500-Post-Recoveries.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           OPEN INPUT  COLL-STATE
                       PLACE-PARM
                       AGENCY-REMIT
                       LEDGER-IN.
           OPEN I-O    ACCT-REC.
           OPEN OUTPUT LEDGER-OUT
                       AGENCY-PLACE
                       GL-JOURNAL
                       PLACE-PRINT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           READ PLACE-PARM
              AT END MOVE SPACES TO PLACE-PARM-REC
           END-READ.
           PERFORM 1100-Apply-Parms.

      * Every category must map before anything is written off
           OPEN INPUT GL-MAP.
           PERFORM 5500-Read-GL-Map.
           PERFORM 1400-Load-GL-Map
              UNTIL WS-GLMap-EOF.
           CLOSE GL-MAP.
           PERFORM 1450-Set-GL-Accounts.

           MOVE WS-RUN-DATE    TO HDG-RUN-DATE.
           MOVE WS-AGENCY-ID   TO HDG-AGENCY-ID.
           COMPUTE HDG-AGENCY-RATE = WS-AGENCY-RATE * 100.
           WRITE PLACE-PRINT-REC FROM WS-HEADING-LINE.
           WRITE PLACE-PRINT-REC FROM WS-BLANK-LINE.

      * Last month's ledger carries forward - and says which
      * accounts a remittance may be posted against
           PERFORM 5300-Read-Ledger.
           PERFORM 1200-Copy-Ledger-Entry
              UNTIL WS-LedgIn-EOF.

           PERFORM 5000-Read-State.
           PERFORM 1300-Select-Candidate
              UNTIL WS-CollSt-EOF.

       1100-Apply-Parms.
           IF PP-MIN-BALANCE NUMERIC AND PP-MIN-BALANCE > ZERO
              MOVE PP-MIN-BALANCE TO WS-MIN-BALANCE
           END-IF.
           IF PP-PLACE-MONTHS NUMERIC AND PP-PLACE-MONTHS > ZERO
              MOVE PP-PLACE-MONTHS TO WS-PLACE-MONTHS
           END-IF.
           IF PP-AGENCY-RATE NUMERIC AND PP-AGENCY-RATE > ZERO
              MOVE PP-AGENCY-RATE TO WS-AGENCY-RATE
           END-IF.
           IF PP-AGENCY-ID NOT = SPACES
              MOVE PP-AGENCY-ID TO WS-AGENCY-ID
           END-IF.

       1200-Copy-Ledger-Entry.
           MOVE LEDGER-IN-REC TO WS-LEDGER-REC.
           WRITE LEDGER-OUT-REC FROM WS-LEDGER-REC.
           IF BD-WRITE-OFF
              PERFORM 1250-Remember-Write-Off
           END-IF.
           PERFORM 5300-Read-Ledger.

       1250-Remember-Write-Off.
           IF WS-WO-COUNT < 2000
              ADD 1 TO WS-WO-COUNT
              MOVE BD-ACCT-NO TO WO-ACCT-NO (WS-WO-COUNT)
           ELSE
              DISPLAY "*** WRITTEN-OFF TABLE FULL - INCREASE "
                      "WS-WO-ENTRY OCCURS ***"
              PERFORM 7000-Abort-Run
           END-IF.

      * Past the last letter, no promise in force
       1300-Select-Candidate.
           IF CS-MONTHS-DELINQ NOT < WS-PLACE-MONTHS
              AND (CS-PROMISE-DATE = SPACES
                   OR CS-PROMISE-DATE < WS-RUN-DATE)
              IF WS-CAND-COUNT < 500
                 ADD 1 TO WS-CAND-COUNT
                 MOVE CS-ACCT-NO TO CD-ACCT-NO (WS-CAND-COUNT)
                 MOVE CS-MONTHS-DELINQ
                    TO CD-MONTHS-DELINQ (WS-CAND-COUNT)
                 MOVE CS-LAST-PAY-DATE
                    TO CD-LAST-PAY-DATE (WS-CAND-COUNT)
                 MOVE CS-LAST-PAY-AMT
                    TO CD-LAST-PAY-AMT (WS-CAND-COUNT)
              ELSE
                 DISPLAY "*** CANDIDATE TABLE FULL - INCREASE "
                         "WS-CAND-ENTRY OCCURS ***"
                 PERFORM 7000-Abort-Run
              END-IF
           END-IF.
           PERFORM 5000-Read-State.

       1400-Load-GL-Map.
           IF WS-MAP-COUNT < 50
              ADD 1 TO WS-MAP-COUNT
              MOVE GM-CATEGORY    TO MP-CATEGORY (WS-MAP-COUNT)
              MOVE GM-DEBIT-ACCT  TO MP-DEBIT-ACCT (WS-MAP-COUNT)
              MOVE GM-CREDIT-ACCT TO MP-CREDIT-ACCT (WS-MAP-COUNT)
           ELSE
              DISPLAY "*** GL ACCOUNT MAP EXCEEDS TABLE - INCREASE "
                      "WS-MAP-ENTRY OCCURS ***"
              CLOSE GL-MAP
              PERFORM 7000-Abort-Run
           END-IF.
           PERFORM 5500-Read-GL-Map.

       1450-Set-GL-Accounts.
           MOVE "BDWO" TO WS-MAP-CATEGORY.
           PERFORM 1460-Find-GL-Map.
           MOVE MP-DEBIT-ACCT (WS-MAP-FOUND)  TO WS-BAD-DEBT-ACCT.
           MOVE MP-CREDIT-ACCT (WS-MAP-FOUND) TO WS-AR-ACCT.
           MOVE "BDRC" TO WS-MAP-CATEGORY.
           PERFORM 1460-Find-GL-Map.
           MOVE MP-DEBIT-ACCT (WS-MAP-FOUND)  TO WS-CASH-ACCT.
           MOVE MP-CREDIT-ACCT (WS-MAP-FOUND) TO WS-RECOVERY-ACCT.
           MOVE "BDCM" TO WS-MAP-CATEGORY.
           PERFORM 1460-Find-GL-Map.
           MOVE MP-DEBIT-ACCT (WS-MAP-FOUND)  TO WS-COLL-EXP-ACCT.

       1460-Find-GL-Map.
           MOVE ZERO TO WS-MAP-FOUND.
           PERFORM 1470-Match-GL-Map
              VARYING WS-MAP-SUB FROM 1 BY 1
              UNTIL WS-MAP-SUB > WS-MAP-COUNT
                 OR WS-MAP-FOUND > ZERO.
           IF WS-MAP-FOUND = ZERO
              DISPLAY "*** COLLPLAC NO GL ACCOUNT MAP FOR "
                      WS-MAP-CATEGORY
              PERFORM 7000-Abort-Run
           END-IF.

       1470-Match-GL-Map.
           IF MP-CATEGORY (WS-MAP-SUB) = WS-MAP-CATEGORY
              MOVE WS-MAP-SUB TO WS-MAP-FOUND
           END-IF.

       2000-Place-Accounts.
           WRITE PLACE-PRINT-REC FROM WS-PLACEMENT-HEADER.
           PERFORM 5100-Read-Acct-Rec.
           PERFORM 2100-Check-One-Account
              UNTIL WS-AcctRec-EOF.

       2100-Check-One-Account.
           ADD 1 TO WS-ACCOUNTS-READ.
           IF NOT PLACED-WITH-AGENCY
              PERFORM 2150-Find-Candidate
              IF WS-CAND-FOUND > ZERO
                 IF ACCT-BALANCE > WS-MIN-BALANCE
                    PERFORM 2200-Write-Off-Account
                 ELSE
                    ADD 1 TO WS-UNDER-THRESHOLD
                 END-IF
              END-IF
           END-IF.
           PERFORM 5100-Read-Acct-Rec.

       2150-Find-Candidate.
           MOVE ZERO TO WS-CAND-FOUND.
           PERFORM 2160-Match-Candidate
              VARYING WS-CAND-SUB FROM 1 BY 1
              UNTIL WS-CAND-SUB > WS-CAND-COUNT
                 OR WS-CAND-FOUND > ZERO.

       2160-Match-Candidate.
           IF CD-ACCT-NO (WS-CAND-SUB) = ACCT-NO
              MOVE WS-CAND-SUB TO WS-CAND-FOUND
           END-IF.

       2200-Write-Off-Account.
           MOVE ACCT-BALANCE TO WS-WRITE-OFF-AMT.

           MOVE SPACES            TO AGENCY-PLACE-REC.
           MOVE ACCT-NO           TO AP-ACCT-NO.
           MOVE LAST-NAME         TO AP-LAST-NAME.
           MOVE FIRST-NAME        TO AP-FIRST-NAME.
           MOVE CLIENT-ADDR       TO AP-CLIENT-ADDR.
           MOVE WS-WRITE-OFF-AMT  TO AP-BALANCE.
           MOVE CD-LAST-PAY-DATE (WS-CAND-FOUND) TO AP-LAST-PAY-DATE.
           MOVE CD-LAST-PAY-AMT (WS-CAND-FOUND)  TO AP-LAST-PAY-AMT.
           MOVE WS-RUN-DATE       TO AP-PLACED-DATE.
           MOVE WS-AGENCY-ID      TO AP-AGENCY-ID.
           WRITE AGENCY-PLACE-REC.

           MOVE SPACES            TO WS-LEDGER-REC.
           MOVE ACCT-NO           TO BD-ACCT-NO.
           MOVE WS-RUN-DATE       TO BD-DATE.
           MOVE "W"               TO BD-TYPE.
           MOVE WS-WRITE-OFF-AMT  TO BD-AMOUNT.
           MOVE ZERO              TO BD-COMMISSION.
           MOVE WS-AGENCY-ID      TO BD-AGENCY-ID.
           WRITE LEDGER-OUT-REC FROM WS-LEDGER-REC.
           PERFORM 1250-Remember-Write-Off.

           MOVE ZERO TO ACCT-BALANCE.
           MOVE "A"  TO AGENCY-FLAG.
           PERFORM 5200-Rewrite-Acct-Rec.

           ADD 1 TO WS-PLACED-COUNT.
           ADD WS-WRITE-OFF-AMT TO WS-TOTAL-WRITE-OFF.

           MOVE ACCT-NO           TO PLC-ACCT-NO.
           MOVE LAST-NAME         TO PLC-LAST-NAME.
           MOVE CD-MONTHS-DELINQ (WS-CAND-FOUND) TO PLC-MONTHS.
           MOVE WS-WRITE-OFF-AMT  TO PLC-BALANCE.
           MOVE CD-LAST-PAY-DATE (WS-CAND-FOUND) TO PLC-LAST-PAY-DATE.
           MOVE CD-LAST-PAY-AMT (WS-CAND-FOUND)  TO PLC-LAST-PAY-AMT.
           WRITE PLACE-PRINT-REC FROM WS-PLACEMENT-LINE.

       2500-Post-Recoveries.
           WRITE PLACE-PRINT-REC FROM WS-BLANK-LINE.
           WRITE PLACE-PRINT-REC FROM WS-RECOVERY-HEADER.
           PERFORM 5400-Read-Remit.
           PERFORM 2600-Post-One-Remit
              UNTIL WS-AgyRemit-EOF.

       2600-Post-One-Remit.
           ADD 1 TO WS-REMITS-READ.
           MOVE ZERO TO WS-WO-FOUND.
           PERFORM 2650-Match-Written-Off
              VARYING WS-WO-SUB FROM 1 BY 1
              UNTIL WS-WO-SUB > WS-WO-COUNT
                 OR WS-WO-FOUND > ZERO.
           IF WS-WO-FOUND = ZERO
              OR AR-COLLECTED NOT NUMERIC
              ADD 1 TO WS-REMITS-REJECTED
              MOVE AR-ACCT-NO    TO REJ-ACCT-NO
              MOVE AR-REMIT-DATE TO REJ-REMIT-DATE
              MOVE ZERO          TO REJ-COLLECTED
              IF AR-COLLECTED NUMERIC
                 MOVE AR-COLLECTED TO REJ-COLLECTED
              END-IF
              WRITE PLACE-PRINT-REC FROM WS-REJECT-LINE
           ELSE
              PERFORM 2700-Post-Recovery
           END-IF.
           PERFORM 5400-Read-Remit.

       2650-Match-Written-Off.
           IF WO-ACCT-NO (WS-WO-SUB) = AR-ACCT-NO
              MOVE WS-WO-SUB TO WS-WO-FOUND
           END-IF.

       2700-Post-Recovery.
           COMPUTE WS-COMMISSION ROUNDED =
              AR-COLLECTED * WS-AGENCY-RATE.
           COMPUTE WS-NET-RECOVERY = AR-COLLECTED - WS-COMMISSION.

           MOVE SPACES            TO WS-LEDGER-REC.
           MOVE AR-ACCT-NO        TO BD-ACCT-NO.
           MOVE AR-REMIT-DATE     TO BD-DATE.
           MOVE "R"               TO BD-TYPE.
           MOVE AR-COLLECTED      TO BD-AMOUNT.
           MOVE WS-COMMISSION     TO BD-COMMISSION.
           MOVE WS-AGENCY-ID      TO BD-AGENCY-ID.
           WRITE LEDGER-OUT-REC FROM WS-LEDGER-REC.

           ADD 1 TO WS-REMITS-POSTED.
           ADD AR-COLLECTED    TO WS-TOTAL-COLLECTED.
           ADD WS-COMMISSION   TO WS-TOTAL-COMMISSN.
           ADD WS-NET-RECOVERY TO WS-TOTAL-NET-RECOV.

           MOVE AR-ACCT-NO      TO RCV-ACCT-NO.
           MOVE AR-REMIT-DATE   TO RCV-REMIT-DATE.
           MOVE AR-COLLECTED    TO RCV-COLLECTED.
           MOVE WS-COMMISSION   TO RCV-COMMISSION.
           MOVE WS-NET-RECOVERY TO RCV-NET.
           WRITE PLACE-PRINT-REC FROM WS-RECOVERY-LINE.

       3000-End-Job.
      * Net write-off - what went off the books less what came back
           COMPUTE WS-NET-WRITE-OFF =
              WS-TOTAL-WRITE-OFF - WS-TOTAL-NET-RECOV.

           WRITE PLACE-PRINT-REC FROM WS-BLANK-LINE.
           WRITE PLACE-PRINT-REC FROM WS-SUMMARY-HEADER.
           MOVE "WRITTEN OFF (DR BAD DEBT / CR AR)" TO SUM-TEXT.
           MOVE WS-TOTAL-WRITE-OFF TO SUM-AMOUNT.
           MOVE WS-BAD-DEBT-ACCT   TO SUM-DR-ACCT.
           MOVE WS-AR-ACCT         TO SUM-CR-ACCT.
           WRITE PLACE-PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE "AGENCY COLLECTED (CR RECOVERY)" TO SUM-TEXT.
           MOVE WS-TOTAL-COLLECTED TO SUM-AMOUNT.
           MOVE SPACES             TO SUM-DR-ACCT.
           MOVE WS-RECOVERY-ACCT   TO SUM-CR-ACCT.
           WRITE PLACE-PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE "  LESS AGENCY COMMISSION (DR EXPENSE)" TO SUM-TEXT.
           MOVE WS-TOTAL-COMMISSN  TO SUM-AMOUNT.
           MOVE WS-COLL-EXP-ACCT   TO SUM-DR-ACCT.
           MOVE SPACES             TO SUM-CR-ACCT.
           WRITE PLACE-PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE "  NET RECOVERY (DR CASH)" TO SUM-TEXT.
           MOVE WS-TOTAL-NET-RECOV TO SUM-AMOUNT.
           MOVE WS-CASH-ACCT       TO SUM-DR-ACCT.
           MOVE SPACES             TO SUM-CR-ACCT.
           WRITE PLACE-PRINT-REC FROM WS-SUMMARY-LINE.
           MOVE "NET WRITE-OFF FOR THE MONTH" TO SUM-TEXT.
           MOVE WS-NET-WRITE-OFF   TO SUM-AMOUNT.
           MOVE SPACES             TO SUM-DR-ACCT, SUM-CR-ACCT.
           WRITE PLACE-PRINT-REC FROM WS-SUMMARY-LINE.

           PERFORM 3100-Write-Journal.

           MOVE WS-STATE-READ      TO TOT-STATE-READ.
           MOVE WS-PLACED-COUNT    TO TOT-PLACED.
           MOVE WS-UNDER-THRESHOLD TO TOT-UNDER.
           MOVE WS-REMITS-READ     TO TOT-REMITS.
           MOVE WS-REMITS-REJECTED TO TOT-REJECTED.
           WRITE PLACE-PRINT-REC FROM WS-BLANK-LINE.
           WRITE PLACE-PRINT-REC FROM WS-COUNT-LINE.
           IF WS-REMITS-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE COLL-STATE, ACCT-REC, PLACE-PARM, AGENCY-REMIT,
                 LEDGER-IN, LEDGER-OUT, AGENCY-PLACE, GL-JOURNAL,
                 PLACE-PRINT.
           DISPLAY "COLLPLAC COMPLETE".

      * One journal line per account side, month totals only
       3100-Write-Journal.
           IF WS-TOTAL-WRITE-OFF > ZERO
              MOVE "BDWO"             TO WS-GL-CATEGORY
              MOVE WS-TOTAL-WRITE-OFF TO WS-GL-AMOUNT
              MOVE WS-BAD-DEBT-ACCT   TO GL-ACCOUNT
              MOVE "D"                TO GL-DR-CR
              PERFORM 3150-Write-Journal-Line
              MOVE WS-AR-ACCT         TO GL-ACCOUNT
              MOVE "C"                TO GL-DR-CR
              PERFORM 3150-Write-Journal-Line
           END-IF.
           IF WS-TOTAL-COLLECTED > ZERO
              MOVE "BDRC"             TO WS-GL-CATEGORY
              MOVE WS-TOTAL-NET-RECOV TO WS-GL-AMOUNT
              MOVE WS-CASH-ACCT       TO GL-ACCOUNT
              MOVE "D"                TO GL-DR-CR
              PERFORM 3150-Write-Journal-Line
              MOVE "BDCM"             TO WS-GL-CATEGORY
              MOVE WS-TOTAL-COMMISSN  TO WS-GL-AMOUNT
              MOVE WS-COLL-EXP-ACCT   TO GL-ACCOUNT
              MOVE "D"                TO GL-DR-CR
              PERFORM 3150-Write-Journal-Line
              MOVE "BDRC"             TO WS-GL-CATEGORY
              MOVE WS-TOTAL-COLLECTED TO WS-GL-AMOUNT
              MOVE WS-RECOVERY-ACCT   TO GL-ACCOUNT
              MOVE "C"                TO GL-DR-CR
              PERFORM 3150-Write-Journal-Line
           END-IF.

       3150-Write-Journal-Line.
           MOVE WS-RUN-DATE   TO GL-POST-DATE.
           MOVE WS-GL-CATEGORY TO GL-CATEGORY.
           MOVE WS-GL-AMOUNT  TO GL-AMOUNT.
           MOVE SPACES        TO GL-JOURNAL-REC(33:8).
           WRITE GL-JOURNAL-REC.
           ADD 1 TO WS-JOURNAL-LINES.

       7000-Abort-Run.
           CLOSE COLL-STATE, ACCT-REC, PLACE-PARM, AGENCY-REMIT,
                 LEDGER-IN, LEDGER-OUT, AGENCY-PLACE, GL-JOURNAL,
                 PLACE-PRINT.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       5000-Read-State.
           READ COLL-STATE
              AT END SET WS-CollSt-EOF TO TRUE
           END-READ.
           IF NOT WS-CollSt-EOF
              ADD 1 TO WS-STATE-READ
           END-IF.

       5100-Read-Acct-Rec.
           READ ACCT-REC
              AT END SET WS-AcctRec-EOF TO TRUE
           END-READ.
           IF WS-AcctRec-Status-OK
              NEXT SENTENCE
           ELSE
              IF WS-AcctRec-EOF
                 NEXT SENTENCE
              ELSE
                 DISPLAY "** ERROR **: READ ACCT-REC FAILED"
                 DISPLAY "File Status: " WS-AcctRec-Status
                 PERFORM 7000-Abort-Run
              END-IF
           END-IF.

       5200-Rewrite-Acct-Rec.
           REWRITE ACCT-FIELDS.
           IF WS-AcctRec-Status-OK
              NEXT SENTENCE
           ELSE
              DISPLAY "** ERROR **: REWRITE ACCT-REC FAILED"
              DISPLAY "File Status: " WS-AcctRec-Status
              PERFORM 7000-Abort-Run
           END-IF.

       5300-Read-Ledger.
           READ LEDGER-IN
              AT END SET WS-LedgIn-EOF TO TRUE
           END-READ.

       5400-Read-Remit.
           READ AGENCY-REMIT
              AT END SET WS-AgyRemit-EOF TO TRUE
           END-READ.

       5500-Read-GL-Map.
           READ GL-MAP
              AT END SET WS-GLMap-EOF TO TRUE
           END-READ.
