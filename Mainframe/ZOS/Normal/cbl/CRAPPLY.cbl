       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CRAPPLY.
      *****************************************************************
      * Program name:    CRAPPLY
      * Original author: dastagg
      *
      * Applies the credit manager's decisions on the CRREVIEW
      * recommendations to ACCT-LIMIT on the account receivable
      * file, updated in place the way FINCHG updates it.  The
      * approval file is the recommendation file CRREVIEW wrote,
      * account order, with each record marked:
      *
      *   RC-APPROVAL  "Y" approved, "N" declined, blank not yet
      *                decided (carried to the next run by hand)
      *   RC-APPROVED-LIMIT  a limit the manager keyed instead of
      *                the proposed one - zero takes the proposal
      *   RC-APPROVER  who approved it
      *
      * An approval is only applied while the account still has the
      * limit the review saw - if the limit has moved since, the
      * approval is rejected for a fresh review.  An account COLLPLAC
      * has placed with the collection agency is never given a new
      * limit - its approval is rejected too.  Every change made
      * is added to the end of the credit-limit audit trail (old
      * limit, new limit, rule, approver, review and change dates),
      * and the run lists what was applied, declined, left pending
      * and rejected.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-REC
           ASSIGN TO DA-S-ACCTREC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AcctRec-Status.

           SELECT APPROVAL-FILE
           ASSIGN TO DA-S-CRAPPRV
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CrApprv-Status.

           SELECT AUDIT-TRAIL
           ASSIGN TO DA-S-CRAUDIT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CrAudit-Status.

           SELECT APPLY-PRINT
           ASSIGN TO DA-S-CRAPRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AprPrt-Status.

       DATA DIVISION.
       FILE SECTION.

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

      * CRREVIEW's recommendation record, marked up
       FD  APPROVAL-FILE
           RECORDING MODE F.
       01  APPROVAL-REC.
           05  RC-ACCT-NO         PIC X(8).
           05  RC-REVIEW-DATE     PIC X(8).
           05  RC-ACTION          PIC X(1).
           05  RC-RULE-ID         PIC X(4).
           05  RC-CURRENT-LIMIT   PIC 9(7)V99.
           05  RC-PROPOSED-LIMIT  PIC 9(7)V99.
           05  RC-APPROVAL        PIC X(1).
               88  RC-APPROVED        VALUE "Y".
               88  RC-DECLINED        VALUE "N".
           05  RC-APPROVED-LIMIT  PIC 9(7)V99.
           05  RC-APPROVER        PIC X(8).
           05  FILLER             PIC X(23).

      * Credit-limit audit trail - added to, never rewritten
       FD  AUDIT-TRAIL
           RECORDING MODE F.
       01  AUDIT-REC.
           05  AU-ACCT-NO         PIC X(8).
           05  AU-CHANGE-DATE     PIC X(8).
           05  AU-REVIEW-DATE     PIC X(8).
           05  AU-ACTION          PIC X(1).
           05  AU-RULE-ID         PIC X(4).
           05  AU-OLD-LIMIT       PIC 9(7)V99.
           05  AU-NEW-LIMIT       PIC 9(7)V99.
           05  AU-PROPOSED-LIMIT  PIC 9(7)V99.
           05  AU-APPROVER        PIC X(8).
           05  FILLER             PIC X(16).

       FD  APPLY-PRINT
           RECORDING MODE F.
       01  APPLY-PRINT-REC        PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AcctRec==.
           COPY WSFST REPLACING ==:tag:== BY ==CrApprv==.
           COPY WSFST REPLACING ==:tag:== BY ==CrAudit==.
           COPY WSFST REPLACING ==:tag:== BY ==AprPrt==.

       01  WS-RUN-DATE            PIC X(8) VALUE SPACES.
       01  WS-APPROVAL-KEY        PIC X(8) VALUE LOW-VALUES.
       01  WS-OLD-LIMIT           PIC 9(7)V99 VALUE ZERO.
       01  WS-NEW-LIMIT           PIC 9(7)V99 VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-APPROVALS-READ  PIC 9(6) VALUE ZERO.
           05  WS-APPLIED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-DECLINED-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-PENDING-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-REJECTED-COUNT  PIC 9(6) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER             PIC X(40) VALUE
               " CREDIT-LIMIT CHANGES APPLIED - RUN OF ".
           05  HDG-RUN-DATE       PIC X(8).
           05  FILLER             PIC X(52) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER             PIC X(50) VALUE
               " ACCOUNT  REVIEWED ACTN  RULE    OLD LIMIT    NEW ".
           05  FILLER             PIC X(50) VALUE
               "LIMIT APPROVER  RESULT".

       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-ACCT-NO        PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-REVIEW-DATE    PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-ACTION         PIC X(5).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-RULE-ID        PIC X(4).
           05  DTL-OLD-LIMIT      PIC Z,ZZZ,ZZ9.99.
           05  DTL-NEW-LIMIT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  DTL-APPROVER       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  DTL-RESULT         PIC X(35).

       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(8)  VALUE " READ: ".
           05  TOT-READ           PIC ZZZZZ9.
           05  FILLER             PIC X(11) VALUE "  APPLIED: ".
           05  TOT-APPLIED        PIC ZZZZZ9.
           05  FILLER             PIC X(12) VALUE "  DECLINED: ".
           05  TOT-DECLINED       PIC ZZZZZ9.
           05  FILLER             PIC X(11) VALUE "  PENDING: ".
           05  TOT-PENDING        PIC ZZZZZ9.
           05  FILLER             PIC X(12) VALUE "  REJECTED: ".
           05  TOT-REJECTED       PIC ZZZZZ9.
           05  FILLER             PIC X(16) VALUE SPACES.

       01  WS-BLANK-LINE          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process
              UNTIL WS-APPROVAL-KEY = HIGH-VALUES.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           OPEN INPUT  APPROVAL-FILE.
           OPEN I-O    ACCT-REC.
           OPEN EXTEND AUDIT-TRAIL.
           OPEN OUTPUT APPLY-PRINT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           WRITE APPLY-PRINT-REC FROM WS-HEADING-LINE.
           WRITE APPLY-PRINT-REC FROM WS-BLANK-LINE.
           WRITE APPLY-PRINT-REC FROM WS-COLUMN-LINE.

           PERFORM 5100-Read-Approval.
           PERFORM 5000-Read-Acct-Rec.

      * Both files in account order - the account file is read up to
      * each approval; an approval with no account is rejected
       2000-Process.
           PERFORM 5000-Read-Acct-Rec
              UNTIL WS-AcctRec-EOF
                 OR ACCT-NO NOT < WS-APPROVAL-KEY.

           IF RC-CURRENT-LIMIT NOT NUMERIC
              OR RC-PROPOSED-LIMIT NOT NUMERIC
              MOVE ZERO TO RC-CURRENT-LIMIT, RC-PROPOSED-LIMIT
              MOVE SPACE TO RC-APPROVAL
           END-IF.
           MOVE RC-ACCT-NO        TO DTL-ACCT-NO.
           MOVE RC-REVIEW-DATE    TO DTL-REVIEW-DATE.
           MOVE RC-RULE-ID        TO DTL-RULE-ID.
           MOVE RC-APPROVER       TO DTL-APPROVER.
           MOVE RC-CURRENT-LIMIT  TO DTL-OLD-LIMIT.
           MOVE RC-PROPOSED-LIMIT TO WS-NEW-LIMIT.
           IF RC-APPROVED-LIMIT NUMERIC
              AND RC-APPROVED-LIMIT > ZERO
              MOVE RC-APPROVED-LIMIT TO WS-NEW-LIMIT
           END-IF.
           MOVE WS-NEW-LIMIT      TO DTL-NEW-LIMIT.
           IF RC-ACTION = "R"
              MOVE "RAISE" TO DTL-ACTION
           ELSE
              MOVE "CUT"   TO DTL-ACTION
           END-IF.

           EVALUATE TRUE
              WHEN RC-DECLINED
                 ADD 1 TO WS-DECLINED-COUNT
                 MOVE "DECLINED - LIMIT UNCHANGED" TO DTL-RESULT
              WHEN NOT RC-APPROVED
                 ADD 1 TO WS-PENDING-COUNT
                 MOVE "NOT YET DECIDED - LIMIT UNCHANGED"
                    TO DTL-RESULT
              WHEN WS-AcctRec-EOF
                 OR ACCT-NO NOT = RC-ACCT-NO
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE "*** REJECTED - NO SUCH ACCOUNT" TO DTL-RESULT
              WHEN PLACED-WITH-AGENCY
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE "*** REJECTED - PLACED WITH AGENCY"
                    TO DTL-RESULT
              WHEN ACCT-LIMIT NOT = RC-CURRENT-LIMIT
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE "*** REJECTED - LIMIT HAS CHANGED" TO DTL-RESULT
              WHEN OTHER
                 PERFORM 2100-Apply-Change
           END-EVALUATE.
           WRITE APPLY-PRINT-REC FROM WS-DETAIL-LINE.
           PERFORM 5100-Read-Approval.

       2100-Apply-Change.
           MOVE ACCT-LIMIT   TO WS-OLD-LIMIT.
           MOVE WS-NEW-LIMIT TO ACCT-LIMIT.
           PERFORM 5200-Rewrite-Acct-Rec.

           MOVE SPACES            TO AUDIT-REC.
           MOVE RC-ACCT-NO        TO AU-ACCT-NO.
           MOVE WS-RUN-DATE       TO AU-CHANGE-DATE.
           MOVE RC-REVIEW-DATE    TO AU-REVIEW-DATE.
           MOVE RC-ACTION         TO AU-ACTION.
           MOVE RC-RULE-ID        TO AU-RULE-ID.
           MOVE WS-OLD-LIMIT      TO AU-OLD-LIMIT.
           MOVE WS-NEW-LIMIT      TO AU-NEW-LIMIT.
           MOVE RC-PROPOSED-LIMIT TO AU-PROPOSED-LIMIT.
           MOVE RC-APPROVER       TO AU-APPROVER.
           WRITE AUDIT-REC.
           IF NOT WS-CrAudit-Status-OK
              DISPLAY "** ERROR **: WRITE CRAUDIT FAILED"
              DISPLAY "File Status: " WS-CrAudit-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

           ADD 1 TO WS-APPLIED-COUNT.
           IF WS-NEW-LIMIT = RC-PROPOSED-LIMIT
              MOVE "APPLIED" TO DTL-RESULT
           ELSE
              MOVE "APPLIED - MANAGER'S LIMIT" TO DTL-RESULT
           END-IF.

       3000-End-Job.
           MOVE WS-APPROVALS-READ TO TOT-READ.
           MOVE WS-APPLIED-COUNT  TO TOT-APPLIED.
           MOVE WS-DECLINED-COUNT TO TOT-DECLINED.
           MOVE WS-PENDING-COUNT  TO TOT-PENDING.
           MOVE WS-REJECTED-COUNT TO TOT-REJECTED.
           WRITE APPLY-PRINT-REC FROM WS-BLANK-LINE.
           WRITE APPLY-PRINT-REC FROM WS-TOTAL-LINE.
           IF WS-REJECTED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE ACCT-REC, APPROVAL-FILE, AUDIT-TRAIL, APPLY-PRINT.
           DISPLAY "CRAPPLY COMPLETE".

       5000-Read-Acct-Rec.
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
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       5100-Read-Approval.
           READ APPROVAL-FILE
              AT END SET WS-CrApprv-EOF TO TRUE
           END-READ.
           IF WS-CrApprv-EOF
              MOVE HIGH-VALUES TO WS-APPROVAL-KEY
           ELSE
              ADD 1 TO WS-APPROVALS-READ
              MOVE RC-ACCT-NO  TO WS-APPROVAL-KEY
           END-IF.

       5200-Rewrite-Acct-Rec.
           REWRITE ACCT-FIELDS.
           IF WS-AcctRec-Status-OK
              NEXT SENTENCE
           ELSE
              DISPLAY "** ERROR **: REWRITE ACCT-REC FAILED"
              DISPLAY "File Status: " WS-AcctRec-Status
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
