       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CRITCALL.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          CRITICAL LAB-VALUE CALLBACK WORKLIST.
      *
      *          EVERY CRITICAL ("C") RESULT LABMATCH POSTS OPENS A
      *          CALLBACK ITEM FOR THE PATIENT'S WARD (FROM THE PATSRCH
      *          CENSUS, MID-DAY "X" TRANSFERS APPLIED) AND ATTENDING
      *          PHYSICIAN (FROM DDS0001.PATMASTR).  NURSING RETURNS AN
      *          ACKNOWLEDGMENT FEED SAYING WHO WAS NOTIFIED, WHO MADE
      *          THE CALL, AND WHEN.  AN ACKNOWLEDGED ITEM IS CLOSED TO
      *          THE CALLBACK LOG, WHICH IS THE PERMANENT RECORD THAT
      *          THE VALUE WAS COMMUNICATED.  OPEN ITEMS ARE CARRIED
      *          FORWARD ON THE NEXT WORKLIST GENERATION.  A RESULT
      *          POSTED AGAIN BY A LABPOST RERUN IS NOT REOPENED IF IT
      *          IS STILL ON THE WORKLIST OR THE CALLBACK LOG SHOWS IT
      *          CLOSED WITHIN THE LAST 14 DAYS.
      *
      *          THE CLOCK RUNS FROM THE LAB'S RELEASE DATE/TIME.  AN
      *          ITEM STILL OPEN PAST THE POLICY WINDOW, OR ONE THAT
      *          WAS ACKNOWLEDGED LATE, GOES ON THE ESCALATION REPORT
      *          FOR THE NURSING SUPERVISOR.  AN OPEN ITEM STAYS ON THE
      *          ESCALATION REPORT EVERY RUN UNTIL IT IS ACKNOWLEDGED.
      *
      *          THE POLICY WINDOW DEFAULTS TO 60 MINUTES AND CAN BE
      *          OVERRIDDEN BY THE JCL PARM (IN MINUTES, E.G. "0030").
      *
      ******************************************************************

             POSTED RESULTS FILE     -   DDS0001.LABPOST

             CENSUS FILE             -   DDS0001.PATSRCH

             VSAM MASTER FILE        -   DDS0001.PATMASTR

             PRIOR OPEN WORKLIST     -   DDS0001.CRITCALL(0)

             ACKNOWLEDGMENT FEED     -   DDS0001.CRITACK

             NEW OPEN WORKLIST       -   DDS0001.CRITCALL(+1)

             CALLBACK LOG (MOD)      -   DDS0001.CRITLOG

             REJECTED ACKS           -   DDS0001.CRITAREJ

             NURSING WORKLIST        -   CRITRPT

             ESCALATION REPORT       -   CRITESC

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABPOST
           ASSIGN TO UT-S-LABPOST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LPCODE.

           SELECT PATSRCH
           ASSIGN TO UT-S-PATSRCH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PATCODE.

           SELECT CALLOLD
           ASSIGN TO UT-S-CALLOLD
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS COCODE.

           SELECT CRITACK
           ASSIGN TO UT-S-CRITACK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CACODE.

           SELECT CALLNEW
           ASSIGN TO UT-S-CALLNEW
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CNCODE.

           SELECT CRITLOG
           ASSIGN TO UT-S-CRITLOG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CLCODE.

           SELECT CRITAREJ
           ASSIGN TO UT-S-CRITAREJ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CJCODE.

           SELECT CRITRPT
           ASSIGN TO UT-S-CRITRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT CRITESC
           ASSIGN TO UT-S-CRITESC
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS EFCODE.

           SELECT PATMSTR
                  ASSIGN       TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PATMSTR-KEY
                  FILE STATUS  IS PMCODE.

       DATA DIVISION.
       FILE SECTION.
      ****** RESULTS LABMATCH MATCHED TO AN ORDER - SAME LAYOUT AS
      ****** THE LAB SYSTEM'S RESULTS TAPE
       FD  LABPOST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LABPOST-REC.
       01  LABPOST-REC.
           05  LR-PATIENT-ID           PIC 9(06).
           05  LR-TREATMENT-DATE      PIC X(08).
           05  LR-LAB-TEST-ID          PIC X(05).
           05  LR-RESULT-DATE          PIC X(08).
           05  LR-RESULT-VALUE         PIC X(20).
           05  LR-RESULT-FLAG          PIC X(01).
               88  LR-RESULT-NORMAL    VALUE "N".
               88  LR-RESULT-ABNORMAL  VALUE "A".
               88  LR-RESULT-CRITICAL  VALUE "C".
           05  LR-RESULT-TIME          PIC X(04).
           05  FILLER                  PIC X(28).

       FD  PATSRCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 993 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATSRCH-REC.
       01  PATSRCH-REC  PIC X(993).

       FD  CALLOLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CALLOLD-REC.
       01  CALLOLD-REC  PIC X(120).

      ****** ACKNOWLEDGMENT FEED RETURNED BY NURSING - ONE RECORD PER
      ****** CRITICAL VALUE CALLED THROUGH
       FD  CRITACK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CRITACK-REC.
       01  CRITACK-REC.
           05  CA-KEY.
               10  CA-PATIENT-ID       PIC 9(06).
               10  CA-LAB-TEST-ID      PIC X(05).
               10  CA-RESULT-DATE      PIC X(08).
           05  CA-NOTIFIED-ID          PIC X(08).
           05  CA-CALLER-ID            PIC X(08).
           05  CA-ACK-DATE             PIC X(08).
           05  CA-ACK-TIME             PIC X(04).
           05  CA-COMMENT              PIC X(30).
           05  FILLER                  PIC X(03).

       FD  CALLNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CALLNEW-REC.
       01  CALLNEW-REC  PIC X(120).

       FD  CRITLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CRITLOG-REC.
       01  CRITLOG-REC  PIC X(120).

       FD  CRITAREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CRITAREJ-REC.
       01  CRITAREJ-REC.
           05  ERR-MSG                 PIC X(40).
           05  REST-OF-REC             PIC X(80).

       FD  CRITRPT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       FD  CRITESC
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS ESC-REC.
       01  ESC-REC PIC X(133).

      ****** VSAM PATIENT MASTER - ATTENDING PHYSICIAN
       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  LPCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  PATCODE                 PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  COCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  CACODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  CNCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  CLCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  CJCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  EFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PMCODE                  PIC X(2).
               88 PMCODE-GOOD        VALUE "00".
               88 PMCODE-NOT-FOUND   VALUE "23".

       01  FLAGS-AND-SWITCHES.
           05 MORE-POSTED-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-POSTED        VALUE "N".
           05 MORE-CENSUS-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-CENSUS        VALUE "N".
           05 MORE-CALLOLD-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-CALLOLD       VALUE "N".
           05 MORE-ACK-SW              PIC X(01) VALUE "Y".
              88 NO-MORE-ACKS          VALUE "N".
           05 MORE-CRITLOG-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-CRITLOG       VALUE "N".

       01  COUNTERS-AND-ACCUMULATORS.
           05 POSTED-RECS-READ         PIC S9(7) COMP.
           05 CENSUS-RECS-READ         PIC S9(7) COMP.
           05 ITEMS-CARRIED-IN         PIC S9(5) COMP.
           05 ITEMS-OPENED             PIC S9(5) COMP.
           05 DUPLICATE-RESULTS        PIC S9(5) COMP.
           05 NOT-ON-CENSUS            PIC S9(5) COMP.
           05 ACKS-READ                PIC S9(5) COMP.
           05 ACKS-APPLIED             PIC S9(5) COMP.
           05 ACKS-REJECTED            PIC S9(5) COMP.
           05 ITEMS-CLOSED             PIC S9(5) COMP.
           05 ITEMS-STILL-OPEN         PIC S9(5) COMP.
           05 ITEMS-ESCALATED          PIC S9(5) COMP.
           05 LATE-ACKS                PIC S9(5) COMP.

      ****** WHERE EACH PATIENT ON TONIGHT'S CENSUS IS
       01  CENSUS-LOCATION-TABLE.
           05  CENSUS-LOC-ENTRY OCCURS 3000 TIMES
                       INDEXED BY LOC-IDX.
               10  LOC-PATIENT-ID      PIC 9(06).
               10  LOC-WARD-NBR        PIC 9(04).
               10  LOC-ROOM-IDENTITY   PIC 9(04).
               10  LOC-BED-IDENTITY    PIC 9(04).
       77  LOC-COUNT                   PIC S9(5) COMP VALUE +0.
       77  LOC-SUB                     PIC S9(5) COMP VALUE +0.
       01  WS-PATIENT-ID-N             PIC 9(06).

      ****** EVERY CALLBACK ITEM - CARRIED IN AND OPENED TONIGHT
       01  CALLBACK-TABLE.
           05  CALLBACK-ENTRY OCCURS 2000 TIMES
                       INDEXED BY CALL-IDX.
               10  CT-KEY              PIC X(19).
               10  CT-ITEM             PIC X(120).
       77  CALL-COUNT                  PIC S9(5) COMP VALUE +0.
       77  CALL-SUB                    PIC S9(5) COMP VALUE +0.

      ****** ITEMS THE CALLBACK LOG SHOWS CLOSED - RESULTS RELEASED
      ****** WITHIN THE LOOKBACK, FAR ENOUGH FOR A LABPOST RERUN
       01  CLOSED-ITEM-TABLE.
           05  CLOSED-ITEM-ENTRY OCCURS 5000 TIMES
                       INDEXED BY CLOSED-IDX.
               10  CL-KEY              PIC X(19).
       77  CLOSED-COUNT                PIC S9(5) COMP VALUE +0.
       77  CLOSED-SUB                  PIC S9(5) COMP VALUE +0.
       77  CLOSED-LOOKBACK-DAYS        PIC S9(3) COMP VALUE +14.

      ****** POLICY WINDOW - MINUTES IN THE JCL PARM, E.G. "0030"
       01  WS-RUN-PARM                 PIC X(08) VALUE SPACES.
       01  WS-PARM-MINUTES REDEFINES WS-RUN-PARM.
           05  WS-PARM-AMOUNT          PIC 9(04).
           05  FILLER                  PIC X(04).
       77  WS-WINDOW-MINUTES           PIC S9(5) COMP VALUE +60.

      ****** ELAPSED TIME IS KEPT IN MINUTES FROM DAY ZERO SO A
      ****** CALLBACK THAT CROSSES MIDNIGHT STILL TIMES CORRECTLY
       01  DATE-WORK-FIELDS.
           05  STAMP-DATE-X8           PIC X(08).
           05  STAMP-TIME-X4           PIC X(04).
           05  STAMP-TIME-N REDEFINES STAMP-TIME-X4.
               10  STAMP-HH            PIC 9(02).
               10  STAMP-MM            PIC 9(02).
           05  STAMP-YYYYMMDD          PIC 9(08).
           05  STAMP-MINUTES           PIC S9(11) COMP-3.
           05  RESULT-MINUTES          PIC S9(11) COMP-3.
           05  END-MINUTES             PIC S9(11) COMP-3.
           05  NOW-MINUTES             PIC S9(11) COMP-3.
           05  ELAPSED-MINUTES         PIC S9(11) COMP-3.
           05  CUTOFF-MINUTES          PIC S9(11) COMP-3.
           05  RUN-DATE-X10            PIC X(10).
       77  WS-CURRENT-STAMP            PIC X(12) VALUE SPACES.

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  HDR-TITLE               PIC X(50).
           05  FILLER                  PIC X(16) VALUE
           "POLICY WINDOW: ".
           05  HDR-WINDOW-O            PIC ZZZ9.
           05  FILLER                  PIC X(42) VALUE " MINUTES".

       01  WS-COL-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(41) VALUE
           "WARD ROOM BED  PATIENT TEST  RESULT VALUE".
           05  FILLER                  PIC X(25) VALUE
           "          RELEASED".
           05  FILLER                  PIC X(66) VALUE
           " ATTEND   MINUTES   STATUS".

       01  WS-ITEM-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  ITEM-WARD-O             PIC 9(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ITEM-ROOM-O             PIC 9(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ITEM-BED-O              PIC 9(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ITEM-PATIENT-O          PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ITEM-TEST-O             PIC X(5).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ITEM-VALUE-O            PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ITEM-RESULT-DATE-O      PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ITEM-RESULT-TIME-O      PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ITEM-PHYS-O             PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ITEM-MINUTES-O          PIC ZZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ITEM-STATUS-O           PIC X(40).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-ACK-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "NOTIFIED: ".
           05  ACK-NOTIFIED-O          PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  CALLER: ".
           05  ACK-CALLER-O            PIC X(8).
           05  FILLER                  PIC X(7) VALUE "  ACK: ".
           05  ACK-DATE-O              PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ACK-TIME-O              PIC X(4).
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(11)
                  VALUE "Carried:  ".
           05  CARRIED-OUT             PIC Z(5).
           05  FILLER                  PIC X(9)
                  VALUE " Opened: ".
           05  OPENED-OUT              PIC Z(5).
           05  FILLER                  PIC X(7)
                  VALUE " Acks: ".
           05  ACKS-OUT                PIC Z(5).
           05  FILLER                  PIC X(11)
                  VALUE " Rejected: ".
           05  REJECTED-OUT            PIC Z(5).
           05  FILLER                  PIC X(9)
                  VALUE " Closed: ".
           05  CLOSED-OUT              PIC Z(5).
           05  FILLER                  PIC X(11)
                  VALUE " Open:     ".
           05  OPEN-OUT                PIC Z(5).
           05  FILLER                  PIC X(12)
                  VALUE " Escalated: ".
           05  ESCALATED-OUT           PIC Z(5).
           05  FILLER                  PIC X(11)
                  VALUE " Late ack: ".
           05  LATE-OUT                PIC Z(5).
           05  FILLER                  PIC X(12) VALUE SPACES.

      ****** CALLBACK ITEM - SAME LAYOUT ON THE WORKLIST AND THE LOG
       COPY CRITCALL.

      ****** CENSUS RECORD - SORTED WARD/ROOM/BED BY DATA COLLECTIONS
       COPY PATDALY.

      ****** VSAM MASTER VIEW - ATTENDING-PHYS-ID IS ON HERE
       COPY PATMSTR.

      ****** STEP COUNT INTERFACE READ BY THE NIGHTRUN CYCLE DRIVER
       COPY RUNCOUNT.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-OPEN-CALLBACK THRU 100-EXIT
                   UNTIL NO-MORE-POSTED.
           PERFORM 150-APPLY-ACK THRU 150-EXIT
                   UNTIL NO-MORE-ACKS.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "CRITCALL HOUSEKEEPING".
           OPEN INPUT LABPOST, PATSRCH, CALLOLD, CRITACK.
           OPEN INPUT PATMSTR.
           OPEN OUTPUT CALLNEW, CRITAREJ, CRITRPT, CRITESC.

           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-PARM-AMOUNT NUMERIC AND WS-PARM-AMOUNT > 0
               MOVE WS-PARM-AMOUNT TO WS-WINDOW-MINUTES.

      *  The callback clock is wall time, not the cycle business date
           MOVE FUNCTION CURRENT-DATE (1:12) TO WS-CURRENT-STAMP.
           MOVE WS-CURRENT-STAMP (1:8)       TO STAMP-DATE-X8.
           MOVE WS-CURRENT-STAMP (9:4)       TO STAMP-TIME-X4.
           PERFORM 700-STAMP-TO-MINUTES THRU 700-EXIT.
           MOVE STAMP-MINUTES                TO NOW-MINUTES.

      *  The log is read for recently closed items before this run
      *  adds to it
           COMPUTE CUTOFF-MINUTES =
               NOW-MINUTES - CLOSED-LOOKBACK-DAYS * 1440.
           OPEN INPUT CRITLOG.
           PERFORM 340-LOAD-CLOSED-ITEMS THRU 340-EXIT
               UNTIL NO-MORE-CRITLOG.
           CLOSE CRITLOG.
           OPEN EXTEND CRITLOG.

           MOVE WS-CURRENT-STAMP (1:4)       TO RUN-DATE-X10 (1:4).
           MOVE "-"                          TO RUN-DATE-X10 (5:1).
           MOVE WS-CURRENT-STAMP (5:2)       TO RUN-DATE-X10 (6:2).
           MOVE "-"                          TO RUN-DATE-X10 (8:1).
           MOVE WS-CURRENT-STAMP (7:2)       TO RUN-DATE-X10 (9:2).
           MOVE RUN-DATE-X10                 TO HDR-DATE.
           MOVE WS-WINDOW-MINUTES            TO HDR-WINDOW-O.
           MOVE "CRITICAL LAB-VALUE CALLBACK WORKLIST" TO HDR-TITLE.
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-COL-HDR-REC.
           MOVE "CRITICAL-VALUE CALLBACK ESCALATIONS"  TO HDR-TITLE.
           WRITE ESC-REC FROM WS-HDR-REC.
           WRITE ESC-REC FROM WS-COL-HDR-REC.

           PERFORM 300-LOAD-CENSUS THRU 300-EXIT
               UNTIL NO-MORE-CENSUS.
           PERFORM 320-LOAD-OPEN-ITEMS THRU 320-EXIT
               UNTIL NO-MORE-CALLOLD.

           READ CRITACK
               AT END
               MOVE 'N' TO MORE-ACK-SW
           END-READ.

           READ LABPOST
               AT END
               MOVE 'N' TO MORE-POSTED-SW
               GO TO 000-EXIT
           END-READ
           ADD +1 TO POSTED-RECS-READ.
       000-EXIT.
           EXIT.

       100-OPEN-CALLBACK.
           IF NOT LR-RESULT-CRITICAL
               GO TO 190-READ-NEXT.

      *  A result already on the worklist (LABPOST rerun) is not
      *  opened twice, nor is one the callback log shows closed
           MOVE LR-PATIENT-ID   TO CB-PATIENT-ID.
           MOVE LR-LAB-TEST-ID  TO CB-LAB-TEST-ID.
           MOVE LR-RESULT-DATE  TO CB-RESULT-DATE.
           PERFORM 500-FIND-ITEM THRU 500-EXIT.
           IF CALL-SUB > +0
               ADD +1 TO DUPLICATE-RESULTS
               GO TO 190-READ-NEXT.
           PERFORM 520-FIND-CLOSED THRU 520-EXIT.
           IF CLOSED-SUB > +0
               ADD +1 TO DUPLICATE-RESULTS
               GO TO 190-READ-NEXT.
           IF CALL-COUNT >= +2000
               DISPLAY "*** CRITCALL WORKLIST TABLE FULL"
               CLOSE LABPOST, PATSRCH, CALLOLD, CRITACK, PATMSTR,
                     CALLNEW, CRITAREJ, CRITRPT, CRITESC, CRITLOG
               MOVE +16 TO RETURN-CODE
               GOBACK.

           MOVE LR-RESULT-TIME     TO CB-RESULT-TIME.
           MOVE LR-TREATMENT-DATE  TO CB-TREATMENT-DATE.
           MOVE LR-RESULT-VALUE    TO CB-RESULT-VALUE.
           MOVE "O"                TO CB-STATUS.
           MOVE "N"                TO CB-ESCALATED-SW.
           MOVE SPACES             TO CB-ACKNOWLEDGMENT.
           MOVE ZERO               TO CB-ELAPSED-MINUTES.

           MOVE LR-PATIENT-ID TO WS-PATIENT-ID-N.
           PERFORM 510-FIND-LOCATION THRU 510-EXIT.
           IF LOC-SUB > +0
               MOVE LOC-WARD-NBR (LOC-SUB)      TO CB-WARD-NBR
               MOVE LOC-ROOM-IDENTITY (LOC-SUB) TO CB-ROOM-IDENTITY
               MOVE LOC-BED-IDENTITY (LOC-SUB)  TO CB-BED-IDENTITY
           ELSE
               MOVE ZERO TO CB-WARD-NBR, CB-ROOM-IDENTITY,
                            CB-BED-IDENTITY
               ADD +1 TO NOT-ON-CENSUS.

           MOVE LR-PATIENT-ID TO PATMSTR-KEY.
           READ PATMSTR
               INVALID KEY
                   NEXT SENTENCE.
           IF PMCODE-GOOD
               MOVE PATMSTR-REC TO PATIENT-MASTER-REC
               MOVE ATTENDING-PHYS-ID TO CB-ATTENDING-PHYS-ID
           ELSE
               MOVE SPACES TO CB-ATTENDING-PHYS-ID.

           ADD +1 TO CALL-COUNT.
           MOVE CB-KEY                TO CT-KEY (CALL-COUNT).
           MOVE CRITICAL-CALLBACK-REC TO CT-ITEM (CALL-COUNT).
           ADD +1 TO ITEMS-OPENED.

       190-READ-NEXT.
           READ LABPOST
               AT END MOVE "N" TO MORE-POSTED-SW
               GO TO 100-EXIT
           END-READ
           ADD +1 TO POSTED-RECS-READ.
       100-EXIT.
           EXIT.

       150-APPLY-ACK.
           ADD +1 TO ACKS-READ.
           MOVE CA-KEY TO CB-KEY.
           PERFORM 500-FIND-ITEM THRU 500-EXIT.
           IF CALL-SUB = +0
               MOVE "*** NO CALLBACK ITEM FOR ACKNOWLEDGMENT"
                                           TO ERR-MSG
               GO TO 170-REJECT-ACK.
           IF CA-NOTIFIED-ID = SPACES OR CA-CALLER-ID = SPACES
               MOVE "*** NOTIFIED OR CALLER ID MISSING"
                                           TO ERR-MSG
               GO TO 170-REJECT-ACK.
           IF CA-ACK-DATE NOT NUMERIC OR CA-ACK-TIME NOT NUMERIC
               MOVE "*** ACK DATE/TIME NOT NUMERIC"
                                           TO ERR-MSG
               GO TO 170-REJECT-ACK.

           MOVE CT-ITEM (CALL-SUB) TO CRITICAL-CALLBACK-REC.
           IF CB-ACKNOWLEDGED
               MOVE "*** CALLBACK ALREADY ACKNOWLEDGED"
                                           TO ERR-MSG
               GO TO 170-REJECT-ACK.

           MOVE "A"            TO CB-STATUS.
           MOVE CA-NOTIFIED-ID TO CB-ACK-NOTIFIED-ID.
           MOVE CA-CALLER-ID   TO CB-ACK-CALLER-ID.
           MOVE CA-ACK-DATE    TO CB-ACK-DATE.
           MOVE CA-ACK-TIME    TO CB-ACK-TIME.
           MOVE CRITICAL-CALLBACK-REC TO CT-ITEM (CALL-SUB).
           ADD +1 TO ACKS-APPLIED.
           GO TO 190-READ-NEXT-ACK.

       170-REJECT-ACK.
           MOVE CRITACK-REC TO REST-OF-REC.
           WRITE CRITAREJ-REC.
           ADD +1 TO ACKS-REJECTED.

       190-READ-NEXT-ACK.
           READ CRITACK
               AT END MOVE "N" TO MORE-ACK-SW
           END-READ.
       150-EXIT.
           EXIT.

       300-LOAD-CENSUS.
           READ PATSRCH INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-CENSUS-SW
               GO TO 300-EXIT
           END-READ
           ADD +1 TO CENSUS-RECS-READ.
           IF TRAILER-REC IN INPATIENT-DAILY-REC
               MOVE "N" TO MORE-CENSUS-SW
               GO TO 300-EXIT.

      *  A mid-day transfer moves the patient already on the table
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO WS-PATIENT-ID-N.
           PERFORM 510-FIND-LOCATION THRU 510-EXIT.
           IF TRANSFER-REC IN INPATIENT-DAILY-REC
               IF LOC-SUB > +0
                   MOVE XFER-TO-WARD-NBR   TO LOC-WARD-NBR (LOC-SUB)
                   MOVE XFER-TO-ROOM-IDENTITY
                                       TO LOC-ROOM-IDENTITY (LOC-SUB)
                   MOVE XFER-TO-BED-IDENTITY
                                       TO LOC-BED-IDENTITY (LOC-SUB)
               END-IF
               GO TO 300-EXIT.
           IF LOC-SUB > +0
               GO TO 300-EXIT.
           IF LOC-COUNT >= +3000
               DISPLAY "*** CRITCALL CENSUS TABLE FULL - "
                       "PATIENTS BEYOND 3000 HAVE NO WARD"
               GO TO 300-EXIT.
           ADD +1 TO LOC-COUNT.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC
                                   TO LOC-PATIENT-ID (LOC-COUNT).
           MOVE WARD-NBR IN INPATIENT-DAILY-REC
                                   TO LOC-WARD-NBR (LOC-COUNT).
           MOVE ROOM-IDENTITY IN INPATIENT-DAILY-REC
                                   TO LOC-ROOM-IDENTITY (LOC-COUNT).
           MOVE BED-IDENTITY IN INPATIENT-DAILY-REC
                                   TO LOC-BED-IDENTITY (LOC-COUNT).
       300-EXIT.
           EXIT.

       320-LOAD-OPEN-ITEMS.
           READ CALLOLD INTO CRITICAL-CALLBACK-REC
               AT END
               MOVE "N" TO MORE-CALLOLD-SW
               GO TO 320-EXIT
           END-READ
           IF CALL-COUNT >= +2000
               DISPLAY "*** CRITCALL WORKLIST TABLE FULL"
               CLOSE LABPOST, PATSRCH, CALLOLD, CRITACK, PATMSTR,
                     CALLNEW, CRITAREJ, CRITRPT, CRITESC, CRITLOG
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO CALL-COUNT.
           MOVE CB-KEY                TO CT-KEY (CALL-COUNT).
           MOVE CRITICAL-CALLBACK-REC TO CT-ITEM (CALL-COUNT).
           ADD +1 TO ITEMS-CARRIED-IN.
       320-EXIT.
           EXIT.

       340-LOAD-CLOSED-ITEMS.
           READ CRITLOG INTO CRITICAL-CALLBACK-REC
               AT END
               MOVE "N" TO MORE-CRITLOG-SW
               GO TO 340-EXIT
           END-READ
           IF NOT CB-ACKNOWLEDGED
               GO TO 340-EXIT.
           MOVE CB-RESULT-DATE TO STAMP-DATE-X8.
           MOVE CB-RESULT-TIME TO STAMP-TIME-X4.
           PERFORM 700-STAMP-TO-MINUTES THRU 700-EXIT.
           IF STAMP-MINUTES < CUTOFF-MINUTES
               GO TO 340-EXIT.
           IF CLOSED-COUNT >= +5000
               DISPLAY "*** CRITCALL CLOSED ITEM TABLE FULL"
               CLOSE LABPOST, PATSRCH, CALLOLD, CRITACK, PATMSTR,
                     CALLNEW, CRITAREJ, CRITRPT, CRITESC, CRITLOG
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO CLOSED-COUNT.
           MOVE CB-KEY TO CL-KEY (CLOSED-COUNT).
       340-EXIT.
           EXIT.

       400-WRITE-ITEM.
      *  Acknowledged items close to the log; open items carry
      *  forward.  Either way the window is checked for escalation
           MOVE CT-ITEM (CALL-SUB) TO CRITICAL-CALLBACK-REC.
           MOVE CB-RESULT-DATE TO STAMP-DATE-X8.
           MOVE CB-RESULT-TIME TO STAMP-TIME-X4.
           PERFORM 700-STAMP-TO-MINUTES THRU 700-EXIT.
           MOVE STAMP-MINUTES TO RESULT-MINUTES.

           IF CB-ACKNOWLEDGED
               MOVE CB-ACK-DATE TO STAMP-DATE-X8
               MOVE CB-ACK-TIME TO STAMP-TIME-X4
               PERFORM 700-STAMP-TO-MINUTES THRU 700-EXIT
               MOVE STAMP-MINUTES TO END-MINUTES
           ELSE
               MOVE NOW-MINUTES   TO END-MINUTES.
           COMPUTE ELAPSED-MINUTES = END-MINUTES - RESULT-MINUTES.
           IF ELAPSED-MINUTES < +0
               MOVE +0 TO ELAPSED-MINUTES.
           IF ELAPSED-MINUTES > +999999
               MOVE +999999 TO ELAPSED-MINUTES.
           MOVE ELAPSED-MINUTES TO CB-ELAPSED-MINUTES.

           PERFORM 600-FORMAT-ITEM-LINE THRU 600-EXIT.
           IF CB-ACKNOWLEDGED
               GO TO 450-CLOSE-ITEM.

           ADD +1 TO ITEMS-STILL-OPEN.
           IF ELAPSED-MINUTES > WS-WINDOW-MINUTES
               MOVE "Y" TO CB-ESCALATED-SW
               MOVE "*** NOT ACKNOWLEDGED - PAST WINDOW"
                                       TO ITEM-STATUS-O
               WRITE ESC-REC FROM WS-ITEM-LINE
               ADD +1 TO ITEMS-ESCALATED
           ELSE
               MOVE "OPEN - CALL WARD"  TO ITEM-STATUS-O.
           WRITE RPT-REC FROM WS-ITEM-LINE.
           WRITE CALLNEW-REC FROM CRITICAL-CALLBACK-REC.
           GO TO 400-EXIT.

       450-CLOSE-ITEM.
           ADD +1 TO ITEMS-CLOSED.
           MOVE CB-ACK-NOTIFIED-ID TO ACK-NOTIFIED-O.
           MOVE CB-ACK-CALLER-ID   TO ACK-CALLER-O.
           MOVE CB-ACK-DATE        TO ACK-DATE-O.
           MOVE CB-ACK-TIME        TO ACK-TIME-O.
           IF ELAPSED-MINUTES > WS-WINDOW-MINUTES
               MOVE "Y" TO CB-ESCALATED-SW
               MOVE "*** ACKNOWLEDGED LATE" TO ITEM-STATUS-O
               WRITE ESC-REC FROM WS-ITEM-LINE
               WRITE ESC-REC FROM WS-ACK-LINE
               ADD +1 TO LATE-ACKS
           ELSE
               MOVE "ACKNOWLEDGED"       TO ITEM-STATUS-O.
           WRITE RPT-REC FROM WS-ITEM-LINE.
           WRITE RPT-REC FROM WS-ACK-LINE.
           WRITE CRITLOG-REC FROM CRITICAL-CALLBACK-REC.
       400-EXIT.
           EXIT.

       500-FIND-ITEM.
      *  Worklist lookup by patient, test and result date
           MOVE +0 TO CALL-SUB.
           SET CALL-IDX TO 1.
           SEARCH CALLBACK-ENTRY
               AT END
                   GO TO 500-EXIT
               WHEN CALL-IDX > CALL-COUNT
                   GO TO 500-EXIT
               WHEN CT-KEY (CALL-IDX) = CB-KEY
                   SET CALL-SUB TO CALL-IDX
           END-SEARCH.
       500-EXIT.
           EXIT.

       510-FIND-LOCATION.
           MOVE +0 TO LOC-SUB.
           SET LOC-IDX TO 1.
           SEARCH CENSUS-LOC-ENTRY
               AT END
                   GO TO 510-EXIT
               WHEN LOC-IDX > LOC-COUNT
                   GO TO 510-EXIT
               WHEN LOC-PATIENT-ID (LOC-IDX) = WS-PATIENT-ID-N
                   SET LOC-SUB TO LOC-IDX
           END-SEARCH.
       510-EXIT.
           EXIT.

       520-FIND-CLOSED.
      *  Callback log lookup by patient, test and result date
           MOVE +0 TO CLOSED-SUB.
           SET CLOSED-IDX TO 1.
           SEARCH CLOSED-ITEM-ENTRY
               AT END
                   GO TO 520-EXIT
               WHEN CLOSED-IDX > CLOSED-COUNT
                   GO TO 520-EXIT
               WHEN CL-KEY (CLOSED-IDX) = CB-KEY
                   SET CLOSED-SUB TO CLOSED-IDX
           END-SEARCH.
       520-EXIT.
           EXIT.

       600-FORMAT-ITEM-LINE.
           MOVE CB-WARD-NBR          TO ITEM-WARD-O.
           MOVE CB-ROOM-IDENTITY     TO ITEM-ROOM-O.
           MOVE CB-BED-IDENTITY      TO ITEM-BED-O.
           MOVE CB-PATIENT-ID        TO ITEM-PATIENT-O.
           MOVE CB-LAB-TEST-ID       TO ITEM-TEST-O.
           MOVE CB-RESULT-VALUE      TO ITEM-VALUE-O.
           MOVE CB-RESULT-DATE       TO ITEM-RESULT-DATE-O.
           MOVE CB-RESULT-TIME       TO ITEM-RESULT-TIME-O.
           MOVE CB-ATTENDING-PHYS-ID TO ITEM-PHYS-O.
           MOVE CB-ELAPSED-MINUTES   TO ITEM-MINUTES-O.
       600-EXIT.
           EXIT.

       700-STAMP-TO-MINUTES.
      *  YYYYMMDD + HHMM to minutes; a missing time counts as 0000
           MOVE +0 TO STAMP-MINUTES.
           IF STAMP-DATE-X8 NOT NUMERIC
               GO TO 700-EXIT.
           MOVE STAMP-DATE-X8 TO STAMP-YYYYMMDD.
           IF STAMP-TIME-X4 NOT NUMERIC
               MOVE "0000" TO STAMP-TIME-X4.
           COMPUTE STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE (STAMP-YYYYMMDD) * 1440
             + STAMP-HH * 60 + STAMP-MM.
       700-EXIT.
           EXIT.

       200-CLEANUP.
           PERFORM 400-WRITE-ITEM THRU 400-EXIT
               VARYING CALL-SUB FROM +1 BY +1
               UNTIL CALL-SUB > CALL-COUNT.

           MOVE ITEMS-CARRIED-IN   TO CARRIED-OUT.
           MOVE ITEMS-OPENED       TO OPENED-OUT.
           MOVE ACKS-READ          TO ACKS-OUT.
           MOVE ACKS-REJECTED      TO REJECTED-OUT.
           MOVE ITEMS-CLOSED       TO CLOSED-OUT.
           MOVE ITEMS-STILL-OPEN   TO OPEN-OUT.
           MOVE ITEMS-ESCALATED    TO ESCALATED-OUT.
           MOVE LATE-ACKS          TO LATE-OUT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           MOVE SPACES TO ESC-REC.
           WRITE ESC-REC.
           WRITE ESC-REC FROM WS-TOTALS-REC.
           CLOSE LABPOST, PATSRCH, CALLOLD, CRITACK, PATMSTR,
                 CALLNEW, CRITAREJ, CRITRPT, CRITESC, CRITLOG.
           MOVE POSTED-RECS-READ   TO CYCLE-STEP-RECORDS-IN.
           MOVE ITEMS-OPENED       TO CYCLE-STEP-RECORDS-OUT.
           DISPLAY "NORMAL END OF JOB CRITCALL".
       200-EXIT.
           EXIT.
