       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMSTPST.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          CLAIM-STATUS RESPONSE POSTING.
      *
      *          COMPANION STEP TO CLMSTINQ.  READS THE CARRIERS'
      *          RESPONSES TO THE WEEKLY STATUS INQUIRY AND POSTS EACH
      *          ONE OVER THE LAST KNOWN STATUS ON THE CLAIM STATUS
      *          MASTER -
      *
      *             PN  PENDING          IP  IN PROCESS
      *             PD  PAID (CHECK NUMBER AND AMOUNT KEPT)
      *             DN  DENIED (DENIAL REASON KEPT)
      *             NF  NOT ON FILE
      *
      *          A CLAIM THE CARRIER HAS NO RECORD OF IS QUEUED FOR
      *          RESUBMISSION - ITS ORIGINAL ECLAIMS RECORD IS WRITTEN
      *          TO THE RESUBMISSION QUEUE, WHICH IS IN THE ECLAIMS
      *          LAYOUT SO IT CAN BE ADDED TO THE NEXT TRANSMISSION.
      *
      *          A RESPONSE WITH AN UNKNOWN STATUS, A BAD RESPONSE
      *          DATE, A PAYMENT WITHOUT A CHECK NUMBER, OR FOR A CLAIM
      *          NEVER INQUIRED ON IS REJECTED, NOT POSTED.
      *
      ******************************************************************

             CARRIER STATUS RESPONSES -  DDS0001.STATRESP

             VSAM CLAIM STATUS       -   DDS0001.CLMSTAT

             RESUBMISSION QUEUE      -   DDS0001.RESUBQ

             REJECTED RESPONSES      -   DDS0001.STATREJ

             CONTROL REPORT          -   PSTRPT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATRESP
           ASSIGN TO UT-S-STATRESP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SRCODE.

           SELECT RESUBQ
           ASSIGN TO UT-S-RESUBQ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RQCODE.

           SELECT STATREJ
           ASSIGN TO UT-S-STATREJ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SJCODE.

           SELECT PSTRPT
           ASSIGN TO UT-S-PSTRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT CLMSTAT
                  ASSIGN       TO CLMSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CLMSTAT-KEY
                  FILE STATUS  IS CSCODE.

       DATA DIVISION.
       FILE SECTION.
      ****** ONE RESPONSE PER CLAIM INQUIRED ON, KEYED THE WAY THE
      ****** INQUIRY WENT OUT
       FD  STATRESP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STATUS-RESPONSE-REC.
       01  STATUS-RESPONSE-REC.
           05  SR-CLAIM-KEY.
               10  SR-CARRIER          PIC X(03).
               10  SR-PATIENT-ID       PIC X(06).
               10  SR-TREATMENT-DATE   PIC X(08).
               10  SR-TOTAL-CHARGE     PIC 9(7)V99.
           05  SR-STATUS-CODE          PIC X(02).
               88  SR-PENDING          VALUE "PN".
               88  SR-IN-PROCESS       VALUE "IP".
               88  SR-PAID             VALUE "PD".
               88  SR-DENIED           VALUE "DN".
               88  SR-NOT-ON-FILE      VALUE "NF".
               88  SR-VALID-STATUS     VALUES ARE "PN", "IP", "PD",
                                                  "DN", "NF".
           05  SR-RESPONSE-DATE        PIC X(08).
           05  SR-CHECK-NUMBER         PIC X(10).
           05  SR-PAID-AMOUNT          PIC 9(7)V99.
           05  SR-DENIAL-REASON        PIC X(05).
           05  FILLER                  PIC X(20).

      ****** ORIGINAL CLAIMS THE CARRIER HAS NO RECORD OF - ECLAIMS
      ****** LAYOUT
       FD  RESUBQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RESUBQ-REC.
       01  RESUBQ-REC  PIC X(100).

       FD  STATREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STAT-REJ-REC.
       01  STAT-REJ-REC.
           05  REJ-MSG                 PIC X(40).
           05  REJ-REST-OF-REC         PIC X(80).

       FD  PSTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       FD  CLMSTAT
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS CLMSTAT-REC.
       01  CLMSTAT-REC.
           05 CLMSTAT-KEY      PIC X(26).
           05 FILLER           PIC X(174).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  SRCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RQCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  SJCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  CSCODE                  PIC X(2).
               88 CSCODE-OK          VALUE "00".
               88 CSCODE-NOT-FOUND   VALUE "23".

       01  FLAGS-AND-SWITCHES.
           05 MORE-RESPONSE-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-RESPONSES     VALUE "N".

       01  COUNTERS-AND-ACCUMULATORS.
           05 RESPONSES-READ           PIC S9(7) COMP.
           05 RESPONSES-POSTED         PIC S9(7) COMP.
           05 RESPONSES-REJECTED       PIC S9(7) COMP.
           05 PENDING-POSTED           PIC S9(7) COMP.
           05 IN-PROCESS-POSTED        PIC S9(7) COMP.
           05 PAID-POSTED              PIC S9(7) COMP.
           05 DENIED-POSTED            PIC S9(7) COMP.
           05 NOT-ON-FILE-POSTED       PIC S9(7) COMP.
           05 CLAIMS-QUEUED            PIC S9(7) COMP.
           05 PAID-DOLLARS             PIC S9(11)V99 COMP-3.

       77  RUN-YYYYMMDD                PIC X(08) VALUE SPACES.
       77  RETURN-CD                   PIC S9(04) VALUE +0.

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(55) VALUE
           "CLAIM-STATUS RESPONSE POSTING CONTROL REPORT".
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  COUNT-LABEL-O           PIC X(30).
           05  COUNT-O                 PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-DOLLAR-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(30)
                  VALUE "PAID DOLLARS REPORTED".
           05  PAID-DOLLARS-O          PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(80) VALUE SPACES.

      ****** CLAIM STATUS MASTER RECORD
       COPY CLMSTAT.

      ****** SHOP-WIDE VSAM ERROR HANDLER INTERFACE
       COPY VSAMERRW.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
               UNTIL NO-MORE-RESPONSES.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "CLMSTPST HOUSEKEEPING".
           OPEN INPUT STATRESP.
           OPEN OUTPUT RESUBQ, STATREJ, PSTRPT.
           OPEN I-O CLMSTAT.

           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-YYYYMMDD.
           MOVE RUN-YYYYMMDD (1:4)           TO HDR-DATE (1:4).
           MOVE "-"                          TO HDR-DATE (5:1).
           MOVE RUN-YYYYMMDD (5:2)           TO HDR-DATE (6:2).
           MOVE "-"                          TO HDR-DATE (8:1).
           MOVE RUN-YYYYMMDD (7:2)           TO HDR-DATE (9:2).
           WRITE RPT-REC FROM WS-HDR-REC.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           READ STATRESP
               AT END
               MOVE 'N' TO MORE-RESPONSE-SW
               GO TO 100-EXIT
           END-READ
           ADD +1 TO RESPONSES-READ.

           PERFORM 200-EDIT-RESPONSE THRU 200-EXIT.
           IF REJ-MSG NOT = SPACES
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 100-EXIT.

           MOVE SR-CLAIM-KEY TO CLMSTAT-KEY.
           READ CLMSTAT INTO CLAIM-STATUS-REC
               INVALID KEY
                   NEXT SENTENCE.
           IF CSCODE-NOT-FOUND
               MOVE "*** CLAIM NOT ON STATUS FILE" TO REJ-MSG
               PERFORM 700-WRITE-REJECT THRU 700-EXIT
               GO TO 100-EXIT.
           IF NOT CSCODE-OK
               PERFORM 800-VSAM-ERROR THRU 800-EXIT.

           PERFORM 300-POST-RESPONSE THRU 300-EXIT.
       100-EXIT.
           EXIT.

       200-EDIT-RESPONSE.
           MOVE SPACES TO REJ-MSG.
           IF NOT SR-VALID-STATUS
               MOVE "*** INVALID RESPONSE STATUS CODE" TO REJ-MSG
               GO TO 200-EXIT.

           CALL 'DATEVAL' USING SR-RESPONSE-DATE, RETURN-CD.
           IF RETURN-CD < 0
               MOVE "*** INVALID RESPONSE DATE" TO REJ-MSG
               GO TO 200-EXIT.

           IF SR-PAID
              AND SR-CHECK-NUMBER = SPACES
               MOVE "*** PAID RESPONSE WITHOUT CHECK NUMBER"
                                                   TO REJ-MSG
               GO TO 200-EXIT.

           IF SR-PAID
              AND SR-PAID-AMOUNT NOT NUMERIC
               MOVE "*** PAID RESPONSE WITHOUT PAID AMOUNT"
                                                   TO REJ-MSG
               GO TO 200-EXIT.
       200-EXIT.
           EXIT.

       300-POST-RESPONSE.
      *  The response replaces the last known status; a payment or a
      *  denial stops further inquiries on the claim
           MOVE SR-STATUS-CODE             TO CS-LAST-STATUS.
           MOVE SR-RESPONSE-DATE           TO CS-STATUS-DATE.
           MOVE SPACES                     TO CS-CHECK-NUMBER,
                                              CS-DENIAL-REASON.
           MOVE ZERO                       TO CS-PAID-AMOUNT.
           EVALUATE TRUE
               WHEN CS-PENDING
                   ADD +1 TO PENDING-POSTED
               WHEN CS-IN-PROCESS
                   ADD +1 TO IN-PROCESS-POSTED
               WHEN CS-PAID
                   MOVE SR-CHECK-NUMBER    TO CS-CHECK-NUMBER
                   MOVE SR-PAID-AMOUNT     TO CS-PAID-AMOUNT
                   ADD SR-PAID-AMOUNT      TO PAID-DOLLARS
                   ADD +1 TO PAID-POSTED
               WHEN CS-DENIED
                   MOVE SR-DENIAL-REASON   TO CS-DENIAL-REASON
                   ADD +1 TO DENIED-POSTED
               WHEN CS-NOT-ON-FILE
                   PERFORM 400-QUEUE-RESUBMISSION THRU 400-EXIT
                   ADD +1 TO NOT-ON-FILE-POSTED
           END-EVALUATE.

           MOVE CLAIM-STATUS-REC           TO CLMSTAT-REC.
           REWRITE CLMSTAT-REC
               INVALID KEY
                   PERFORM 800-VSAM-ERROR THRU 800-EXIT
           END-REWRITE.
           ADD +1 TO RESPONSES-POSTED.
       300-EXIT.
           EXIT.

       400-QUEUE-RESUBMISSION.
      *  The carrier never received the claim - the original record
      *  goes back out on the next transmission
           WRITE RESUBQ-REC FROM CS-CLAIM-IMAGE.
           MOVE RUN-YYYYMMDD               TO CS-RESUBMIT-DATE.
           ADD +1 TO CLAIMS-QUEUED.
       400-EXIT.
           EXIT.

       700-WRITE-REJECT.
           MOVE STATUS-RESPONSE-REC TO REJ-REST-OF-REC.
           WRITE STAT-REJ-REC.
           ADD +1 TO RESPONSES-REJECTED.
       700-EXIT.
           EXIT.

       800-VSAM-ERROR.
      *  One common routine logs the event and abends the run
           MOVE "CLMSTPST"          TO VE-PROGRAM-NAME.
           MOVE "CLMSTAT "          TO VE-FILE-NAME.
           MOVE CSCODE              TO VE-FILE-STATUS.
           MOVE CLMSTAT-KEY         TO VE-KEY-IN-HAND.
           MOVE "300-POST-RESPONSE" TO VE-PARAGRAPH.
           CALL "VSAMERR" USING VSAMERR-REQUEST-AREA.
       800-EXIT.
           EXIT.

       850-PRINT-COUNT.
           WRITE RPT-REC FROM WS-COUNT-LINE.
       850-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE "RESPONSES READ"           TO COUNT-LABEL-O.
           MOVE RESPONSES-READ             TO COUNT-O.
           PERFORM 850-PRINT-COUNT THRU 850-EXIT.
           MOVE "  PENDING"                TO COUNT-LABEL-O.
           MOVE PENDING-POSTED             TO COUNT-O.
           PERFORM 850-PRINT-COUNT THRU 850-EXIT.
           MOVE "  IN PROCESS"             TO COUNT-LABEL-O.
           MOVE IN-PROCESS-POSTED          TO COUNT-O.
           PERFORM 850-PRINT-COUNT THRU 850-EXIT.
           MOVE "  PAID"                   TO COUNT-LABEL-O.
           MOVE PAID-POSTED                TO COUNT-O.
           PERFORM 850-PRINT-COUNT THRU 850-EXIT.
           MOVE "  DENIED"                 TO COUNT-LABEL-O.
           MOVE DENIED-POSTED              TO COUNT-O.
           PERFORM 850-PRINT-COUNT THRU 850-EXIT.
           MOVE "  NOT ON FILE"            TO COUNT-LABEL-O.
           MOVE NOT-ON-FILE-POSTED         TO COUNT-O.
           PERFORM 850-PRINT-COUNT THRU 850-EXIT.
           MOVE "RESPONSES REJECTED"       TO COUNT-LABEL-O.
           MOVE RESPONSES-REJECTED         TO COUNT-O.
           PERFORM 850-PRINT-COUNT THRU 850-EXIT.
           MOVE "CLAIMS QUEUED FOR RESUBMIT"
                                           TO COUNT-LABEL-O.
           MOVE CLAIMS-QUEUED              TO COUNT-O.
           PERFORM 850-PRINT-COUNT THRU 850-EXIT.
           MOVE PAID-DOLLARS               TO PAID-DOLLARS-O.
           WRITE RPT-REC FROM WS-DOLLAR-LINE.

           CLOSE STATRESP, RESUBQ, STATREJ, PSTRPT, CLMSTAT.
           DISPLAY "NORMAL END OF JOB CLMSTPST".
       900-EXIT.
           EXIT.
