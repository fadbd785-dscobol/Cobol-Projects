      *          THE CLAIM AMOUNT MUST EQUAL THE SUBMITTED TOTAL
      *          CHARGE.  AGE RUNS FROM THE CLAIM'S TREATMENT DATE.
      *
      *          EACH OUTSTANDING CLAIM IS ALSO LISTED WITH ITS LAST
      *          KNOWN CARRIER STATUS FROM THE CLAIM STATUS MASTER
      *          (CLMSTINQ INQUIRES, CLMSTPST POSTS THE RESPONSES), SO
      *          THE COLLECTORS SEE WHICH AGED CLAIMS ARE PENDING,
      *          PAID, DENIED OR BACK OUT FOR RESUBMISSION.  IF THE
      *          STATUS MASTER CANNOT BE OPENED THE AGING STILL RUNS,
      *          WITHOUT THE STATUS COLUMN.
      *
      ******************************************************************

             SUBMITTED CLAIMS        -   DDS0001.ECLAIMS (PERIOD)

             PAID-CLAIM EXTRACT      -   DDS0001.PAIDCLM (PERIOD)

             VSAM CLAIM STATUS       -   DDS0001.CLMSTAT

             AGING REPORT            -   AGERPT

      ******************************************************************
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
       FD  ECLAIMS
       FD  PAIDCLM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAIDCLM-REC.
       01  PAIDCLM-REC  PIC X(120).

       FD  AGERPT
           RECORD CONTAINS 133 CHARACTERS
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
           05  ECCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  CSCODE                  PIC X(2).
               88 CSCODE-OK          VALUE "00".
               88 CSCODE-NOT-FOUND   VALUE "23".

       01  FLAGS-AND-SWITCHES.
           05 MORE-CLAIM-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-CLAIMS        VALUE "N".
           05 MORE-PAID-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-PAID          VALUE "N".
           05 STATUS-FILE-SW           PIC X(01) VALUE "N".
              88 STATUS-FILE-OPEN      VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 CLAIMS-LOADED            PIC S9(7) COMP.
           05  AGE-OVER-90-O           PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-DETAIL-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(9) VALUE "CARRIER".
           05  FILLER                  PIC X(9) VALUE "PATIENT".
           05  FILLER                  PIC X(11) VALUE "TRMT DATE".
           05  FILLER                  PIC X(6) VALUE "  AGE".
           05  FILLER                  PIC X(16)
                  VALUE "          CHARGE".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(25)
                  VALUE "LAST KNOWN STATUS".
           05  FILLER                  PIC X(11) VALUE "AS OF".
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-CLAIM-DETAIL-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  DET-CARRIER-O           PIC X(3).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  DET-PATIENT-O           PIC X(6).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DET-TRMT-DATE-O         PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DET-AGE-O               PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DET-CHARGE-O            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DET-STATUS-O            PIC X(25).
           05  DET-STATUS-DATE-O       PIC X(8).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(16)
                  VALUE "Claims loaded:  ".
      ****** PAID-CLAIM RECORD FROM THE CLAIM-PAYMENT RUN
       COPY PAIDCLM.

      ****** CLAIM STATUS MASTER RECORD
       COPY CLMSTAT.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-LOAD-CLAIM THRU 100-EXIT
           DISPLAY "CLMAGING HOUSEKEEPING".
           OPEN INPUT ECLAIMS, PAIDCLM.
           OPEN OUTPUT AGERPT.
      *  The status column is a convenience - the aging the auditors
      *  need still runs if the status master is unavailable
           OPEN INPUT CLMSTAT.
           IF CSCODE-OK
               MOVE "Y" TO STATUS-FILE-SW
           ELSE
               DISPLAY "*** CLMSTAT NOT AVAILABLE - STATUS " CSCODE
                       " - AGING PRINTED WITHOUT CLAIM STATUS".

           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DATE-WORK-YYYYMMDD.
           MOVE "-"                          TO HDR-DATE (8:1).
           MOVE FUNCTION CURRENT-DATE (7:2)  TO HDR-DATE (9:2).
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-DETAIL-HDR-REC.
       000-EXIT.
           EXIT.

                   ADD SC-TOTAL-CHARGE (CLAIM-SUB)
                       TO CA-DOLLARS-OVER-90 (CARRIER-SUB)
           END-EVALUATE.
           PERFORM 530-PRINT-CLAIM-DETAIL THRU 530-EXIT.
       500-EXIT.
           EXIT.

       520-EXIT.
           EXIT.

       530-PRINT-CLAIM-DETAIL.
           MOVE SC-CARRIER (CLAIM-SUB)        TO DET-CARRIER-O.
           MOVE SC-PATIENT-ID (CLAIM-SUB)     TO DET-PATIENT-O.
           MOVE SC-TREATMENT-DATE (CLAIM-SUB) TO DET-TRMT-DATE-O.
           MOVE SC-AGE-DAYS (CLAIM-SUB)       TO DET-AGE-O.
           MOVE SC-TOTAL-CHARGE (CLAIM-SUB)   TO DET-CHARGE-O.
           MOVE SPACES TO DET-STATUS-O, DET-STATUS-DATE-O.
           PERFORM 540-GET-CLAIM-STATUS THRU 540-EXIT.
           WRITE RPT-REC FROM WS-CLAIM-DETAIL-LINE.
       530-EXIT.
           EXIT.

       540-GET-CLAIM-STATUS.
           IF NOT STATUS-FILE-OPEN
               GO TO 540-EXIT.
           MOVE SC-CARRIER (CLAIM-SUB)        TO CS-CARRIER.
           MOVE SC-PATIENT-ID (CLAIM-SUB)     TO CS-PATIENT-ID.
           MOVE SC-TREATMENT-DATE (CLAIM-SUB) TO CS-TREATMENT-DATE.
           MOVE SC-TOTAL-CHARGE (CLAIM-SUB)   TO CS-TOTAL-CHARGE.
           MOVE CS-CLAIM-KEY                  TO CLMSTAT-KEY.
           READ CLMSTAT INTO CLAIM-STATUS-REC
               INVALID KEY
                   NEXT SENTENCE.
           IF NOT CSCODE-OK
               MOVE "NO INQUIRY" TO DET-STATUS-O
               GO TO 540-EXIT.
           MOVE CS-STATUS-DATE TO DET-STATUS-DATE-O.
           EVALUATE TRUE
               WHEN CS-INQUIRY-SENT
                   MOVE "INQUIRY SENT" TO DET-STATUS-O
               WHEN CS-PENDING
                   MOVE "PENDING" TO DET-STATUS-O
               WHEN CS-IN-PROCESS
                   MOVE "IN PROCESS" TO DET-STATUS-O
               WHEN CS-PAID
                   STRING "PAID CHK " DELIMITED BY SIZE
                          CS-CHECK-NUMBER DELIMITED BY SPACE
                       INTO DET-STATUS-O
                   END-STRING
               WHEN CS-DENIED
                   STRING "DENIED " DELIMITED BY SIZE
                          CS-DENIAL-REASON DELIMITED BY SPACE
                       INTO DET-STATUS-O
                   END-STRING
               WHEN CS-NOT-ON-FILE
                   MOVE "NOT ON FILE - RESUBMIT" TO DET-STATUS-O
               WHEN OTHER
                   MOVE CS-LAST-STATUS TO DET-STATUS-O
           END-EVALUATE.
       540-EXIT.
           EXIT.

       600-PRINT-CARRIER-LINE.
           MOVE CA-CARRIER (CARRIER-SUB)        TO AGE-CARRIER-O.
           MOVE CA-COUNT-TOTAL (CARRIER-SUB)    TO AGE-COUNT-O.
           MOVE PAID-UNMATCHED     TO ORPHAN-OUT.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE ECLAIMS, PAIDCLM, AGERPT.
           IF STATUS-FILE-OPEN
               CLOSE CLMSTAT.
           DISPLAY "NORMAL END OF JOB CLMAGING".
       200-EXIT.
           EXIT.
