       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLMSTINQ.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          WEEKLY OUTBOUND CLAIM-STATUS INQUIRY.
      *
      *          AGED UNPAID CLAIMS WERE CHASED BY TELEPHONE, ONE CALL
      *          PER CLAIM.  THIS RUN MAKES THE SAME COMPARISON
      *          CLMAGING MAKES - THE PERIOD'S SUBMITTED CLAIMS
      *          (ECLAIMS) AGAINST THE PAID-CLAIM RECORDS (PAIDCLM),
      *          TIED BY THE REMITTANCE CONVENTION - AND WRITES A
      *          STATUS INQUIRY FOR EVERY CLAIM STILL UNPAID MORE THAN
      *          30 DAYS AFTER ITS TREATMENT DATE.
      *
      *          THE INQUIRY FILE CARRIES ONE BATCH PER CARRIER
      *          (HEADER, INQUIRIES, TRAILER WITH COUNT AND DOLLARS),
      *          EACH INQUIRY IN THE CARRIER'S CM-SUBMISSION-FORMAT
      *          FROM THE CARRIER MASTER UNLOAD - THE FIXED-FORMAT
      *          LAYOUT FOR "FLT" CARRIERS, A 276-STYLE SEGMENT
      *          STRING FOR "837" CARRIERS.
      *
      *          EVERY CLAIM INQUIRED ON IS ADDED TO (OR UPDATED ON)
      *          THE CLAIM STATUS MASTER, WHERE CLMSTPST POSTS THE
      *          CARRIERS' RESPONSES.  A CLAIM THE CARRIER HAS ALREADY
      *          ANSWERED AS PAID OR DENIED IS NOT ASKED ABOUT AGAIN.
      *
      *          AN INQUIRY SENDS THE PATIENT-ID TO THE CARRIER, SO
      *          EACH PATIENT INQUIRED ON IS ENTERED ONCE PER CARRIER
      *          IN THE ACCOUNTING-OF-DISCLOSURES REGISTER.
      *
      ******************************************************************

             SUBMITTED CLAIMS        -   DDS0001.ECLAIMS (PERIOD)

             PAID-CLAIM EXTRACT      -   DDS0001.PAIDCLM (PERIOD)

             CARRIER MASTER UNLOAD   -   DDS0001.CARRTABL

             VSAM CLAIM STATUS       -   DDS0001.CLMSTAT

             STATUS INQUIRY FILE     -   DDS0001.STATINQ

             DISCLOSURE REGISTER     -   DDS0001.DISCLOG (MOD)

             CONTROL REPORT          -   INQRPT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECLAIMS
           ASSIGN TO UT-S-ECLAIMS
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ECCODE.

           SELECT PAIDCLM
           ASSIGN TO UT-S-PAIDCLM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PCCODE.

           SELECT CARRTABL
           ASSIGN TO UT-S-CARRTABL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CTCODE.

           SELECT STATINQ
           ASSIGN TO UT-S-STATINQ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SICODE.

           SELECT INQRPT
           ASSIGN TO UT-S-INQRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT DISCLOG
           ASSIGN TO UT-S-DISCLOG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DLCODE.

           SELECT CLMSTAT
                  ASSIGN       TO CLMSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CLMSTAT-KEY
                  FILE STATUS  IS CSCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  ECLAIMS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ECLAIMS-REC.
       01  ECLAIMS-REC.
           05  EC-CARRIER              PIC X(03).
           05  EC-PATIENT-ID           PIC X(06).
           05  EC-DIAGNOSTIC-CODE      PIC X(05).
           05  EC-TREATMENT-TYPE       PIC X(02).
           05  EC-TREATMENT-DATE       PIC X(08).
           05  EC-ATTENDING-PHYS-ID    PIC X(08).
           05  EC-MEDICATION-COST      PIC 9(5)V99.
           05  EC-PHARMACY-COST        PIC 9(3)V99.
           05  EC-ANCILLARY-CHARGE     PIC 9(5)V99.
           05  EC-TOTAL-CHARGE         PIC 9(7)V99.
           05  FILLER                  PIC X(40).

       FD  PAIDCLM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PAIDCLM-REC.
       01  PAIDCLM-REC  PIC X(120).

      ****** NIGHTLY SEQUENTIAL UNLOAD OF THE CARRIER MASTER CARRMNT
      ****** MAINTAINS - SAME LAYOUT AS THE CARRMSTR COPYBOOK
       FD  CARRTABL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRTABL-REC.
       01  CARRTABL-REC  PIC X(120).

      ****** STATUS INQUIRY FILE - A HEADER, THE INQUIRIES AND A
      ****** TRAILER FOR EACH CARRIER WITH CLAIMS TO ASK ABOUT
       FD  STATINQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STATINQ-REC.
       01  STATINQ-REC.
           05  SI-REC-TYPE             PIC X(01).
               88  SI-HEADER           VALUE "H".
               88  SI-INQUIRY          VALUE "D".
               88  SI-TRAILER          VALUE "T".
           05  SI-CARRIER              PIC X(03).
           05  SI-BODY                 PIC X(116).
      ****** BATCH HEADER
           05  SI-HEADER-BODY REDEFINES SI-BODY.
               10  SI-HDR-FORMAT       PIC X(03).
               10  SI-HDR-CARRIER-NAME PIC X(25).
               10  SI-HDR-INQUIRY-DATE PIC X(08).
               10  FILLER              PIC X(80).
      ****** FIXED-FORMAT ("FLT") INQUIRY
           05  SI-FLT-BODY REDEFINES SI-BODY.
               10  SI-FLT-PATIENT-ID   PIC X(06).
               10  SI-FLT-TREATMENT-DATE
                                       PIC X(08).
               10  SI-FLT-TOTAL-CHARGE PIC 9(7)V99.
               10  SI-FLT-AGE-DAYS     PIC 9(05).
               10  SI-FLT-INQUIRY-COUNT
                                       PIC 9(03).
               10  SI-FLT-LAST-STATUS  PIC X(02).
               10  FILLER              PIC X(83).
      ****** 276-STYLE ("837" CARRIER) INQUIRY SEGMENT STRING
           05  SI-X12-BODY REDEFINES SI-BODY.
               10  SI-X12-TEXT         PIC X(116).
      ****** BATCH TRAILER
           05  SI-TRAILER-BODY REDEFINES SI-BODY.
               10  SI-TRL-INQUIRY-COUNT
                                       PIC 9(07).
               10  SI-TRL-TOTAL-CHARGE PIC 9(11)V99.
               10  FILLER              PIC X(96).

       FD  INQRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       FD  DISCLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCLOG-REC.
       01  DISCLOG-REC  PIC X(80).

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
           05  PCCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  CTCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  SICODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  DLCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  CSCODE                  PIC X(2).
               88 CSCODE-OK          VALUE "00".
               88 CSCODE-NOT-FOUND   VALUE "23".

       01  FLAGS-AND-SWITCHES.
           05 MORE-CLAIM-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-CLAIMS        VALUE "N".
           05 MORE-PAID-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-PAID          VALUE "N".
           05 MORE-CARRTABL-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-CARRTABL      VALUE "N".
           05 BATCH-OPEN-SW            PIC X(01) VALUE "N".
              88 CARRIER-BATCH-OPEN    VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 CLAIMS-LOADED            PIC S9(7) COMP.
           05 PAID-RECS-READ           PIC S9(7) COMP.
           05 CLAIMS-PAID              PIC S9(7) COMP.
           05 CLAIMS-AGED-UNPAID       PIC S9(7) COMP.
           05 INQUIRIES-WRITTEN        PIC S9(7) COMP.
           05 ALREADY-ANSWERED         PIC S9(7) COMP.
           05 NO-CARRIER-CLAIMS        PIC S9(7) COMP.
           05 STATUS-RECS-ADDED        PIC S9(7) COMP.
           05 DISCLOSURES-LOGGED       PIC S9(7) COMP.
           05 TOTAL-INQUIRY-DOLLARS    PIC S9(11)V99 COMP-3.

      ****** THE PERIOD'S SUBMITTED CLAIMS, WITH THE ORIGINAL RECORD
      ****** KEPT FOR THE CLAIM STATUS MASTER
       01  SUBMITTED-CLAIM-TABLE.
           05  SUBMITTED-CLAIM-ENTRY OCCURS 5000 TIMES.
               10  SC-CARRIER          PIC X(03).
               10  SC-PATIENT-ID       PIC X(06).
               10  SC-TREATMENT-DATE   PIC X(08).
               10  SC-TOTAL-CHARGE     PIC S9(7)V99 COMP-3.
               10  SC-AGE-DAYS         PIC S9(5) COMP.
               10  SC-PAID-SW          PIC X(01).
                   88  SC-PAID         VALUE "Y".
               10  SC-INQUIRY-SW       PIC X(01).
                   88  SC-INQUIRED     VALUE "Y".
               10  SC-CLAIM-IMAGE      PIC X(100).
       77  CLAIM-ENTRY-COUNT           PIC S9(5) COMP VALUE +0.
       77  CLAIM-SUB                   PIC S9(5) COMP VALUE +0.
       77  MATCH-SUB                   PIC S9(5) COMP VALUE +0.

      ****** AN UNPAID CLAIM OLDER THAN THIS IS INQUIRED ON - THE
      ****** SAME LINE CLMAGING DRAWS BETWEEN ITS 0-30 AND 31-60
      ****** DAY BUCKETS
       77  INQUIRY-MIN-AGE-DAYS        PIC S9(3) COMP VALUE +31.

      ****** CARRIERS ON THE MASTER UNLOAD, WITH EACH CARRIER'S
      ****** INQUIRY COUNT AND DOLLARS FOR THE CONTROL REPORT
       01  CARRIER-INQUIRY-TABLE.
           05  CARRIER-INQUIRY-ENTRY OCCURS 10 TIMES.
               10  CI-CARRIER-CODE     PIC X(03).
               10  CI-CARRIER-NAME     PIC X(25).
               10  CI-FORMAT           PIC X(03).
                   88  CI-FORMAT-837   VALUE "837".
               10  CI-INQUIRY-COUNT    PIC S9(7) COMP.
               10  CI-INQUIRY-DOLLARS  PIC S9(11)V99 COMP-3.
       77  CARRIER-COUNT               PIC S9(4) COMP VALUE +0.
       77  CARRIER-SUB                 PIC S9(4) COMP VALUE +0.

       01  DATE-WORK-FIELDS.
           05  DATE-WORK-YYYYMMDD      PIC 9(08).
           05  DATE-WORK-DAY-NUM       PIC S9(7) COMP.
           05  RUN-DAY-NUM             PIC S9(7) COMP.
           05  RUN-YYYYMMDD            PIC X(08).

      ****** PATIENTS ALREADY LOGGED FOR THE CARRIER IN HAND - ONE
      ****** DISCLOSURE PER PATIENT PER CARRIER, NOT PER CLAIM
       01  DISCLOSED-TABLE.
           05  DISCLOSED-ENTRY OCCURS 5000 TIMES
                       INDEXED BY DISC-IDX.
               10  DISC-PATIENT-ID     PIC X(06).
       77  DISCLOSED-COUNT             PIC S9(5) COMP VALUE +0.
       77  DISCLOSED-FOUND-SW          PIC X(01) VALUE "N".
           88 ALREADY-DISCLOSED VALUE "Y".
       77  DISCLOSURE-DATE             PIC X(08) VALUE SPACES.
       77  DISCLOSURE-TIME             PIC X(06) VALUE SPACES.

      ****** 276-STYLE INQUIRY WORK FIELDS
       01  X12-WORK-FIELDS.
           05  X12-CHARGE-TEXT         PIC 9(7).99.

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(55) VALUE
           "CLAIM-STATUS INQUIRY CONTROL REPORT".
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-CARRIER-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  INQ-CARRIER-O           PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  INQ-CARRIER-NAME-O      PIC X(25).
           05  FILLER                  PIC X(9)
                  VALUE "  FORMAT:".
           05  INQ-FORMAT-O            PIC X(3).
           05  FILLER                  PIC X(13)
                  VALUE "  INQUIRIES:".
           05  INQ-COUNT-O             PIC ZZZZZZ9.
           05  FILLER                  PIC X(11)
                  VALUE "  DOLLARS:".
           05  INQ-DOLLARS-O           PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(16)
                  VALUE "Claims loaded:  ".
           05  LOADED-OUT              PIC Z(6).
           05  FILLER                  PIC X(7)
                  VALUE " Paid: ".
           05  PAID-OUT                PIC Z(6).
           05  FILLER                  PIC X(14)
                  VALUE " Aged unpaid: ".
           05  AGED-OUT                PIC Z(6).
           05  FILLER                  PIC X(12)
                  VALUE " Inquiries: ".
           05  INQUIRIES-OUT           PIC Z(6).
           05  FILLER                  PIC X(18)
                  VALUE " Already answered:".
           05  ANSWERED-OUT            PIC Z(6).
           05  FILLER                  PIC X(13)
                  VALUE " No carrier: ".
           05  NO-CARRIER-OUT          PIC Z(6).
           05  FILLER                  PIC X(17) VALUE SPACES.

      ****** PAID-CLAIM RECORD FROM THE CLAIM-PAYMENT RUN
       COPY PAIDCLM.

      ****** CARRIER MASTER RECORD VIEW OF THE UNLOAD FILE
       COPY CARRMSTR.

      ****** ACCOUNTING-OF-DISCLOSURES REGISTER RECORD
       COPY DISCLOG.

      ****** CLAIM STATUS MASTER RECORD
       COPY CLMSTAT.

      ****** SHOP-WIDE VSAM ERROR HANDLER INTERFACE
       COPY VSAMERRW.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-LOAD-CLAIM THRU 100-EXIT
               UNTIL NO-MORE-CLAIMS.
           PERFORM 110-MATCH-PAYMENT THRU 110-EXIT
               UNTIL NO-MORE-PAID.
           PERFORM 300-CARRIER-BATCH THRU 300-EXIT
               VARYING CARRIER-SUB FROM +1 BY +1
               UNTIL CARRIER-SUB > CARRIER-COUNT.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "CLMSTINQ HOUSEKEEPING".
           OPEN INPUT ECLAIMS, PAIDCLM, CARRTABL.
           OPEN OUTPUT STATINQ, INQRPT.
           OPEN EXTEND DISCLOG.
           OPEN I-O CLMSTAT.

           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DISCLOSURE-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO DISCLOSURE-TIME.
           MOVE RUN-YYYYMMDD                 TO DATE-WORK-YYYYMMDD.
           COMPUTE RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (DATE-WORK-YYYYMMDD).
           MOVE RUN-YYYYMMDD (1:4)           TO HDR-DATE (1:4).
           MOVE "-"                          TO HDR-DATE (5:1).
           MOVE RUN-YYYYMMDD (5:2)           TO HDR-DATE (6:2).
           MOVE "-"                          TO HDR-DATE (8:1).
           MOVE RUN-YYYYMMDD (7:2)           TO HDR-DATE (9:2).
           WRITE RPT-REC FROM WS-HDR-REC.

           PERFORM 050-LOAD-CARRIER THRU 050-EXIT
               UNTIL NO-MORE-CARRTABL.
           IF CARRIER-COUNT = +0
               DISPLAY "*** EMPTY CARRIER MASTER UNLOAD - "
                       "NO CARRIER TO INQUIRE OF ***"
               CLOSE ECLAIMS, PAIDCLM, CARRTABL, STATINQ, INQRPT,
                     DISCLOG, CLMSTAT
               MOVE +16 TO RETURN-CODE
               GOBACK.
       000-EXIT.
           EXIT.

       050-LOAD-CARRIER.
           READ CARRTABL INTO CARRIER-MASTER-REC
               AT END
               MOVE 'N' TO MORE-CARRTABL-SW
               GO TO 050-EXIT
           END-READ
      *  A carrier dropped off the table would silently never be
      *  asked about its claims - overflow stops the run instead
           IF CARRIER-COUNT >= +10
               DISPLAY "*** CARRIER MASTER EXCEEDS TABLE - "
                       "INCREASE CARRIER-INQUIRY-ENTRY OCCURS ***"
               CLOSE ECLAIMS, PAIDCLM, CARRTABL, STATINQ, INQRPT,
                     DISCLOG, CLMSTAT
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO CARRIER-COUNT.
           MOVE CM-CARRIER-CODE      TO CI-CARRIER-CODE (CARRIER-COUNT).
           MOVE CM-CARRIER-NAME      TO CI-CARRIER-NAME (CARRIER-COUNT).
           MOVE CM-SUBMISSION-FORMAT TO CI-FORMAT (CARRIER-COUNT).
           MOVE +0 TO CI-INQUIRY-COUNT (CARRIER-COUNT).
           MOVE +0 TO CI-INQUIRY-DOLLARS (CARRIER-COUNT).
       050-EXIT.
           EXIT.

       100-LOAD-CLAIM.
           READ ECLAIMS
               AT END
               MOVE 'N' TO MORE-CLAIM-SW
               GO TO 100-EXIT
           END-READ
           IF CLAIM-ENTRY-COUNT >= +5000
               DISPLAY "*** CLMSTINQ CLAIM TABLE FULL"
               GO TO 100-EXIT.
           ADD +1 TO CLAIM-ENTRY-COUNT.
           ADD +1 TO CLAIMS-LOADED.
           MOVE EC-CARRIER        TO SC-CARRIER (CLAIM-ENTRY-COUNT).
           MOVE EC-PATIENT-ID     TO SC-PATIENT-ID
                                               (CLAIM-ENTRY-COUNT).
           MOVE EC-TREATMENT-DATE TO SC-TREATMENT-DATE
                                               (CLAIM-ENTRY-COUNT).
           MOVE EC-TOTAL-CHARGE   TO SC-TOTAL-CHARGE
                                               (CLAIM-ENTRY-COUNT).
           MOVE ECLAIMS-REC       TO SC-CLAIM-IMAGE
                                               (CLAIM-ENTRY-COUNT).
           MOVE "N"               TO SC-PAID-SW (CLAIM-ENTRY-COUNT).
           MOVE "N"               TO SC-INQUIRY-SW
                                               (CLAIM-ENTRY-COUNT).
           MOVE +0 TO DATE-WORK-DAY-NUM.
           IF EC-TREATMENT-DATE NUMERIC
               MOVE EC-TREATMENT-DATE TO DATE-WORK-YYYYMMDD
               COMPUTE DATE-WORK-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE (DATE-WORK-YYYYMMDD)
           END-IF.
           IF DATE-WORK-DAY-NUM > +0
               COMPUTE SC-AGE-DAYS (CLAIM-ENTRY-COUNT) =
                   RUN-DAY-NUM - DATE-WORK-DAY-NUM
           ELSE
               MOVE +0 TO SC-AGE-DAYS (CLAIM-ENTRY-COUNT).
       100-EXIT.
           EXIT.

       110-MATCH-PAYMENT.
           READ PAIDCLM INTO PAID-CLAIM-REC
               AT END
               MOVE 'N' TO MORE-PAID-SW
               GO TO 110-EXIT
           END-READ
           ADD +1 TO PAID-RECS-READ.
           MOVE +0 TO MATCH-SUB.
           PERFORM 400-SCAN-CLAIMS THRU 400-EXIT
               VARYING CLAIM-SUB FROM +1 BY +1
               UNTIL CLAIM-SUB > CLAIM-ENTRY-COUNT
                  OR MATCH-SUB > +0.
           IF MATCH-SUB = +0
               GO TO 110-EXIT.
           MOVE "Y" TO SC-PAID-SW (MATCH-SUB).
           ADD +1 TO CLAIMS-PAID.
       110-EXIT.
           EXIT.

       300-CARRIER-BATCH.
      *  One batch per carrier - the header goes out with the
      *  carrier's first inquiry, so a carrier with nothing aged
      *  gets no empty batch
           MOVE "N" TO BATCH-OPEN-SW.
           MOVE +0 TO DISCLOSED-COUNT.
           PERFORM 310-SELECT-CLAIM THRU 310-EXIT
               VARYING CLAIM-SUB FROM +1 BY +1
               UNTIL CLAIM-SUB > CLAIM-ENTRY-COUNT.
           IF CARRIER-BATCH-OPEN
               PERFORM 340-WRITE-TRAILER THRU 340-EXIT.
           PERFORM 600-PRINT-CARRIER-LINE THRU 600-EXIT.
       300-EXIT.
           EXIT.

       310-SELECT-CLAIM.
           IF SC-CARRIER (CLAIM-SUB) NOT = CI-CARRIER-CODE (CARRIER-SUB)
               GO TO 310-EXIT.
           IF SC-PAID (CLAIM-SUB)
              OR SC-AGE-DAYS (CLAIM-SUB) < INQUIRY-MIN-AGE-DAYS
               GO TO 310-EXIT.
           MOVE "Y" TO SC-INQUIRY-SW (CLAIM-SUB).
           PERFORM 320-UPDATE-CLAIM-STATUS THRU 320-EXIT.
           IF CS-CARRIER-ANSWERED
               ADD +1 TO ALREADY-ANSWERED
               GO TO 310-EXIT.
           IF NOT CARRIER-BATCH-OPEN
               PERFORM 330-WRITE-HEADER THRU 330-EXIT.
           PERFORM 350-WRITE-INQUIRY THRU 350-EXIT.
           PERFORM 370-LOG-DISCLOSURE THRU 370-EXIT.
       310-EXIT.
           EXIT.

       320-UPDATE-CLAIM-STATUS.
      *  First inquiry adds the claim to the status master; a later
      *  one bumps the count and keeps the last known status.  A
      *  claim already answered as paid or denied is left alone
           MOVE SC-CARRIER (CLAIM-SUB)        TO CS-CARRIER.
           MOVE SC-PATIENT-ID (CLAIM-SUB)     TO CS-PATIENT-ID.
           MOVE SC-TREATMENT-DATE (CLAIM-SUB) TO CS-TREATMENT-DATE.
           MOVE SC-TOTAL-CHARGE (CLAIM-SUB)   TO CS-TOTAL-CHARGE.
           MOVE CS-CLAIM-KEY                  TO CLMSTAT-KEY.
           READ CLMSTAT INTO CLAIM-STATUS-REC
               INVALID KEY
                   NEXT SENTENCE.
           IF CSCODE-NOT-FOUND
               MOVE SPACES TO CLAIM-STATUS-REC
               MOVE SC-CARRIER (CLAIM-SUB)    TO CS-CARRIER
               MOVE SC-PATIENT-ID (CLAIM-SUB) TO CS-PATIENT-ID
               MOVE SC-TREATMENT-DATE (CLAIM-SUB)
                                              TO CS-TREATMENT-DATE
               MOVE SC-TOTAL-CHARGE (CLAIM-SUB)
                                              TO CS-TOTAL-CHARGE
               MOVE "IQ"                      TO CS-LAST-STATUS
               MOVE RUN-YYYYMMDD              TO CS-STATUS-DATE
               MOVE ZERO                      TO CS-PAID-AMOUNT
               MOVE 1                         TO CS-INQUIRY-COUNT
               MOVE RUN-YYYYMMDD              TO CS-LAST-INQUIRY-DATE
               MOVE SC-CLAIM-IMAGE (CLAIM-SUB) TO CS-CLAIM-IMAGE
               MOVE CLAIM-STATUS-REC          TO CLMSTAT-REC
               WRITE CLMSTAT-REC
                   INVALID KEY
                       PERFORM 390-VSAM-ERROR THRU 390-EXIT
               END-WRITE
               ADD +1 TO STATUS-RECS-ADDED
               GO TO 320-EXIT.
           IF NOT CSCODE-OK
               PERFORM 390-VSAM-ERROR THRU 390-EXIT.
           IF CS-CARRIER-ANSWERED
               GO TO 320-EXIT.
           IF CS-INQUIRY-COUNT < 999
               ADD 1 TO CS-INQUIRY-COUNT.
           MOVE RUN-YYYYMMDD                  TO CS-LAST-INQUIRY-DATE.
           MOVE CLAIM-STATUS-REC              TO CLMSTAT-REC.
           REWRITE CLMSTAT-REC
               INVALID KEY
                   PERFORM 390-VSAM-ERROR THRU 390-EXIT
           END-REWRITE.
       320-EXIT.
           EXIT.

       330-WRITE-HEADER.
           MOVE SPACES                        TO STATINQ-REC.
           MOVE "H"                           TO SI-REC-TYPE.
           MOVE CI-CARRIER-CODE (CARRIER-SUB) TO SI-CARRIER.
           MOVE CI-FORMAT (CARRIER-SUB)       TO SI-HDR-FORMAT.
           MOVE CI-CARRIER-NAME (CARRIER-SUB) TO SI-HDR-CARRIER-NAME.
           MOVE RUN-YYYYMMDD                  TO SI-HDR-INQUIRY-DATE.
           WRITE STATINQ-REC.
           MOVE "Y" TO BATCH-OPEN-SW.
       330-EXIT.
           EXIT.

       340-WRITE-TRAILER.
           MOVE SPACES                        TO STATINQ-REC.
           MOVE "T"                           TO SI-REC-TYPE.
           MOVE CI-CARRIER-CODE (CARRIER-SUB) TO SI-CARRIER.
           MOVE CI-INQUIRY-COUNT (CARRIER-SUB)
                                              TO SI-TRL-INQUIRY-COUNT.
           MOVE CI-INQUIRY-DOLLARS (CARRIER-SUB)
                                              TO SI-TRL-TOTAL-CHARGE.
           WRITE STATINQ-REC.
       340-EXIT.
           EXIT.

       350-WRITE-INQUIRY.
           MOVE SPACES                        TO STATINQ-REC.
           MOVE "D"                           TO SI-REC-TYPE.
           MOVE CS-CARRIER                    TO SI-CARRIER.
           IF CI-FORMAT-837 (CARRIER-SUB)
               PERFORM 360-BUILD-X12-INQUIRY THRU 360-EXIT
           ELSE
               MOVE CS-PATIENT-ID             TO SI-FLT-PATIENT-ID
               MOVE CS-TREATMENT-DATE         TO SI-FLT-TREATMENT-DATE
               MOVE CS-TOTAL-CHARGE           TO SI-FLT-TOTAL-CHARGE
               MOVE SC-AGE-DAYS (CLAIM-SUB)   TO SI-FLT-AGE-DAYS
               MOVE CS-INQUIRY-COUNT          TO SI-FLT-INQUIRY-COUNT
               MOVE CS-LAST-STATUS            TO SI-FLT-LAST-STATUS.
           WRITE STATINQ-REC.
           ADD +1 TO INQUIRIES-WRITTEN, CLAIMS-AGED-UNPAID.
           ADD +1 TO CI-INQUIRY-COUNT (CARRIER-SUB).
           ADD SC-TOTAL-CHARGE (CLAIM-SUB)
                               TO CI-INQUIRY-DOLLARS (CARRIER-SUB),
                                  TOTAL-INQUIRY-DOLLARS.
       350-EXIT.
           EXIT.

       360-BUILD-X12-INQUIRY.
      *  Trace number is the patient-id and treatment date - the
      *  carrier echoes it back on its 277 response
           MOVE CS-TOTAL-CHARGE               TO X12-CHARGE-TEXT.
           STRING "ST*276~TRN*1*"             DELIMITED BY SIZE
                  CS-PATIENT-ID               DELIMITED BY SIZE
                  CS-TREATMENT-DATE           DELIMITED BY SIZE
                  "~DTP*472*D8*"              DELIMITED BY SIZE
                  CS-TREATMENT-DATE           DELIMITED BY SIZE
                  "~AMT*T3*"                  DELIMITED BY SIZE
                  X12-CHARGE-TEXT             DELIMITED BY SIZE
                  "~SE~"                      DELIMITED BY SIZE
               INTO SI-X12-TEXT
           END-STRING.
       360-EXIT.
           EXIT.

       370-LOG-DISCLOSURE.
      *  First inquiry for this patient to this carrier is the
      *  disclosure; later claims in the batch add nothing
           MOVE "N" TO DISCLOSED-FOUND-SW.
           SET DISC-IDX TO 1.
           SEARCH DISCLOSED-ENTRY
               AT END
                   CONTINUE
               WHEN DISC-IDX > DISCLOSED-COUNT
                   CONTINUE
               WHEN DISC-PATIENT-ID (DISC-IDX) = CS-PATIENT-ID
                   MOVE "Y" TO DISCLOSED-FOUND-SW
           END-SEARCH.
           IF ALREADY-DISCLOSED
               GO TO 370-EXIT.

      *  A full table only costs a duplicate register entry, never
      *  a missing one
           IF DISCLOSED-COUNT < +5000
               ADD +1 TO DISCLOSED-COUNT
               MOVE CS-PATIENT-ID TO DISC-PATIENT-ID (DISCLOSED-COUNT).

           MOVE SPACES                   TO DISCLOSURE-LOG-REC.
           MOVE CS-PATIENT-ID            TO DL-PATIENT-ID.
           MOVE DISCLOSURE-DATE          TO DL-DISCLOSURE-DATE.
           MOVE DISCLOSURE-TIME          TO DL-DISCLOSURE-TIME.
           MOVE "CLMSTINQ"               TO DL-EXTRACT-NAME.
           MOVE CS-CARRIER               TO DL-RECIPIENT.
           MOVE "PY"                     TO DL-PURPOSE-CODE.
           MOVE "CLAIM STATUS INQUIRY"   TO DL-PURPOSE-DESC.
           WRITE DISCLOG-REC FROM DISCLOSURE-LOG-REC.
           ADD +1 TO DISCLOSURES-LOGGED.
       370-EXIT.
           EXIT.

       390-VSAM-ERROR.
      *  One common routine logs the event and abends the run
           MOVE "CLMSTINQ"          TO VE-PROGRAM-NAME.
           MOVE "CLMSTAT "          TO VE-FILE-NAME.
           MOVE CSCODE              TO VE-FILE-STATUS.
           MOVE CLMSTAT-KEY         TO VE-KEY-IN-HAND.
           MOVE "320-UPDATE-CLAIM-STATUS" TO VE-PARAGRAPH.
           CALL "VSAMERR" USING VSAMERR-REQUEST-AREA.
       390-EXIT.
           EXIT.

       400-SCAN-CLAIMS.
      *  Remittance convention - the claim number's first six bytes
      *  are the patient-id, and the paid amount must equal the
      *  submitted charge
           IF SC-PAID (CLAIM-SUB)
               GO TO 400-EXIT.
           IF SC-PATIENT-ID (CLAIM-SUB) = PC-CLAIM-NUMBER (1:6)
              AND SC-TOTAL-CHARGE (CLAIM-SUB) = PC-CLAIM-AMOUNT
               MOVE CLAIM-SUB TO MATCH-SUB.
       400-EXIT.
           EXIT.

       500-COUNT-NO-CARRIER.
      *  Aged unpaid claims whose carrier is no longer on the master
      *  have no one to be asked - counted for follow-up
           IF SC-PAID (CLAIM-SUB) OR SC-INQUIRED (CLAIM-SUB)
              OR SC-AGE-DAYS (CLAIM-SUB) < INQUIRY-MIN-AGE-DAYS
               GO TO 500-EXIT.
           ADD +1 TO NO-CARRIER-CLAIMS.
       500-EXIT.
           EXIT.

       600-PRINT-CARRIER-LINE.
           MOVE CI-CARRIER-CODE (CARRIER-SUB)    TO INQ-CARRIER-O.
           MOVE CI-CARRIER-NAME (CARRIER-SUB)    TO INQ-CARRIER-NAME-O.
           MOVE CI-FORMAT (CARRIER-SUB)          TO INQ-FORMAT-O.
           MOVE CI-INQUIRY-COUNT (CARRIER-SUB)   TO INQ-COUNT-O.
           MOVE CI-INQUIRY-DOLLARS (CARRIER-SUB) TO INQ-DOLLARS-O.
           WRITE RPT-REC FROM WS-CARRIER-LINE.
       600-EXIT.
           EXIT.

       200-CLEANUP.
           PERFORM 500-COUNT-NO-CARRIER THRU 500-EXIT
               VARYING CLAIM-SUB FROM +1 BY +1
               UNTIL CLAIM-SUB > CLAIM-ENTRY-COUNT.
           ADD ALREADY-ANSWERED NO-CARRIER-CLAIMS
                                   TO CLAIMS-AGED-UNPAID.

           MOVE CLAIMS-LOADED      TO LOADED-OUT.
           MOVE CLAIMS-PAID        TO PAID-OUT.
           MOVE CLAIMS-AGED-UNPAID TO AGED-OUT.
           MOVE INQUIRIES-WRITTEN  TO INQUIRIES-OUT.
           MOVE ALREADY-ANSWERED   TO ANSWERED-OUT.
           MOVE NO-CARRIER-CLAIMS  TO NO-CARRIER-OUT.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE ECLAIMS, PAIDCLM, CARRTABL, STATINQ, INQRPT,
                 DISCLOG, CLMSTAT.
           DISPLAY "** STATUS RECORDS ADDED **".
           DISPLAY STATUS-RECS-ADDED.
           DISPLAY "** DISCLOSURES LOGGED **".
           DISPLAY DISCLOSURES-LOGGED.
           DISPLAY "NORMAL END OF JOB CLMSTINQ".
       200-EXIT.
           EXIT.
