       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISCRPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          ACCOUNTING OF DISCLOSURES - PATIENT HISTORY REPORT.
      *
      *          EVERY OUTBOUND PATIENT EXTRACT (WARDRPT CENSUS,
      *          ADTXTRCT EVENTS, CLAIMSUB SUBMISSIONS, REMITADV
      *          REMITTANCE EXTRACT, DEIDENT TRAINING COPIES) LOGS ONE
      *          RECORD PER PATIENT TO THE SHARED DISCLOSURE REGISTER.
      *          WHEN A PATIENT ASKS WHO THEIR INFORMATION WAS GIVEN
      *          TO, THE PRIVACY OFFICE PUTS A REQUEST CARD IN FOR
      *          THIS RUN - PATIENT-ID, FROM AND TO DATES (YYYYMMDD)
      *          AND THE OFFICE'S OWN REQUEST REFERENCE.
      *
      *          EACH REQUEST PRINTS ON ITS OWN PAGE IN THE FORMAT THE
      *          PRIVACY OFFICE SENDS OUT: PATIENT NAME AND ADDRESS
      *          FROM THE PERSONAL MASTER, THE PERIOD COVERED, THEN
      *          ONE LINE PER DISCLOSURE - DATE, RECIPIENT (CARRIER
      *          NAME FROM THE CARRIER MASTER UNLOAD WHEN THE
      *          RECIPIENT IS A CARRIER), PURPOSE AND SOURCE EXTRACT -
      *          AND A COUNT.
      *
      *          A BLANK TO-DATE MEANS TODAY; A BLANK FROM-DATE MEANS
      *          SIX YEARS BEFORE THE TO-DATE, THE FULL PERIOD A
      *          PATIENT IS ENTITLED TO.  A REQUEST WITH AN INVALID
      *          DATE OR A RANGE THAT RUNS BACKWARDS IS LISTED AS
      *          REJECTED AND NOT RUN.
      *
      ******************************************************************

             DISCLOSURE REQUESTS     -   DDS0001.DISCREQ

             DISCLOSURE REGISTER     -   DDS0001.DISCLOG

             VSAM PERSONAL MASTER    -   DDS0001.PATPERSN

             CARRIER MASTER UNLOAD   -   DDS0001.CARRTABL

             DISCLOSURE REPORT       -   DISCPRT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCREQ
           ASSIGN TO UT-S-DISCREQ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RQCODE.

           SELECT DISCLOG
           ASSIGN TO UT-S-DISCLOG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DLCODE.

           SELECT CARRTABL
           ASSIGN TO UT-S-CARRTABL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CTCODE.

           SELECT DISCPRT
           ASSIGN TO UT-S-DISCPRT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT PATPERSN
                  ASSIGN       TO PATPERSN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PATPERSN-KEY
                  FILE STATUS  IS PPCODE.

       DATA DIVISION.
       FILE SECTION.
      ****** ONE CARD PER PATIENT REQUEST FROM THE PRIVACY OFFICE
       FD  DISCREQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCREQ-REC.
       01  DISCREQ-REC.
           05  DQ-PATIENT-ID           PIC X(06).
           05  DQ-FROM-DATE            PIC X(08).
           05  DQ-TO-DATE              PIC X(08).
           05  DQ-REQUEST-REF          PIC X(12).
           05  FILLER                  PIC X(46).

       FD  DISCLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCLOG-REC.
       01  DISCLOG-REC  PIC X(80).

       FD  CARRTABL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRTABL-REC.
       01  CARRTABL-REC  PIC X(120).

       FD  DISCPRT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       FD  PATPERSN
           RECORD CONTAINS 800 CHARACTERS
           DATA RECORD IS PATPERSN-REC.
       01  PATPERSN-REC.
           05 PATPERSN-KEY      PIC X(06).
           05 FILLER           PIC X(794).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  RQCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  DLCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  CTCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PPCODE                  PIC X(2).
               88 PPCODE-OK          VALUE "00".

       01  FLAGS-AND-SWITCHES.
           05 MORE-REQUEST-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-REQUESTS      VALUE "N".
           05 MORE-DISCLOG-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-DISCLOG       VALUE "N".
           05 MORE-CARRTABL-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-CARRTABL      VALUE "N".

       01  COUNTERS-AND-ACCUMULATORS.
           05 REQUESTS-READ            PIC S9(5) COMP.
           05 REQUESTS-REJECTED        PIC S9(5) COMP.
           05 REQUESTS-REPORTED        PIC S9(5) COMP.
           05 DISCLOSURES-LISTED       PIC S9(7) COMP.
           05 PATIENT-DISCLOSURES      PIC S9(5) COMP.

      ****** THE RUN'S REQUESTS, HELD SO THE REGISTER IS PASSED ONCE
      ****** PER PATIENT ASKED ABOUT
       01  REQUEST-TABLE.
           05  REQUEST-ENTRY OCCURS 100 TIMES.
               10  RQ-PATIENT-ID       PIC X(06).
               10  RQ-FROM-DATE        PIC X(08).
               10  RQ-TO-DATE          PIC X(08).
               10  RQ-REQUEST-REF      PIC X(12).
       77  REQUEST-ENTRY-COUNT         PIC S9(4) COMP VALUE +0.
       77  REQUEST-SUB                 PIC S9(4) COMP VALUE +0.

      ****** CARRIER CODES AND NAMES FROM THE CARRIER MASTER UNLOAD
       01  CARRIER-NAME-TABLE.
           05  CARRIER-NAME-ENTRY OCCURS 50 TIMES
                       INDEXED BY CARR-IDX.
               10  CN-CARRIER-CODE     PIC X(03).
               10  CN-CARRIER-NAME     PIC X(25).
       77  CARRIER-NAME-COUNT          PIC S9(4) COMP VALUE +0.

       01  RETURN-CD                   PIC S9(04).
       01  RUN-DATE                    PIC X(08).
       77  REJECT-REASON               PIC X(40) VALUE SPACES.

      ****** DATE EDITING - YYYYMMDD TO YYYY-MM-DD FOR PRINT
       01  EDIT-DATE-IN                PIC X(08).
       01  EDIT-DATE-OUT.
           05  EDIT-DATE-YYYY          PIC X(04).
           05  FILLER                  PIC X(01) VALUE "-".
           05  EDIT-DATE-MM            PIC X(02).
           05  FILLER                  PIC X(01) VALUE "-".
           05  EDIT-DATE-DD            PIC X(02).

       01  DEFAULT-FROM-DATE.
           05  DEFAULT-FROM-YYYY       PIC 9(04).
           05  DEFAULT-FROM-MMDD       PIC X(04).

      ****** LIVE PERSONAL-MASTER LAYOUT - SAME FIELDS SNDXBLD READS
       01  PATIENT-PERSONAL-MASTER-REC.
           05  PATIENT-NBR             PIC 9(6).
           05  SSN                     PIC X(10).
           05  AGE                     PIC 9(03).
           05  DRIVERS-LICENSE-NO      PIC X(10).
           05  ISSUING-STATE           PIC X(02).
           05  OCCUPATION              PIC X(20).
           05  EMPLOYER.
               10  EMP-NAME            PIC X(30).
               10  EMP-ADDRESS         PIC X(30).
               10  EMP-CITY            PIC X(30).
               10  EMP-STATE           PIC X(02).
               10  EMP-ZIP             PIC X(09).
           05  MARITAL-STATUS          PIC X(01).
           05  PATIENT-NAME.
               10 LAST-NAME            PIC X(15).
               10 MIDINIT              PIC X(01).
               10 FIRST-NAME           PIC X(20).
           05  PHONE-HOME              PIC X(10).
           05  PHONE-WORK              PIC X(10).
           05  PHONE-MOBILE            PIC X(10).
           05  HEIGHT                  PIC 9(02).
           05  WEIGHT                  PIC 9(03).
           05  GENDER                  PIC X(01).
           05  DOB                     PIC 9(05).
           05  FAMILY-CONTACT-PRIMARY  PIC X(30).
           05  FCON-RELATIONSHIP       PIC X(02).
           05  MINOR-INDICATOR         PIC X(01).
           05  RESPONSIBLE-PARTY.
               10  RP-SSN              PIC X(10).
               10  RP-OCCUPATION       PIC X(30).
               10  RP-EMPLOYER         PIC X(30).
               10  RP-CITY             PIC X(20).
               10  RP-ST               PIC X(02).
               10  RP-ZIP              PIC X(09).
           05  FCON-PHONE-H            PIC X(10).
           05  FCON-PHONE-C            PIC X(10).
           05  PAYMENT-METHOD-TYPE     PIC X(02).
           05  CREDIT-CARD-EXP-DATE.
               10  EXP-MONTH           PIC X(02).
               10  EXP-YEAR            PIC X(04).
           05  HOME-ADDRESS.
               10 APARTMENT-NBR        PIC X(05).
               10 STREET               PIC X(30).
               10 CITY                 PIC X(20).
               10 STATE                PIC X(02).
               10 POSTAL-CODE          PIC X(9).
               10 COUNTRY              PIC X(20).
           05  FILLER                  PIC X(322).

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(60) VALUE
           "ACCOUNTING OF DISCLOSURES OF PROTECTED HEALTH INFORMATION".
           05  FILLER                  PIC X(10) VALUE "PREPARED: ".
           05  HDR-DATE-O              PIC X(10).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-REF-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(19)
                  VALUE "PRIVACY OFFICE REF:".
           05  FILLER                  PIC X(1) VALUE " ".
           05  REF-O                   PIC X(12).
           05  FILLER                  PIC X(100) VALUE SPACES.

       01  WS-PATIENT-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(9) VALUE "PATIENT:".
           05  PAT-ID-O                PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PAT-FIRST-O             PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PAT-MIDINIT-O           PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PAT-LAST-O              PIC X(15).
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-ADDRESS-LINE-1.
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  ADDR-STREET-O           PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ADDR-APT-O              PIC X(5).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-ADDRESS-LINE-2.
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  ADDR-CITY-O             PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ADDR-STATE-O            PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  ADDR-ZIP-O              PIC X(9).
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(16)
                  VALUE "PERIOD COVERED: ".
           05  PERIOD-FROM-O           PIC X(10).
           05  FILLER                  PIC X(9) VALUE " THROUGH ".
           05  PERIOD-TO-O             PIC X(10).
           05  FILLER                  PIC X(87) VALUE SPACES.

       01  WS-COLUMN-HDR.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(12) VALUE "DATE".
           05  FILLER                  PIC X(40) VALUE "RECIPIENT".
           05  FILLER                  PIC X(32) VALUE "PURPOSE".
           05  FILLER                  PIC X(10) VALUE "SOURCE".
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  DET-DATE-O              PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-RECIPIENT-O         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-RECIPIENT-NAME-O    PIC X(25).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DET-PURPOSE-O           PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DET-EXTRACT-O           PIC X(08).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(60) VALUE
           "NO DISCLOSURES WERE RECORDED FOR THIS PERIOD.".
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(28)
                  VALUE "TOTAL DISCLOSURES IN PERIOD:".
           05  COUNT-O                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(18)
                  VALUE "REQUEST REJECTED -".
           05  FILLER                  PIC X(1) VALUE " ".
           05  REJ-REF-O               PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REJ-PATIENT-O           PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  REJ-REASON-O            PIC X(40).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(15)
                  VALUE "Requests read: ".
           05  REQUESTS-OUT            PIC Z(4).
           05  FILLER                  PIC X(11)
                  VALUE " Reported: ".
           05  REPORTED-OUT            PIC Z(4).
           05  FILLER                  PIC X(11)
                  VALUE " Rejected: ".
           05  REJECTED-OUT            PIC Z(4).
           05  FILLER                  PIC X(20)
                  VALUE " Disclosures listed:".
           05  LISTED-OUT              PIC Z(6).
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

      ****** REGISTER RECORD AND CARRIER MASTER RECORD VIEWS
       COPY DISCLOG.

       COPY CARRMSTR.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 200-REPORT-REQUEST THRU 200-EXIT
               VARYING REQUEST-SUB FROM +1 BY +1
               UNTIL REQUEST-SUB > REQUEST-ENTRY-COUNT.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "DISCRPT HOUSEKEEPING".
           OPEN INPUT DISCREQ, CARRTABL, PATPERSN.
           OPEN OUTPUT DISCPRT.

           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           MOVE RUN-DATE TO EDIT-DATE-IN.
           PERFORM 700-EDIT-DATE THRU 700-EXIT.
           MOVE EDIT-DATE-OUT TO HDR-DATE-O.
      *  Rejected requests list under the first heading, ahead of the
      *  patient pages
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.

           PERFORM 100-LOAD-CARRIER THRU 100-EXIT
               UNTIL NO-MORE-CARRTABL.
           PERFORM 150-LOAD-REQUEST THRU 150-EXIT
               UNTIL NO-MORE-REQUESTS.
       000-EXIT.
           EXIT.

       100-LOAD-CARRIER.
           READ CARRTABL INTO CARRIER-MASTER-REC
               AT END
               MOVE "N" TO MORE-CARRTABL-SW
               GO TO 100-EXIT
           END-READ
      *  A carrier past the table only loses its name on the report -
      *  the code still prints
           IF CARRIER-NAME-COUNT >= +50
               DISPLAY "*** DISCRPT CARRIER TABLE FULL - "
                       CM-CARRIER-CODE
               GO TO 100-EXIT.
           ADD +1 TO CARRIER-NAME-COUNT.
           MOVE CM-CARRIER-CODE TO CN-CARRIER-CODE (CARRIER-NAME-COUNT).
           MOVE CM-CARRIER-NAME TO CN-CARRIER-NAME (CARRIER-NAME-COUNT).
       100-EXIT.
           EXIT.

       150-LOAD-REQUEST.
           READ DISCREQ
               AT END
               MOVE "N" TO MORE-REQUEST-SW
               GO TO 150-EXIT
           END-READ
           ADD +1 TO REQUESTS-READ.

           PERFORM 160-EDIT-REQUEST THRU 160-EXIT.
           IF REJECT-REASON NOT = SPACES
               ADD +1 TO REQUESTS-REJECTED
               MOVE DQ-REQUEST-REF TO REJ-REF-O
               MOVE DQ-PATIENT-ID  TO REJ-PATIENT-O
               MOVE REJECT-REASON  TO REJ-REASON-O
               WRITE RPT-REC FROM WS-REJECT-LINE
               GO TO 150-EXIT.

           IF REQUEST-ENTRY-COUNT >= +100
               DISPLAY "*** DISCRPT REQUEST TABLE FULL - "
                       DQ-REQUEST-REF
               ADD +1 TO REQUESTS-REJECTED
               MOVE DQ-REQUEST-REF TO REJ-REF-O
               MOVE DQ-PATIENT-ID  TO REJ-PATIENT-O
               MOVE "TOO MANY REQUESTS - RESUBMIT NEXT RUN"
                                   TO REJ-REASON-O
               WRITE RPT-REC FROM WS-REJECT-LINE
               GO TO 150-EXIT.
           ADD +1 TO REQUEST-ENTRY-COUNT.
           MOVE DQ-PATIENT-ID  TO RQ-PATIENT-ID (REQUEST-ENTRY-COUNT).
           MOVE DQ-FROM-DATE   TO RQ-FROM-DATE (REQUEST-ENTRY-COUNT).
           MOVE DQ-TO-DATE     TO RQ-TO-DATE (REQUEST-ENTRY-COUNT).
           MOVE DQ-REQUEST-REF TO RQ-REQUEST-REF (REQUEST-ENTRY-COUNT).
       150-EXIT.
           EXIT.

       160-EDIT-REQUEST.
      *  Defaults first - to today, from six years back - then the
      *  range must be two real dates in the right order
           MOVE SPACES TO REJECT-REASON.
           IF DQ-PATIENT-ID = SPACES
               MOVE "MISSING PATIENT-ID" TO REJECT-REASON
               GO TO 160-EXIT.
           IF DQ-TO-DATE = SPACES
               MOVE RUN-DATE TO DQ-TO-DATE.
           CALL 'DATEVAL' USING DQ-TO-DATE, RETURN-CD.
           IF DQ-TO-DATE NOT NUMERIC OR RETURN-CD < 0
               MOVE "INVALID TO-DATE" TO REJECT-REASON
               GO TO 160-EXIT.
           IF DQ-FROM-DATE = SPACES
               MOVE DQ-TO-DATE (1:4) TO DEFAULT-FROM-YYYY
               SUBTRACT 6 FROM DEFAULT-FROM-YYYY
               MOVE DQ-TO-DATE (5:4) TO DEFAULT-FROM-MMDD
      *  Six years back from a leap day lands on a non-leap year
               IF DEFAULT-FROM-MMDD = "0229"
                   MOVE "0301" TO DEFAULT-FROM-MMDD
               END-IF
               MOVE DEFAULT-FROM-DATE TO DQ-FROM-DATE.
           CALL 'DATEVAL' USING DQ-FROM-DATE, RETURN-CD.
           IF DQ-FROM-DATE NOT NUMERIC OR RETURN-CD < 0
               MOVE "INVALID FROM-DATE" TO REJECT-REASON
               GO TO 160-EXIT.
           IF DQ-FROM-DATE > DQ-TO-DATE
               MOVE "FROM-DATE IS AFTER TO-DATE" TO REJECT-REASON.
       160-EXIT.
           EXIT.

       200-REPORT-REQUEST.
           ADD +1 TO REQUESTS-REPORTED.
           MOVE ZERO TO PATIENT-DISCLOSURES.
           PERFORM 300-PRINT-REQUEST-HEADING THRU 300-EXIT.

      *  The register is in the order the runs appended to it - one
      *  full pass per request picks out this patient's entries
           OPEN INPUT DISCLOG.
           MOVE "Y" TO MORE-DISCLOG-SW.
           PERFORM 400-SCAN-REGISTER THRU 400-EXIT
               UNTIL NO-MORE-DISCLOG.
           CLOSE DISCLOG.

           WRITE RPT-REC FROM WS-BLANK-LINE.
           IF PATIENT-DISCLOSURES = ZERO
               WRITE RPT-REC FROM WS-NONE-LINE.
           MOVE PATIENT-DISCLOSURES TO COUNT-O.
           WRITE RPT-REC FROM WS-COUNT-LINE.
       200-EXIT.
           EXIT.

       300-PRINT-REQUEST-HEADING.
           MOVE RQ-PATIENT-ID (REQUEST-SUB) TO PATPERSN-KEY, PAT-ID-O.
           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC
               INVALID KEY
                   NEXT SENTENCE.
           IF NOT PPCODE-OK
               MOVE SPACES TO PATIENT-PERSONAL-MASTER-REC
               MOVE "NOT ON PERSONAL MASTER" TO FIRST-NAME.
           MOVE FIRST-NAME     TO PAT-FIRST-O.
           MOVE MIDINIT        TO PAT-MIDINIT-O.
           MOVE LAST-NAME      TO PAT-LAST-O.
           MOVE STREET         TO ADDR-STREET-O.
           MOVE APARTMENT-NBR  TO ADDR-APT-O.
           MOVE CITY           TO ADDR-CITY-O.
           MOVE STATE          TO ADDR-STATE-O.
           MOVE POSTAL-CODE    TO ADDR-ZIP-O.
           MOVE RQ-REQUEST-REF (REQUEST-SUB) TO REF-O.
           MOVE RQ-FROM-DATE (REQUEST-SUB) TO EDIT-DATE-IN.
           PERFORM 700-EDIT-DATE THRU 700-EXIT.
           MOVE EDIT-DATE-OUT TO PERIOD-FROM-O.
           MOVE RQ-TO-DATE (REQUEST-SUB) TO EDIT-DATE-IN.
           PERFORM 700-EDIT-DATE THRU 700-EXIT.
           MOVE EDIT-DATE-OUT TO PERIOD-TO-O.

           WRITE RPT-REC FROM WS-HDR-REC
               AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-REF-LINE.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-PATIENT-LINE.
           WRITE RPT-REC FROM WS-ADDRESS-LINE-1.
           WRITE RPT-REC FROM WS-ADDRESS-LINE-2.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-PERIOD-LINE.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           WRITE RPT-REC FROM WS-COLUMN-HDR.
       300-EXIT.
           EXIT.

       400-SCAN-REGISTER.
           READ DISCLOG INTO DISCLOSURE-LOG-REC
               AT END
               MOVE "N" TO MORE-DISCLOG-SW
               GO TO 400-EXIT
           END-READ
           IF DL-PATIENT-ID NOT = RQ-PATIENT-ID (REQUEST-SUB)
              OR DL-DISCLOSURE-DATE < RQ-FROM-DATE (REQUEST-SUB)
              OR DL-DISCLOSURE-DATE > RQ-TO-DATE (REQUEST-SUB)
               GO TO 400-EXIT.
           PERFORM 500-PRINT-DISCLOSURE THRU 500-EXIT.
       400-EXIT.
           EXIT.

       500-PRINT-DISCLOSURE.
           MOVE DL-DISCLOSURE-DATE TO EDIT-DATE-IN.
           PERFORM 700-EDIT-DATE THRU 700-EXIT.
           MOVE EDIT-DATE-OUT      TO DET-DATE-O.
           MOVE DL-RECIPIENT       TO DET-RECIPIENT-O.
           MOVE DL-PURPOSE-DESC    TO DET-PURPOSE-O.
           MOVE DL-EXTRACT-NAME    TO DET-EXTRACT-O.

      *  A carrier recipient prints with its name; departments and
      *  internal recipients print as logged
           MOVE SPACES TO DET-RECIPIENT-NAME-O.
           SET CARR-IDX TO 1.
           SEARCH CARRIER-NAME-ENTRY
               AT END
                   CONTINUE
               WHEN CARR-IDX > CARRIER-NAME-COUNT
                   CONTINUE
               WHEN CN-CARRIER-CODE (CARR-IDX) = DL-RECIPIENT
                   MOVE CN-CARRIER-NAME (CARR-IDX)
                                   TO DET-RECIPIENT-NAME-O
           END-SEARCH.
           WRITE RPT-REC FROM WS-DETAIL-LINE.
           ADD +1 TO PATIENT-DISCLOSURES, DISCLOSURES-LISTED.
       500-EXIT.
           EXIT.

       700-EDIT-DATE.
           MOVE EDIT-DATE-IN (1:4) TO EDIT-DATE-YYYY.
           MOVE EDIT-DATE-IN (5:2) TO EDIT-DATE-MM.
           MOVE EDIT-DATE-IN (7:2) TO EDIT-DATE-DD.
       700-EXIT.
           EXIT.

       900-CLEANUP.
           MOVE REQUESTS-READ      TO REQUESTS-OUT.
           MOVE REQUESTS-REPORTED  TO REPORTED-OUT.
           MOVE REQUESTS-REJECTED  TO REJECTED-OUT.
           MOVE DISCLOSURES-LISTED TO LISTED-OUT.
           WRITE RPT-REC FROM WS-BLANK-LINE
               AFTER ADVANCING PAGE.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE DISCREQ, CARRTABL, PATPERSN, DISCPRT.
           DISPLAY "NORMAL END OF JOB DISCRPT".
       900-EXIT.
           EXIT.
