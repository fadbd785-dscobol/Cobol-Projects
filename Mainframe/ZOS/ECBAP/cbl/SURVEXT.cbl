       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SURVEXT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          WEEKLY POST-DISCHARGE PATIENT EXPERIENCE SURVEY
      *          MAILING EXTRACT.
      *
      *          ADMINISTRATION MUST SURVEY A SAMPLE OF DISCHARGED
      *          PATIENTS; THE NAMES WERE PULLED BY HAND.  THIS RUN
      *          PASSES THE WEEK'S DISCHARGE HISTORY RECORDS AND
      *          DROPS -
      *
      *             PATIENTS WHO EXPIRED, LEFT AGAINST MEDICAL ADVICE
      *             OR WERE TRANSFERRED (DH-DISPOSITION-CODE)
      *             MINORS (MINOR-INDICATOR ON THE PERSONAL MASTER)
      *             ANYONE SURVEYED IN THE LAST SIX MONTHS
      *             ANYONE WITH NO PERSONAL MASTER OR NO STREET ADDRESS
      *
      *          THE WARD IS THE WARD OF THE PATIENT'S PRIMARY BED ON
      *          THE BED-STATUS MASTER.  THE SAMPLE IS DRAWN WARD BY
      *          WARD FROM THE SURVPARM CARDS - EVERY NTH ELIGIBLE
      *          DISCHARGE, UP TO A MAXIMUM PER WARD.  A CARD WITH
      *          WARD "****" SETS THE RATE FOR EVERY WARD WITHOUT A
      *          CARD OF ITS OWN; WITH NO DEFAULT CARD EVERY 5TH
      *          ELIGIBLE DISCHARGE IS TAKEN, UP TO 50 A WARD.
      *
      *          EACH PATIENT SELECTED GOES TO THE VENDOR'S MAILING
      *          EXTRACT WITH NAME AND HOME ADDRESS, IS ADDED TO THE
      *          SUPPRESSION HISTORY (A NEW GENERATION IS WRITTEN
      *          EACH RUN, CARRYING FORWARD THE ENTRIES STILL INSIDE
      *          THE SIX-MONTH WINDOW), AND IS ENTERED IN THE
      *          ACCOUNTING-OF-DISCLOSURES REGISTER.
      *
      ******************************************************************

             DISCHARGE HISTORY       -   DDS0001.DISCHIST (WEEK)

             BED-STATUS MASTER       -   DDS0001.BEDSTAT(0)

             SAMPLE CONTROL CARDS    -   DDS0001.SURVPARM

             SUPPRESSION HISTORY     -   DDS0001.SURVHIST(0)

             NEW SUPPRESSION HISTORY -   DDS0001.SURVHIST(+1)

             VSAM PERSONAL MASTER    -   DDS0001.PATPERSN

             VENDOR MAILING EXTRACT  -   DDS0001.SURVMAIL

             DISCLOSURE REGISTER     -   DDS0001.DISCLOG (MOD)

             CONTROL REPORT          -   SURVRPT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCHIST
           ASSIGN TO UT-S-DISCHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DHCODE.

           SELECT BEDSTAT
           ASSIGN TO UT-S-BEDSTAT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BSCODE.

           SELECT SURVPARM
           ASSIGN TO UT-S-SURVPARM
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SPCODE.

           SELECT SURVHIST
           ASSIGN TO UT-S-SURVHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SHCODE.

           SELECT SURVHNEW
           ASSIGN TO UT-S-SURVHNEW
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SNCODE.

           SELECT SURVMAIL
           ASSIGN TO UT-S-SURVMAIL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS SMCODE.

           SELECT DISCLOG
           ASSIGN TO UT-S-DISCLOG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DLCODE.

           SELECT SURVRPT
           ASSIGN TO UT-S-SURVRPT
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
       FD  DISCHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 2992 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCHIST-REC.
       01  DISCHIST-REC  PIC X(2992).

      ****** CURRENT BED-STATUS MASTER WRITTEN BY BEDSTAT
       FD  BEDSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BEDSTAT-REC.
       01  BEDSTAT-REC  PIC X(60).

      ****** ONE CARD PER WARD WITH ITS OWN SAMPLE RATE, PLUS AN
      ****** OPTIONAL "****" CARD FOR ALL OTHER WARDS
       FD  SURVPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SURVPARM-REC.
       01  SURVPARM-REC.
           05  SP-WARD-ID              PIC X(04).
               88  SP-DEFAULT-WARD     VALUE "****".
           05  SP-SAMPLE-INTERVAL      PIC 9(03).
           05  SP-MAX-PER-WARD         PIC 9(04).
           05  FILLER                  PIC X(69).

      ****** ONE RECORD PER PATIENT SURVEYED
       FD  SURVHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SURVHIST-REC.
       01  SURVHIST-REC.
           05  SH-PATIENT-ID           PIC X(06).
           05  SH-SURVEY-DATE          PIC X(08).
           05  SH-WARD-ID              PIC X(04).
           05  SH-DISCHARGE-DATE       PIC X(10).
           05  FILLER                  PIC X(12).

       FD  SURVHNEW
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SURVHNEW-REC.
       01  SURVHNEW-REC  PIC X(40).

      ****** MAILING EXTRACT SENT TO THE SURVEY VENDOR
       FD  SURVMAIL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SURVMAIL-REC.
       01  SURVMAIL-REC.
           05  SM-PATIENT-ID           PIC X(06).
           05  SM-FIRST-NAME           PIC X(20).
           05  SM-MIDINIT              PIC X(01).
           05  SM-LAST-NAME            PIC X(15).
           05  SM-STREET               PIC X(30).
           05  SM-APARTMENT-NBR        PIC X(05).
           05  SM-CITY                 PIC X(20).
           05  SM-STATE                PIC X(02).
           05  SM-POSTAL-CODE          PIC X(09).
           05  SM-COUNTRY              PIC X(20).
           05  SM-WARD-ID              PIC X(04).
           05  SM-DISCHARGE-DATE       PIC X(10).
           05  SM-EXTRACT-DATE         PIC X(08).
           05  FILLER                  PIC X(50).

       FD  DISCLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCLOG-REC.
       01  DISCLOG-REC  PIC X(80).

       FD  SURVRPT
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
           05  DHCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  BSCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  SPCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  SHCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  SNCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  SMCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  DLCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PPCODE                  PIC X(2).
               88 PPCODE-OK          VALUE "00".

       01  FLAGS-AND-SWITCHES.
           05 MORE-DISCHIST-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-DISCHIST      VALUE "N".
           05 MORE-BEDSTAT-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-BEDSTAT       VALUE "N".
           05 MORE-PARM-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-PARMS         VALUE "N".
           05 MORE-SURVHIST-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-SURVHIST      VALUE "N".
           05 SUPPRESSED-SW            PIC X(01) VALUE "N".
              88 RECENTLY-SURVEYED     VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 DISCHARGES-READ          PIC S9(7) COMP.
           05 EXCL-EXPIRED             PIC S9(7) COMP.
           05 EXCL-AMA                 PIC S9(7) COMP.
           05 EXCL-TRANSFERRED         PIC S9(7) COMP.
           05 EXCL-MINOR               PIC S9(7) COMP.
           05 EXCL-RECENT-SURVEY       PIC S9(7) COMP.
           05 EXCL-NO-ADDRESS          PIC S9(7) COMP.
           05 ELIGIBLE-COUNT           PIC S9(7) COMP.
           05 PATIENTS-SELECTED        PIC S9(7) COMP.
           05 HISTORY-READ             PIC S9(7) COMP.
           05 HISTORY-CARRIED          PIC S9(7) COMP.
           05 HISTORY-DROPPED          PIC S9(7) COMP.
           05 DISCLOSURES-LOGGED       PIC S9(7) COMP.

      ****** BED-TO-WARD CROSS REFERENCE FROM THE BED-STATUS MASTER
       01  BED-STATUS-REC.
           05  BS-BED-ID               PIC X(04).
           05  BS-ROOM-ID              PIC X(08).
           05  BS-WARD-ID              PIC X(08).
           05  BS-STATUS-CODE          PIC X(01).
           05  BS-STATUS-DATE          PIC X(10).
           05  BS-STATUS-COMMENT       PIC X(29).

       01  BED-WARD-TABLE.
           05  BED-WARD-ENTRY OCCURS 2000 TIMES
                       INDEXED BY BED-IDX.
               10  BW-BED-ID           PIC X(04).
               10  BW-WARD-ID          PIC X(04).
       77  BED-COUNT                   PIC S9(5) COMP VALUE +0.

      ****** SAMPLE RATE AND COUNTS PER WARD - WARDS WITHOUT A CARD
      ****** OF THEIR OWN ARE ADDED AT THE DEFAULT RATE AS THEY
      ****** TURN UP
       01  WARD-SAMPLE-TABLE.
           05  WARD-SAMPLE-ENTRY OCCURS 50 TIMES.
               10  WD-WARD-ID          PIC X(04).
               10  WD-SAMPLE-INTERVAL  PIC S9(3) COMP.
               10  WD-MAX-PER-WARD     PIC S9(5) COMP.
               10  WD-DISCHARGES       PIC S9(7) COMP.
               10  WD-ELIGIBLE         PIC S9(7) COMP.
               10  WD-SELECTED         PIC S9(7) COMP.
       77  WARD-COUNT                  PIC S9(4) COMP VALUE +0.
       77  WARD-SUB                    PIC S9(4) COMP VALUE +0.
       77  DEFAULT-SAMPLE-INTERVAL     PIC S9(3) COMP VALUE +5.
       77  DEFAULT-MAX-PER-WARD        PIC S9(5) COMP VALUE +50.
       77  SAMPLE-QUOTIENT             PIC S9(7) COMP VALUE +0.
       77  SAMPLE-REMAINDER            PIC S9(3) COMP VALUE +0.
       01  PATIENT-WARD-ID             PIC X(04).
       01  BED-ID-X                    PIC X(04).

      ****** PATIENTS SURVEYED INSIDE THE SUPPRESSION WINDOW, PLUS
      ****** THOSE SELECTED THIS RUN
       01  SUPPRESSION-TABLE.
           05  SUPPRESSION-ENTRY OCCURS 20000 TIMES
                       INDEXED BY SUPP-IDX.
               10  SUPP-PATIENT-ID     PIC X(06).
       77  SUPPRESSION-COUNT           PIC S9(5) COMP VALUE +0.
       77  SUPPRESSION-DAYS            PIC S9(3) COMP VALUE +183.

       01  DATE-WORK-FIELDS.
           05  RUN-YYYYMMDD            PIC X(08).
           05  DATE-WORK-YYYYMMDD      PIC 9(08).
           05  RUN-DAY-NUM             PIC S9(7) COMP.
           05  CUTOFF-DAY-NUM          PIC S9(7) COMP.
           05  CUTOFF-YYYYMMDD         PIC X(08).
           05  DISCLOSURE-TIME         PIC X(06).

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
               88  PATIENT-IS-MINOR    VALUE "Y".
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
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(55) VALUE
           "PATIENT EXPERIENCE SURVEY - WEEKLY SAMPLE".
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-COLUMN-HDR.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(8) VALUE "WARD".
           05  FILLER                  PIC X(14) VALUE "    DISCHARGES".
           05  FILLER                  PIC X(12) VALUE "    ELIGIBLE".
           05  FILLER                  PIC X(12) VALUE "    SELECTED".
           05  FILLER                  PIC X(12) VALUE "   EVERY NTH".
           05  FILLER                  PIC X(12) VALUE "     MAXIMUM".
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-WARD-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  WARD-O                  PIC X(4).
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WARD-DISCHARGES-O       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WARD-ELIGIBLE-O         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WARD-SELECTED-O         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  WARD-INTERVAL-O         PIC ZZ9.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WARD-MAX-O              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  COUNT-LABEL-O           PIC X(36).
           05  COUNT-O                 PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

      ****** DISCHARGE HISTORY AND PATIENT MASTER RECORD VIEWS
       COPY DISCHIST.

       COPY PATMSTR.

      ****** ACCOUNTING-OF-DISCLOSURES REGISTER RECORD
       COPY DISCLOG.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
               UNTIL NO-MORE-DISCHIST.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "SURVEXT HOUSEKEEPING".
           OPEN INPUT DISCHIST, BEDSTAT, SURVPARM, SURVHIST, PATPERSN.
           OPEN OUTPUT SURVHNEW, SURVMAIL, SURVRPT.
           OPEN EXTEND DISCLOG.

           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE (9:6) TO DISCLOSURE-TIME.
           MOVE RUN-YYYYMMDD                 TO DATE-WORK-YYYYMMDD.
           COMPUTE RUN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (DATE-WORK-YYYYMMDD).
      *  Anyone surveyed on or after the cutoff is still suppressed
           COMPUTE CUTOFF-DAY-NUM = RUN-DAY-NUM - SUPPRESSION-DAYS.
           COMPUTE DATE-WORK-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (CUTOFF-DAY-NUM).
           MOVE DATE-WORK-YYYYMMDD           TO CUTOFF-YYYYMMDD.
           MOVE RUN-YYYYMMDD (1:4)           TO HDR-DATE (1:4).
           MOVE "-"                          TO HDR-DATE (5:1).
           MOVE RUN-YYYYMMDD (5:2)           TO HDR-DATE (6:2).
           MOVE "-"                          TO HDR-DATE (8:1).
           MOVE RUN-YYYYMMDD (7:2)           TO HDR-DATE (9:2).
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.

           PERFORM 050-LOAD-BEDSTAT THRU 050-EXIT
               UNTIL NO-MORE-BEDSTAT.
           PERFORM 060-LOAD-PARM THRU 060-EXIT
               UNTIL NO-MORE-PARMS.
           PERFORM 070-LOAD-HISTORY THRU 070-EXIT
               UNTIL NO-MORE-SURVHIST.
           PERFORM 800-READ-DISCHIST THRU 800-EXIT.
       000-EXIT.
           EXIT.

       050-LOAD-BEDSTAT.
           READ BEDSTAT INTO BED-STATUS-REC
               AT END
               MOVE 'N' TO MORE-BEDSTAT-SW
               GO TO 050-EXIT
           END-READ
      *  A bed dropped off the table would land its patients on the
      *  wrong ward's sample - overflow stops the run instead
           IF BED-COUNT >= +2000
               DISPLAY "*** BED-STATUS MASTER EXCEEDS TABLE - "
                       "INCREASE BED-WARD-ENTRY OCCURS ***"
               PERFORM 990-ABEND-CLOSE THRU 990-EXIT.
           ADD +1 TO BED-COUNT.
           MOVE BS-BED-ID          TO BW-BED-ID (BED-COUNT).
           MOVE BS-WARD-ID (1:4)   TO BW-WARD-ID (BED-COUNT).
       050-EXIT.
           EXIT.

       060-LOAD-PARM.
           READ SURVPARM
               AT END
               MOVE 'N' TO MORE-PARM-SW
               GO TO 060-EXIT
           END-READ
           IF SP-SAMPLE-INTERVAL NOT NUMERIC
              OR SP-SAMPLE-INTERVAL = ZERO
              OR SP-MAX-PER-WARD NOT NUMERIC
               DISPLAY "*** SURVPARM CARD IGNORED - " SURVPARM-REC
               GO TO 060-EXIT.
           IF SP-DEFAULT-WARD
               MOVE SP-SAMPLE-INTERVAL TO DEFAULT-SAMPLE-INTERVAL
               MOVE SP-MAX-PER-WARD    TO DEFAULT-MAX-PER-WARD
               GO TO 060-EXIT.
           MOVE SP-WARD-ID TO PATIENT-WARD-ID.
           PERFORM 500-FIND-WARD THRU 500-EXIT.
           MOVE SP-SAMPLE-INTERVAL TO WD-SAMPLE-INTERVAL (WARD-SUB).
           MOVE SP-MAX-PER-WARD    TO WD-MAX-PER-WARD (WARD-SUB).
       060-EXIT.
           EXIT.

       070-LOAD-HISTORY.
      *  History inside the window is carried to the new generation
      *  and suppresses; anything older has aged out
           READ SURVHIST
               AT END
               MOVE 'N' TO MORE-SURVHIST-SW
               GO TO 070-EXIT
           END-READ
           ADD +1 TO HISTORY-READ.
           IF SH-SURVEY-DATE < CUTOFF-YYYYMMDD
               ADD +1 TO HISTORY-DROPPED
               GO TO 070-EXIT.
           IF SUPPRESSION-COUNT >= +20000
               DISPLAY "*** SURVEY HISTORY EXCEEDS TABLE - "
                       "INCREASE SUPPRESSION-ENTRY OCCURS ***"
               PERFORM 990-ABEND-CLOSE THRU 990-EXIT.
           ADD +1 TO SUPPRESSION-COUNT.
           MOVE SH-PATIENT-ID TO SUPP-PATIENT-ID (SUPPRESSION-COUNT).
           WRITE SURVHNEW-REC FROM SURVHIST-REC.
           ADD +1 TO HISTORY-CARRIED.
       070-EXIT.
           EXIT.

       100-MAINLINE.
           ADD +1 TO DISCHARGES-READ.
           MOVE DH-MASTER-IMAGE TO PATIENT-MASTER-REC.
           PERFORM 300-FIND-PATIENT-WARD THRU 300-EXIT.
           PERFORM 500-FIND-WARD THRU 500-EXIT.
           ADD +1 TO WD-DISCHARGES (WARD-SUB).

           PERFORM 200-SCREEN-PATIENT THRU 200-EXIT.
           PERFORM 800-READ-DISCHIST THRU 800-EXIT.
       100-EXIT.
           EXIT.

       200-SCREEN-PATIENT.
           IF DH-DISP-EXPIRED
               ADD +1 TO EXCL-EXPIRED
               GO TO 200-EXIT.
           IF DH-DISP-LEFT-AMA
               ADD +1 TO EXCL-AMA
               GO TO 200-EXIT.
           IF DH-DISP-TRANSFERRED
               ADD +1 TO EXCL-TRANSFERRED
               GO TO 200-EXIT.

           PERFORM 350-CHECK-SUPPRESSION THRU 350-EXIT.
           IF RECENTLY-SURVEYED
               ADD +1 TO EXCL-RECENT-SURVEY
               GO TO 200-EXIT.

           MOVE DH-PATIENT-ID TO PATPERSN-KEY.
           READ PATPERSN INTO PATIENT-PERSONAL-MASTER-REC
               INVALID KEY
                   NEXT SENTENCE.
           IF NOT PPCODE-OK
               ADD +1 TO EXCL-NO-ADDRESS
               GO TO 200-EXIT.
           IF PATIENT-IS-MINOR
               ADD +1 TO EXCL-MINOR
               GO TO 200-EXIT.
           IF STREET = SPACES
               ADD +1 TO EXCL-NO-ADDRESS
               GO TO 200-EXIT.

      *  Every Nth eligible discharge on the ward, up to its maximum
           ADD +1 TO ELIGIBLE-COUNT.
           ADD +1 TO WD-ELIGIBLE (WARD-SUB).
           IF WD-SELECTED (WARD-SUB) >= WD-MAX-PER-WARD (WARD-SUB)
               GO TO 200-EXIT.
           DIVIDE WD-ELIGIBLE (WARD-SUB)
               BY WD-SAMPLE-INTERVAL (WARD-SUB)
               GIVING SAMPLE-QUOTIENT
               REMAINDER SAMPLE-REMAINDER.
           IF SAMPLE-REMAINDER NOT = +0
               GO TO 200-EXIT.

           PERFORM 400-SELECT-PATIENT THRU 400-EXIT.
       200-EXIT.
           EXIT.

       300-FIND-PATIENT-WARD.
           MOVE "????" TO PATIENT-WARD-ID.
           MOVE BED-IDENTITY-PRIMARY TO BED-ID-X.
           SET BED-IDX TO 1.
           SEARCH BED-WARD-ENTRY
               AT END
                   CONTINUE
               WHEN BED-IDX > BED-COUNT
                   CONTINUE
               WHEN BW-BED-ID (BED-IDX) = BED-ID-X
                   MOVE BW-WARD-ID (BED-IDX) TO PATIENT-WARD-ID
           END-SEARCH.
       300-EXIT.
           EXIT.

       350-CHECK-SUPPRESSION.
           MOVE "N" TO SUPPRESSED-SW.
           SET SUPP-IDX TO 1.
           SEARCH SUPPRESSION-ENTRY
               AT END
                   CONTINUE
               WHEN SUPP-IDX > SUPPRESSION-COUNT
                   CONTINUE
               WHEN SUPP-PATIENT-ID (SUPP-IDX) = DH-PATIENT-ID
                   MOVE "Y" TO SUPPRESSED-SW
           END-SEARCH.
       350-EXIT.
           EXIT.

       400-SELECT-PATIENT.
           MOVE SPACES               TO SURVMAIL-REC.
           MOVE DH-PATIENT-ID        TO SM-PATIENT-ID.
           MOVE FIRST-NAME           TO SM-FIRST-NAME.
           MOVE MIDINIT              TO SM-MIDINIT.
           MOVE LAST-NAME            TO SM-LAST-NAME.
           MOVE STREET               TO SM-STREET.
           MOVE APARTMENT-NBR        TO SM-APARTMENT-NBR.
           MOVE CITY                 TO SM-CITY.
           MOVE STATE                TO SM-STATE.
           MOVE POSTAL-CODE          TO SM-POSTAL-CODE.
           MOVE COUNTRY              TO SM-COUNTRY.
           MOVE PATIENT-WARD-ID      TO SM-WARD-ID.
           MOVE DH-DISCHARGE-DATE    TO SM-DISCHARGE-DATE.
           MOVE RUN-YYYYMMDD         TO SM-EXTRACT-DATE.
           WRITE SURVMAIL-REC.
           ADD +1 TO PATIENTS-SELECTED.
           ADD +1 TO WD-SELECTED (WARD-SUB).

      *  Into the new history generation, and into the table so a
      *  second discharge this week is not surveyed again
           MOVE SPACES               TO SURVHIST-REC.
           MOVE DH-PATIENT-ID        TO SH-PATIENT-ID.
           MOVE RUN-YYYYMMDD         TO SH-SURVEY-DATE.
           MOVE PATIENT-WARD-ID      TO SH-WARD-ID.
           MOVE DH-DISCHARGE-DATE    TO SH-DISCHARGE-DATE.
           WRITE SURVHNEW-REC FROM SURVHIST-REC.
           IF SUPPRESSION-COUNT < +20000
               ADD +1 TO SUPPRESSION-COUNT
               MOVE DH-PATIENT-ID
                             TO SUPP-PATIENT-ID (SUPPRESSION-COUNT).

           MOVE SPACES                   TO DISCLOSURE-LOG-REC.
           MOVE DH-PATIENT-ID            TO DL-PATIENT-ID.
           MOVE RUN-YYYYMMDD             TO DL-DISCLOSURE-DATE.
           MOVE DISCLOSURE-TIME          TO DL-DISCLOSURE-TIME.
           MOVE "SURVEXT"                TO DL-EXTRACT-NAME.
           MOVE "SURVVENDOR"             TO DL-RECIPIENT.
           MOVE "OP"                     TO DL-PURPOSE-CODE.
           MOVE "PATIENT EXPERIENCE SURVEY"
                                         TO DL-PURPOSE-DESC.
           WRITE DISCLOG-REC FROM DISCLOSURE-LOG-REC.
           ADD +1 TO DISCLOSURES-LOGGED.
       400-EXIT.
           EXIT.

       500-FIND-WARD.
      *  A ward not yet in the table is added at the default rate
           PERFORM 510-SCAN-WARD THRU 510-EXIT
               VARYING WARD-SUB FROM +1 BY +1
               UNTIL WARD-SUB > WARD-COUNT
                  OR WD-WARD-ID (WARD-SUB) = PATIENT-WARD-ID.
           IF WARD-SUB <= WARD-COUNT
               GO TO 500-EXIT.
           IF WARD-COUNT >= +50
               DISPLAY "*** MORE THAN 50 WARDS - "
                       "INCREASE WARD-SAMPLE-ENTRY OCCURS ***"
               PERFORM 990-ABEND-CLOSE THRU 990-EXIT.
           ADD +1 TO WARD-COUNT.
           MOVE WARD-COUNT              TO WARD-SUB.
           MOVE PATIENT-WARD-ID         TO WD-WARD-ID (WARD-SUB).
           MOVE DEFAULT-SAMPLE-INTERVAL TO WD-SAMPLE-INTERVAL
                                                       (WARD-SUB).
           MOVE DEFAULT-MAX-PER-WARD    TO WD-MAX-PER-WARD (WARD-SUB).
           MOVE +0 TO WD-DISCHARGES (WARD-SUB),
                      WD-ELIGIBLE (WARD-SUB),
                      WD-SELECTED (WARD-SUB).
       500-EXIT.
           EXIT.

       510-SCAN-WARD.
           CONTINUE.
       510-EXIT.
           EXIT.

       600-PRINT-WARD-LINE.
           MOVE WD-WARD-ID (WARD-SUB)         TO WARD-O.
           MOVE WD-DISCHARGES (WARD-SUB)      TO WARD-DISCHARGES-O.
           MOVE WD-ELIGIBLE (WARD-SUB)        TO WARD-ELIGIBLE-O.
           MOVE WD-SELECTED (WARD-SUB)        TO WARD-SELECTED-O.
           MOVE WD-SAMPLE-INTERVAL (WARD-SUB) TO WARD-INTERVAL-O.
           MOVE WD-MAX-PER-WARD (WARD-SUB)    TO WARD-MAX-O.
           WRITE RPT-REC FROM WS-WARD-LINE.
       600-EXIT.
           EXIT.

       650-PRINT-COUNT.
           WRITE RPT-REC FROM WS-COUNT-LINE.
       650-EXIT.
           EXIT.

       800-READ-DISCHIST.
           READ DISCHIST INTO DISCHARGE-HISTORY-REC
               AT END
               MOVE 'N' TO MORE-DISCHIST-SW
           END-READ.
       800-EXIT.
           EXIT.

       900-CLEANUP.
           WRITE RPT-REC FROM WS-COLUMN-HDR.
           PERFORM 600-PRINT-WARD-LINE THRU 600-EXIT
               VARYING WARD-SUB FROM +1 BY +1
               UNTIL WARD-SUB > WARD-COUNT.
           WRITE RPT-REC FROM WS-BLANK-LINE.

           MOVE "DISCHARGES READ"               TO COUNT-LABEL-O.
           MOVE DISCHARGES-READ                 TO COUNT-O.
           PERFORM 650-PRINT-COUNT THRU 650-EXIT.
           MOVE "  EXCLUDED - EXPIRED"          TO COUNT-LABEL-O.
           MOVE EXCL-EXPIRED                    TO COUNT-O.
           PERFORM 650-PRINT-COUNT THRU 650-EXIT.
           MOVE "  EXCLUDED - LEFT AMA"         TO COUNT-LABEL-O.
           MOVE EXCL-AMA                        TO COUNT-O.
           PERFORM 650-PRINT-COUNT THRU 650-EXIT.
           MOVE "  EXCLUDED - TRANSFERRED"      TO COUNT-LABEL-O.
           MOVE EXCL-TRANSFERRED                TO COUNT-O.
           PERFORM 650-PRINT-COUNT THRU 650-EXIT.
           MOVE "  EXCLUDED - MINOR"            TO COUNT-LABEL-O.
           MOVE EXCL-MINOR                      TO COUNT-O.
           PERFORM 650-PRINT-COUNT THRU 650-EXIT.
           MOVE "  EXCLUDED - SURVEYED < 6 MONTHS"
                                                TO COUNT-LABEL-O.
           MOVE EXCL-RECENT-SURVEY              TO COUNT-O.
           PERFORM 650-PRINT-COUNT THRU 650-EXIT.
           MOVE "  EXCLUDED - NO MAILING ADDRESS"
                                                TO COUNT-LABEL-O.
           MOVE EXCL-NO-ADDRESS                 TO COUNT-O.
           PERFORM 650-PRINT-COUNT THRU 650-EXIT.
           MOVE "ELIGIBLE FOR SAMPLE"           TO COUNT-LABEL-O.
           MOVE ELIGIBLE-COUNT                  TO COUNT-O.
           PERFORM 650-PRINT-COUNT THRU 650-EXIT.
           MOVE "SELECTED FOR MAILING"          TO COUNT-LABEL-O.
           MOVE PATIENTS-SELECTED               TO COUNT-O.
           PERFORM 650-PRINT-COUNT THRU 650-EXIT.
           MOVE "HISTORY CARRIED FORWARD"       TO COUNT-LABEL-O.
           MOVE HISTORY-CARRIED                 TO COUNT-O.
           PERFORM 650-PRINT-COUNT THRU 650-EXIT.
           MOVE "HISTORY AGED OUT"              TO COUNT-LABEL-O.
           MOVE HISTORY-DROPPED                 TO COUNT-O.
           PERFORM 650-PRINT-COUNT THRU 650-EXIT.

           CLOSE DISCHIST, BEDSTAT, SURVPARM, SURVHIST, PATPERSN,
                 SURVHNEW, SURVMAIL, SURVRPT, DISCLOG.
           DISPLAY "** DISCLOSURES LOGGED **".
           DISPLAY DISCLOSURES-LOGGED.
           DISPLAY "NORMAL END OF JOB SURVEXT".
       900-EXIT.
           EXIT.

       990-ABEND-CLOSE.
           CLOSE DISCHIST, BEDSTAT, SURVPARM, SURVHIST, PATPERSN,
                 SURVHNEW, SURVMAIL, SURVRPT, DISCLOG.
           MOVE +16 TO RETURN-CODE.
           GOBACK.
       990-EXIT.
           EXIT.
