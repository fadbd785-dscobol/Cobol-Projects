       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BEDASGN.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          BED-ASSIGNMENT PROPOSAL RUN FOR PENDING ADMISSIONS.
      *
      *          BEDSTAT LISTS THE CLEAN, SERVICEABLE BEDS BUT THE BED
      *          FOR EACH WAITING PATIENT WAS STILL PICKED BY HAND.
      *          THIS RUN TAKES THE DAY'S BED REQUESTS (PATIENT,
      *          REQUESTED WARD AND/OR ROOM TYPE, ISOLATION NEED,
      *          GENDER) IN FILE ORDER AND PROPOSES A BED FOR EACH
      *          FROM THE CURRENT BED-STATUS MASTER, NETTED AGAINST
      *          THE PATSRCH CENSUS (MID-DAY "X" TRANSFERS APPLIED)
      *          AND THE BEDS ALREADY PROPOSED EARLIER IN THE RUN.
      *
      *          PLACEMENT RULES:
      *             - ONLY A CLEAN ("C") BED IS EVER OFFERED - DIRTY,
      *               OUT-OF-SERVICE AND BLOCKED BEDS ARE SKIPPED
      *             - AN ISOLATION PATIENT GOES ONLY TO AN EMPTY
      *               PRIVATE ROOM, WHATEVER ROOM TYPE WAS REQUESTED
      *             - A SEMI-PRIVATE ROOM IS NEVER MIXED BY GENDER;
      *               GENDER COMES FROM DDS0001.PATPERSN, OR FROM THE
      *               REQUEST WHEN THE PATIENT IS NOT YET REGISTERED.
      *               A PATIENT OF UNKNOWN GENDER ONLY GETS AN EMPTY
      *               SEMI-PRIVATE ROOM
      *             - WITH NO ROOM TYPE REQUESTED A SEMI-PRIVATE BED
      *               IS TRIED FIRST, KEEPING PRIVATE ROOMS FREE
      *             - A BED WHOSE ROOM IS NOT ON THE ROOM_DATA UNLOAD
      *               HAS NO KNOWN TYPE AND IS NOT OFFERED
      *
      *          EVERY PLACED REQUEST WRITES A PROPOSAL RECORD (SEE
      *          BEDPROP) FOR BEDCNFM, WHICH TURNS CONFIRMED BEDS INTO
      *          PATDALY TRANSFER RECORDS.  REQUESTS THAT CANNOT BE
      *          PLACED GO ON THE OVERFLOW LIST WITH THE REASON.
      *
      ******************************************************************

             BED REQUEST FILE        -   DDS0001.BEDREQ

             BED-STATUS MASTER       -   DDS0001.BEDSTAT(0)

             ROOM_DATA TABLE UNLOAD  -   DDS0001.ROOMTABL

             CENSUS FILE             -   DDS0001.PATSRCH

             VSAM PERSONAL MASTER    -   DDS0001.PATPERSN

             PROPOSAL FILE           -   DDS0001.BEDPROP

             PROPOSAL REPORT         -   BEDPRPT

             OVERFLOW LIST           -   BEDOVFL

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEDREQ
           ASSIGN TO UT-S-BEDREQ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BQCODE.

           SELECT BEDSTAT
           ASSIGN TO UT-S-BEDSTAT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BSCODE.

           SELECT ROOMTABL
           ASSIGN TO UT-S-ROOMTABL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RMCODE.

           SELECT PATSRCH
           ASSIGN TO UT-S-PATSRCH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PATCODE.

           SELECT BEDPROP
           ASSIGN TO UT-S-BEDPROP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BPCODE.

           SELECT BEDPRPT
           ASSIGN TO UT-S-BEDPRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT BEDOVFL
           ASSIGN TO UT-S-BEDOVFL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PATPERSN
                  ASSIGN       TO PATPERSN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PATPERSN-KEY
                  FILE STATUS  IS PPCODE.

       DATA DIVISION.
       FILE SECTION.
      ****** ONE REQUEST PER PATIENT WAITING FOR A BED
       FD  BEDREQ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BEDREQ-REC.
       01  BEDREQ-REC.
           05  BRQ-PATIENT-ID          PIC 9(06).
           05  BRQ-WARD-ID             PIC X(04).
           05  BRQ-ROOM-TYPE           PIC X(01).
               88  BRQ-PRIVATE         VALUE "P".
               88  BRQ-SEMI-PRIVATE    VALUE "S".
               88  BRQ-ANY-ROOM-TYPE   VALUE " ".
               88  BRQ-VALID-ROOM-TYPE
                   VALUES ARE " ", "P", "S".
           05  BRQ-ISOLATION-SW        PIC X(01).
               88  BRQ-ISOLATION       VALUE "Y".
           05  BRQ-GENDER              PIC X(01).
           05  BRQ-REQUEST-DATE        PIC X(10).
           05  BRQ-COMMENT             PIC X(30).
           05  FILLER                  PIC X(27).

      ****** CURRENT BED-STATUS MASTER WRITTEN BY BEDSTAT
       FD  BEDSTAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BEDSTAT-REC.
       01  BEDSTAT-REC  PIC X(60).

      ****** ROOM_DATA UNLOAD - PRIVATE/SEMI-PRIVATE INDICATORS
       FD  ROOMTABL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ROOMTABL-REC.
       01  ROOMTABL-REC.
           05  RM-WARD-ID              PIC X(04).
           05  RM-ROOM-ID              PIC X(08).
           05  RM-PRIVATE              PIC 9(01).
           05  RM-SEMI-PRIVATE         PIC 9(01).
           05  RM-NUMBER-OF-BEDS       PIC 9(02).
           05  FILLER                  PIC X(64).

       FD  PATSRCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 993 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATSRCH-REC.
       01  PATSRCH-REC  PIC X(993).

       FD  BEDPROP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BEDPROP-REC.
       01  BEDPROP-REC  PIC X(80).

       FD  BEDPRPT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       FD  BEDOVFL
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS OVFL-REC.
       01  OVFL-REC PIC X(133).

       FD  PATPERSN
           RECORD CONTAINS 800 CHARACTERS
           DATA RECORD IS PATPERSN-REC.
       01  PATPERSN-REC.
           05 PATPERSN-KEY      PIC X(06).
           05 FILLER           PIC X(794).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  BQCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  BSCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RMCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  PATCODE                 PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  BPCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  OFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PPCODE                  PIC X(2).
               88 PPCODE-OK     VALUE "00".

       01  FLAGS-AND-SWITCHES.
           05 MORE-REQUESTS-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-REQUESTS      VALUE "N".
           05 MORE-BEDSTAT-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-BEDSTAT       VALUE "N".
           05 MORE-ROOMS-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-ROOMS         VALUE "N".
           05 MORE-CENSUS-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-CENSUS        VALUE "N".
           05 ROOM-OK-SW               PIC X(01) VALUE "N".
              88 ROOM-OK               VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 REQUESTS-READ            PIC S9(5) COMP.
           05 REQUESTS-PLACED          PIC S9(5) COMP.
           05 REQUESTS-OVERFLOW        PIC S9(5) COMP.
           05 BEDS-LOADED              PIC S9(5) COMP.
           05 BEDS-NO-ROOM-DATA        PIC S9(5) COMP.
           05 CENSUS-RECS-READ         PIC S9(7) COMP.

      ****** BED-STATUS MASTER RECORD - SAME LAYOUT BEDSTAT WRITES
       01  BED-STATUS-REC.
           05  BS-BED-ID               PIC X(04).
           05  BS-ROOM-ID              PIC X(08).
           05  BS-WARD-ID              PIC X(08).
           05  BS-STATUS-CODE          PIC X(01).
               88  BS-CLEAN            VALUE "C".
               88  BS-DIRTY            VALUE "D".
               88  BS-OUT-OF-SERVICE   VALUE "O".
               88  BS-BLOCKED          VALUE "B".
           05  BS-STATUS-DATE          PIC X(10).
           05  BS-STATUS-COMMENT       PIC X(29).

      ****** ROOM TYPE BY WARD/ROOM OFF THE ROOM_DATA UNLOAD
       01  ROOM-TYPE-TABLE.
           05  ROOM-TYPE-ENTRY OCCURS 999 TIMES
                       INDEXED BY ROOM-IDX.
               10  RTE-WARD-ID         PIC X(04).
               10  RTE-ROOM-ID         PIC X(08).
               10  RTE-ROOM-TYPE       PIC X(01).
       77  ROOM-ENTRY-COUNT            PIC S9(4) COMP VALUE +0.

      ****** EVERY BED ON THE STATUS MASTER, WITH ITS ROOM TYPE, THE
      ****** CENSUS OCCUPANT AND TONIGHT'S PROPOSALS MARKED IN
       01  BED-ASSIGN-TABLE.
           05  BED-ASSIGN-ENTRY OCCURS 999 TIMES
                       INDEXED BY BED-IDX.
               10  BAE-BED-ID          PIC X(04).
               10  BAE-ROOM-ID         PIC X(08).
               10  BAE-WARD-ID         PIC X(08).
               10  BAE-STATUS-CODE     PIC X(01).
                   88  BAE-CLEAN       VALUE "C".
               10  BAE-ROOM-TYPE       PIC X(01).
               10  BAE-OCCUPANCY-SW    PIC X(01).
                   88  BAE-EMPTY       VALUE "N".
                   88  BAE-OCCUPIED    VALUE "Y".
                   88  BAE-PROPOSED    VALUE "P".
               10  BAE-PATIENT-ID      PIC 9(06).
               10  BAE-GENDER          PIC X(01).
               10  BAE-CENSUS-WARD-NBR PIC 9(04).
               10  BAE-CENSUS-ROOM     PIC 9(04).
               10  BAE-DATE-ADMIT      PIC X(10).
       77  BED-ENTRY-COUNT             PIC S9(4) COMP VALUE +0.
       77  BED-SUB                     PIC S9(4) COMP VALUE +0.
       77  MATE-SUB                    PIC S9(4) COMP VALUE +0.
       77  FOUND-BED-SUB               PIC S9(4) COMP VALUE +0.

       01  PLACEMENT-WORK-FIELDS.
           05  WS-BED-ID-X             PIC X(04).
           05  WS-WARD-ID-X            PIC X(04).
           05  WS-ROOM-ID-X            PIC X(08).
           05  WS-PATIENT-ID           PIC 9(06).
           05  WS-GENDER               PIC X(01).
           05  WANTED-ROOM-TYPE        PIC X(01).
           05  OVERFLOW-REASON         PIC X(40).

      ****** SAME PERSONAL-MASTER LAYOUT WARDRPT CARRIES
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
           05  OCCUPATION-2            PIC X(30).
           05  EMPLOYER-2              PIC X(30).
      *****************************************************************
      *    GUARANTOR SEGMENT - RESPONSIBLE PARTY THE SELF-PAY
      *    STATEMENT IS ADDRESSED TO FOR MINORS AND INCAPACITATED
      *    PATIENTS.  CARVED OUT OF THE OLD 262-BYTE COMMENTS AREA
      *    SO THE RECORD LENGTH IS UNCHANGED.
      *****************************************************************
           05  GUARANTOR-SEGMENT.
               10  GUAR-NAME           PIC X(30).
               10  GUAR-STREET         PIC X(30).
               10  GUAR-CITY           PIC X(20).
               10  GUAR-STATE          PIC X(02).
               10  GUAR-ZIP            PIC X(09).
               10  GUAR-RELATIONSHIP   PIC X(02).
           05  PATIENT-COMMENTS        PIC X(169).

       COPY BEDPROP.

       COPY PATDALY.

      ****** STEP COUNT INTERFACE READ BY THE NIGHTRUN CYCLE DRIVER
       COPY RUNCOUNT.

       77  WS-RUN-YYYYMMDD             PIC X(08) VALUE SPACES.

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  HDR-TITLE               PIC X(50) VALUE
           "BED-ASSIGNMENT PROPOSALS".
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-COL-HDR-REC.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "PATIENT".
           05  FILLER                  PIC X(6)  VALUE "WARD".
           05  FILLER                  PIC X(10) VALUE "ROOM".
           05  FILLER                  PIC X(6)  VALUE "BED".
           05  FILLER                  PIC X(14) VALUE "ROOM TYPE".
           05  FILLER                  PIC X(11) VALUE "ISOLATION".
           05  FILLER                  PIC X(8)  VALUE "GENDER".
           05  FILLER                  PIC X(16) VALUE "NOW IN WARD/RM".
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-PROPOSAL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  PRO-PATIENT-O           PIC 9(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  PRO-WARD-O              PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PRO-ROOM-O              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PRO-BED-O               PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PRO-ROOM-TYPE-O         PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PRO-ISOLATION-O         PIC X(11).
           05  PRO-GENDER-O            PIC X(1).
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  PRO-FROM-WARD-O         PIC X(4).
           05  PRO-FROM-SLASH-O        PIC X(1).
           05  PRO-FROM-ROOM-O         PIC X(4).
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-OVFL-COL-HDR-REC.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "PATIENT".
           05  FILLER                  PIC X(8)  VALUE "WARD".
           05  FILLER                  PIC X(6)  VALUE "TYPE".
           05  FILLER                  PIC X(11) VALUE "ISOLATION".
           05  FILLER                  PIC X(8)  VALUE "GENDER".
           05  FILLER                  PIC X(12) VALUE "REQUESTED".
           05  FILLER                  PIC X(40) VALUE "REASON".
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-OVERFLOW-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  OVF-PATIENT-O           PIC X(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  OVF-WARD-O              PIC X(4).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  OVF-ROOM-TYPE-O         PIC X(1).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  OVF-ISOLATION-O         PIC X(1).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  OVF-GENDER-O            PIC X(1).
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  OVF-REQUEST-DATE-O      PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OVF-REASON-O            PIC X(40).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(15)
                  VALUE "Requests read: ".
           05  REQUESTS-OUT            PIC Z(4).
           05  FILLER                  PIC X(9)
                  VALUE " Placed: ".
           05  PLACED-OUT              PIC Z(4).
           05  FILLER                  PIC X(11)
                  VALUE " Overflow: ".
           05  OVERFLOW-OUT            PIC Z(4).
           05  FILLER                  PIC X(7)
                  VALUE " Beds: ".
           05  BEDS-OUT                PIC Z(4).
           05  FILLER                  PIC X(19)
                  VALUE " No room type: ".
           05  NO-ROOM-DATA-OUT        PIC Z(4).
           05  FILLER                  PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-REQUESTS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "BEDASGN HOUSEKEEPING".
           OPEN INPUT BEDREQ, BEDSTAT, ROOMTABL, PATSRCH, PATPERSN.
           OPEN OUTPUT BEDPROP, BEDPRPT, BEDOVFL.

           INITIALIZE COUNTERS-AND-ACCUMULATORS.
      *    Under the nightly driver the proposals are dated with the
      *    cycle's business date; standalone runs use the machine date
           IF CYCLE-BUSINESS-DATE NUMERIC
               MOVE CYCLE-BUSINESS-DATE TO WS-RUN-YYYYMMDD
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
           MOVE WS-RUN-YYYYMMDD (1:4)        TO HDR-DATE (1:4).
           MOVE "-"                          TO HDR-DATE (5:1).
           MOVE WS-RUN-YYYYMMDD (5:2)        TO HDR-DATE (6:2).
           MOVE "-"                          TO HDR-DATE (8:1).
           MOVE WS-RUN-YYYYMMDD (7:2)        TO HDR-DATE (9:2).
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-COL-HDR-REC.
           MOVE "BED REQUEST OVERFLOW - NOT PLACED" TO HDR-TITLE.
           WRITE OVFL-REC FROM WS-HDR-REC.
           WRITE OVFL-REC FROM WS-OVFL-COL-HDR-REC.

      *  Room types first, so each bed picks its type up as it loads,
      *  then the census occupancy on top of the status master
           PERFORM 300-LOAD-ROOMTABL THRU 300-EXIT
               UNTIL NO-MORE-ROOMS.
           PERFORM 310-LOAD-BEDSTAT THRU 310-EXIT
               UNTIL NO-MORE-BEDSTAT.
           PERFORM 320-MARK-OCCUPANCY THRU 320-EXIT
               UNTIL NO-MORE-CENSUS.

           READ BEDREQ
               AT END
               MOVE 'N' TO MORE-REQUESTS-SW
               GO TO 000-EXIT
           END-READ
           ADD +1 TO REQUESTS-READ.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           IF BRQ-PATIENT-ID NOT NUMERIC
               MOVE "*** INVALID PATIENT-ID" TO OVERFLOW-REASON
               PERFORM 700-WRITE-OVERFLOW THRU 700-EXIT
               GO TO 190-READ-NEXT.
           IF NOT BRQ-VALID-ROOM-TYPE
               MOVE "*** INVALID ROOM TYPE - MUST BE P,S,BLANK"
                                     TO OVERFLOW-REASON
               PERFORM 700-WRITE-OVERFLOW THRU 700-EXIT
               GO TO 190-READ-NEXT.

      *  A patient can only hold one proposal in a run
           MOVE BRQ-PATIENT-ID TO WS-PATIENT-ID.
           PERFORM 445-FIND-PATIENT-PROPOSAL THRU 445-EXIT.
           IF BED-SUB > +0
               MOVE "*** DUPLICATE REQUEST - BED ALREADY PROPOSED"
                                     TO OVERFLOW-REASON
               PERFORM 700-WRITE-OVERFLOW THRU 700-EXIT
               GO TO 190-READ-NEXT.

           PERFORM 200-GET-GENDER THRU 200-EXIT.

      *  Isolation overrides the requested type - private only
           MOVE +0 TO FOUND-BED-SUB.
           IF BRQ-ISOLATION
               MOVE "P" TO WANTED-ROOM-TYPE
               PERFORM 400-FIND-OPEN-BED THRU 400-EXIT
           ELSE
           IF NOT BRQ-ANY-ROOM-TYPE
               MOVE BRQ-ROOM-TYPE TO WANTED-ROOM-TYPE
               PERFORM 400-FIND-OPEN-BED THRU 400-EXIT
           ELSE
               MOVE "S" TO WANTED-ROOM-TYPE
               PERFORM 400-FIND-OPEN-BED THRU 400-EXIT
               IF FOUND-BED-SUB = +0
                   MOVE "P" TO WANTED-ROOM-TYPE
                   PERFORM 400-FIND-OPEN-BED THRU 400-EXIT.

           IF FOUND-BED-SUB = +0
               IF BRQ-ISOLATION
                   MOVE "NO CLEAN EMPTY PRIVATE ROOM"
                                     TO OVERFLOW-REASON
               ELSE
               IF BRQ-WARD-ID NOT = SPACES
                   MOVE "NO SUITABLE CLEAN BED ON REQUESTED WARD"
                                     TO OVERFLOW-REASON
               ELSE
                   MOVE "NO SUITABLE CLEAN BED AVAILABLE"
                                     TO OVERFLOW-REASON
               END-IF
               END-IF
               PERFORM 700-WRITE-OVERFLOW THRU 700-EXIT
               GO TO 190-READ-NEXT.

           PERFORM 600-WRITE-PROPOSAL THRU 600-EXIT.

       190-READ-NEXT.
           READ BEDREQ
               AT END MOVE "N" TO MORE-REQUESTS-SW
               GO TO 100-EXIT
           END-READ
           ADD +1 TO REQUESTS-READ.
       100-EXIT.
           EXIT.

       200-GET-GENDER.
      *  Registered patients' gender comes off the personal master;
      *  the request's own gender covers admissions not yet on it
           MOVE BRQ-GENDER TO WS-GENDER.
           MOVE BRQ-PATIENT-ID TO PATPERSN-KEY.
           READ PATPERSN
               INVALID KEY
                   GO TO 200-EXIT.
           IF NOT PPCODE-OK
               GO TO 200-EXIT.
           MOVE PATPERSN-REC TO PATIENT-PERSONAL-MASTER-REC.
           IF GENDER NOT = SPACES
               MOVE GENDER TO WS-GENDER.
       200-EXIT.
           EXIT.

       300-LOAD-ROOMTABL.
           READ ROOMTABL
               AT END
               MOVE 'N' TO MORE-ROOMS-SW
               GO TO 300-EXIT
           END-READ
           IF ROOM-ENTRY-COUNT >= +999
               DISPLAY "*** BEDASGN ROOM TABLE FULL"
               GO TO 300-EXIT.
           ADD +1 TO ROOM-ENTRY-COUNT.
           SET ROOM-IDX TO ROOM-ENTRY-COUNT.
           MOVE RM-WARD-ID TO RTE-WARD-ID (ROOM-IDX).
           MOVE RM-ROOM-ID TO RTE-ROOM-ID (ROOM-IDX).
           MOVE SPACES     TO RTE-ROOM-TYPE (ROOM-IDX).
           IF RM-PRIVATE = 1
               MOVE "P" TO RTE-ROOM-TYPE (ROOM-IDX)
           ELSE
           IF RM-SEMI-PRIVATE = 1
               MOVE "S" TO RTE-ROOM-TYPE (ROOM-IDX).
       300-EXIT.
           EXIT.

       310-LOAD-BEDSTAT.
           READ BEDSTAT INTO BED-STATUS-REC
               AT END
               MOVE 'N' TO MORE-BEDSTAT-SW
               GO TO 310-EXIT
           END-READ
           IF BED-ENTRY-COUNT >= +999
               DISPLAY "*** BEDASGN BED TABLE FULL"
               GO TO 310-EXIT.
           ADD +1 TO BED-ENTRY-COUNT, BEDS-LOADED.
           SET BED-IDX TO BED-ENTRY-COUNT.
           MOVE BS-BED-ID      TO BAE-BED-ID (BED-IDX).
           MOVE BS-ROOM-ID     TO BAE-ROOM-ID (BED-IDX).
           MOVE BS-WARD-ID     TO BAE-WARD-ID (BED-IDX).
           MOVE BS-STATUS-CODE TO BAE-STATUS-CODE (BED-IDX).
           MOVE "N"            TO BAE-OCCUPANCY-SW (BED-IDX).
           MOVE ZERO           TO BAE-PATIENT-ID (BED-IDX).
           MOVE SPACES         TO BAE-GENDER (BED-IDX).
           MOVE SPACES         TO BAE-ROOM-TYPE (BED-IDX).
           MOVE ZERO           TO BAE-CENSUS-WARD-NBR (BED-IDX),
                                  BAE-CENSUS-ROOM (BED-IDX).
           MOVE SPACES         TO BAE-DATE-ADMIT (BED-IDX).

           SET ROOM-IDX TO 1.
           SEARCH ROOM-TYPE-ENTRY
               AT END
                   ADD +1 TO BEDS-NO-ROOM-DATA
               WHEN ROOM-IDX > ROOM-ENTRY-COUNT
                   ADD +1 TO BEDS-NO-ROOM-DATA
               WHEN RTE-WARD-ID (ROOM-IDX) = BS-WARD-ID (1:4)
                AND RTE-ROOM-ID (ROOM-IDX) = BS-ROOM-ID
                   MOVE RTE-ROOM-TYPE (ROOM-IDX)
                                       TO BAE-ROOM-TYPE (BED-IDX)
           END-SEARCH.
       310-EXIT.
           EXIT.

       320-MARK-OCCUPANCY.
           READ PATSRCH INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-CENSUS-SW
               GO TO 320-EXIT
           END-READ
           ADD +1 TO CENSUS-RECS-READ.
           IF TRAILER-REC IN INPATIENT-DAILY-REC
               MOVE "N" TO MORE-CENSUS-SW
               GO TO 320-EXIT.

      *  A mid-day transfer frees the bed the patient left and takes
      *  the one they moved to
           IF TRANSFER-REC IN INPATIENT-DAILY-REC
               MOVE XFER-FROM-BED-IDENTITY TO WS-BED-ID-X
               PERFORM 420-FIND-BED THRU 420-EXIT
               IF BED-SUB > +0
                  AND BAE-PATIENT-ID (BED-SUB) =
                      PATIENT-ID IN INPATIENT-DAILY-REC
                   MOVE "N"    TO BAE-OCCUPANCY-SW (BED-SUB)
                   MOVE ZERO   TO BAE-PATIENT-ID (BED-SUB)
                   MOVE SPACES TO BAE-GENDER (BED-SUB)
               END-IF
               MOVE XFER-TO-BED-IDENTITY TO WS-BED-ID-X
               PERFORM 420-FIND-BED THRU 420-EXIT
               IF BED-SUB = +0
                   GO TO 320-EXIT
               END-IF
               MOVE XFER-TO-WARD-NBR  TO BAE-CENSUS-WARD-NBR (BED-SUB)
               MOVE XFER-TO-ROOM-IDENTITY
                                      TO BAE-CENSUS-ROOM (BED-SUB)
           ELSE
               MOVE BED-IDENTITY IN INPATIENT-DAILY-REC
                                       TO WS-BED-ID-X
               PERFORM 420-FIND-BED THRU 420-EXIT
               IF BED-SUB = +0
                   GO TO 320-EXIT
               END-IF
               MOVE WARD-NBR IN INPATIENT-DAILY-REC
                                   TO BAE-CENSUS-WARD-NBR (BED-SUB)
               MOVE ROOM-IDENTITY IN INPATIENT-DAILY-REC
                                   TO BAE-CENSUS-ROOM (BED-SUB).
           MOVE "Y" TO BAE-OCCUPANCY-SW (BED-SUB).
           MOVE DATE-ADMIT IN INPATIENT-DAILY-REC
                                   TO BAE-DATE-ADMIT (BED-SUB).
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC
                                   TO BAE-PATIENT-ID (BED-SUB).
           MOVE SPACES TO BAE-GENDER (BED-SUB).
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO PATPERSN-KEY.
           READ PATPERSN
               INVALID KEY
                   GO TO 320-EXIT.
           IF NOT PPCODE-OK
               GO TO 320-EXIT.
           MOVE PATPERSN-REC TO PATIENT-PERSONAL-MASTER-REC.
           MOVE GENDER TO BAE-GENDER (BED-SUB).
       320-EXIT.
           EXIT.

       400-FIND-OPEN-BED.
      *  First clean, empty bed of the wanted type (on the requested
      *  ward, if any) whose room the patient can share
           MOVE +1 TO BED-SUB.
           PERFORM 410-TEST-BED THRU 410-EXIT
               UNTIL BED-SUB > BED-ENTRY-COUNT
                  OR FOUND-BED-SUB > +0.
       400-EXIT.
           EXIT.

       410-TEST-BED.
           IF NOT BAE-CLEAN (BED-SUB)
              OR NOT BAE-EMPTY (BED-SUB)
              OR BAE-ROOM-TYPE (BED-SUB) NOT = WANTED-ROOM-TYPE
               GO TO 410-NEXT.
           IF BRQ-WARD-ID NOT = SPACES
              AND BAE-WARD-ID (BED-SUB) (1:4) NOT = BRQ-WARD-ID
               GO TO 410-NEXT.
           PERFORM 450-CHECK-ROOM-MATES THRU 450-EXIT.
           IF ROOM-OK
               MOVE BED-SUB TO FOUND-BED-SUB.
       410-NEXT.
           ADD +1 TO BED-SUB.
       410-EXIT.
           EXIT.

       420-FIND-BED.
      *  Table lookup by bed-id - zero means not on the status master
           MOVE +0 TO BED-SUB.
           IF BED-ENTRY-COUNT = +0
               GO TO 420-EXIT.
           SET BED-IDX TO 1.
           SEARCH BED-ASSIGN-ENTRY
               AT END
                   GO TO 420-EXIT
               WHEN BED-IDX > BED-ENTRY-COUNT
                   GO TO 420-EXIT
               WHEN BAE-BED-ID (BED-IDX) = WS-BED-ID-X
                   SET BED-SUB TO BED-IDX
           END-SEARCH.
       420-EXIT.
           EXIT.

       440-FIND-PATIENT-BED.
      *  The bed the patient holds now, by census or by proposal
           MOVE +0 TO BED-SUB.
           IF BED-ENTRY-COUNT = +0
               GO TO 440-EXIT.
           SET BED-IDX TO 1.
           SEARCH BED-ASSIGN-ENTRY
               AT END
                   GO TO 440-EXIT
               WHEN BED-IDX > BED-ENTRY-COUNT
                   GO TO 440-EXIT
               WHEN BAE-PATIENT-ID (BED-IDX) = WS-PATIENT-ID
                AND NOT BAE-EMPTY (BED-IDX)
                   SET BED-SUB TO BED-IDX
           END-SEARCH.
       440-EXIT.
           EXIT.

       445-FIND-PATIENT-PROPOSAL.
      *  A bed already proposed for the patient in this run - the
      *  census bed they hold now may sit ahead of it in the table
           MOVE +0 TO BED-SUB.
           IF BED-ENTRY-COUNT = +0
               GO TO 445-EXIT.
           SET BED-IDX TO 1.
           SEARCH BED-ASSIGN-ENTRY
               AT END
                   GO TO 445-EXIT
               WHEN BED-IDX > BED-ENTRY-COUNT
                   GO TO 445-EXIT
               WHEN BAE-PATIENT-ID (BED-IDX) = WS-PATIENT-ID
                AND BAE-PROPOSED (BED-IDX)
                   SET BED-SUB TO BED-IDX
           END-SEARCH.
       445-EXIT.
           EXIT.

       450-CHECK-ROOM-MATES.
      *  A private room must be empty; a semi-private room may only
      *  hold patients of the same, known gender
           MOVE "Y" TO ROOM-OK-SW.
           MOVE BAE-WARD-ID (BED-SUB) (1:4) TO WS-WARD-ID-X.
           MOVE BAE-ROOM-ID (BED-SUB)       TO WS-ROOM-ID-X.
           MOVE +1 TO MATE-SUB.
           PERFORM 460-TEST-ROOM-MATE THRU 460-EXIT
               UNTIL MATE-SUB > BED-ENTRY-COUNT
                  OR NOT ROOM-OK.
       450-EXIT.
           EXIT.

       460-TEST-ROOM-MATE.
           IF MATE-SUB = BED-SUB
              OR BAE-EMPTY (MATE-SUB)
              OR BAE-WARD-ID (MATE-SUB) (1:4) NOT = WS-WARD-ID-X
              OR BAE-ROOM-ID (MATE-SUB) NOT = WS-ROOM-ID-X
               GO TO 460-NEXT.
           IF WANTED-ROOM-TYPE = "P"
               MOVE "N" TO ROOM-OK-SW
               GO TO 460-EXIT.
           IF WS-GENDER = SPACES
              OR BAE-GENDER (MATE-SUB) NOT = WS-GENDER
               MOVE "N" TO ROOM-OK-SW
               GO TO 460-EXIT.
       460-NEXT.
           ADD +1 TO MATE-SUB.
       460-EXIT.
           EXIT.

       600-WRITE-PROPOSAL.
           MOVE SPACES TO BED-PROPOSAL-REC.
           MOVE BRQ-PATIENT-ID            TO BP-PATIENT-ID.
           MOVE BAE-WARD-ID (FOUND-BED-SUB) (1:4) TO BP-WARD-ID.
           MOVE BAE-ROOM-ID (FOUND-BED-SUB)       TO BP-ROOM-ID.
           MOVE BAE-BED-ID (FOUND-BED-SUB)        TO BP-BED-ID.
           MOVE WANTED-ROOM-TYPE          TO BP-ROOM-TYPE.
           MOVE BRQ-ISOLATION-SW          TO BP-ISOLATION-SW.
           MOVE WS-GENDER                 TO BP-GENDER.
           MOVE WS-RUN-YYYYMMDD           TO BP-PROPOSAL-DATE.
           MOVE ZERO                      TO BP-FROM-WARD-NBR,
                                             BP-FROM-ROOM-IDENTITY,
                                             BP-FROM-BED-IDENTITY.
           MOVE SPACES                    TO PRO-FROM-WARD-O,
                                             PRO-FROM-SLASH-O,
                                             PRO-FROM-ROOM-O.

      *  An in-house patient moving beds carries the census location
      *  so the confirmed transfer record shows where they came from
           MOVE BRQ-PATIENT-ID TO WS-PATIENT-ID.
           PERFORM 440-FIND-PATIENT-BED THRU 440-EXIT.
           IF BED-SUB > +0
               PERFORM 610-GET-CENSUS-LOCATION THRU 610-EXIT.

           WRITE BEDPROP-REC FROM BED-PROPOSAL-REC.

           MOVE "P"                   TO BAE-OCCUPANCY-SW
                                                     (FOUND-BED-SUB).
           MOVE BRQ-PATIENT-ID        TO BAE-PATIENT-ID (FOUND-BED-SUB).
           MOVE WS-GENDER             TO BAE-GENDER (FOUND-BED-SUB).

           MOVE BP-PATIENT-ID         TO PRO-PATIENT-O.
           MOVE BP-WARD-ID            TO PRO-WARD-O.
           MOVE BP-ROOM-ID            TO PRO-ROOM-O.
           MOVE BP-BED-ID             TO PRO-BED-O.
           IF BP-PRIVATE-ROOM
               MOVE "PRIVATE"         TO PRO-ROOM-TYPE-O
           ELSE
               MOVE "SEMI-PRIVATE"    TO PRO-ROOM-TYPE-O.
           IF BP-ISOLATION
               MOVE "*ISOLATION*"     TO PRO-ISOLATION-O
           ELSE
               MOVE SPACES            TO PRO-ISOLATION-O.
           MOVE BP-GENDER             TO PRO-GENDER-O.
           WRITE RPT-REC FROM WS-PROPOSAL-LINE.
           ADD +1 TO REQUESTS-PLACED.
       600-EXIT.
           EXIT.

       610-GET-CENSUS-LOCATION.
           MOVE BAE-CENSUS-WARD-NBR (BED-SUB) TO BP-FROM-WARD-NBR.
           MOVE BAE-CENSUS-ROOM (BED-SUB)     TO BP-FROM-ROOM-IDENTITY.
           MOVE BAE-BED-ID (BED-SUB)          TO BP-FROM-BED-IDENTITY.
           MOVE BAE-DATE-ADMIT (BED-SUB)      TO BP-DATE-ADMIT.
           MOVE BP-FROM-WARD-NBR              TO PRO-FROM-WARD-O.
           MOVE "/"                           TO PRO-FROM-SLASH-O.
           MOVE BP-FROM-ROOM-IDENTITY         TO PRO-FROM-ROOM-O.
       610-EXIT.
           EXIT.

       700-WRITE-OVERFLOW.
           MOVE BRQ-PATIENT-ID        TO OVF-PATIENT-O.
           MOVE BRQ-WARD-ID           TO OVF-WARD-O.
           MOVE BRQ-ROOM-TYPE         TO OVF-ROOM-TYPE-O.
           MOVE BRQ-ISOLATION-SW      TO OVF-ISOLATION-O.
           MOVE BRQ-GENDER            TO OVF-GENDER-O.
           IF BRQ-PATIENT-ID NUMERIC
               MOVE WS-GENDER         TO OVF-GENDER-O.
           MOVE BRQ-REQUEST-DATE      TO OVF-REQUEST-DATE-O.
           MOVE OVERFLOW-REASON       TO OVF-REASON-O.
           WRITE OVFL-REC FROM WS-OVERFLOW-LINE.
           ADD +1 TO REQUESTS-OVERFLOW.
       700-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE REQUESTS-READ      TO REQUESTS-OUT.
           MOVE REQUESTS-PLACED    TO PLACED-OUT.
           MOVE REQUESTS-OVERFLOW  TO OVERFLOW-OUT.
           MOVE BEDS-LOADED        TO BEDS-OUT.
           MOVE BEDS-NO-ROOM-DATA  TO NO-ROOM-DATA-OUT.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           WRITE OVFL-REC FROM WS-TOTALS-REC.
           CLOSE BEDREQ, BEDSTAT, ROOMTABL, PATSRCH, PATPERSN,
                 BEDPROP, BEDPRPT, BEDOVFL.
           MOVE REQUESTS-READ     TO CYCLE-STEP-RECORDS-IN.
           MOVE REQUESTS-PLACED   TO CYCLE-STEP-RECORDS-OUT.
           DISPLAY "BEDASGN - REQUESTS READ " REQUESTS-READ
                   " PLACED "                 REQUESTS-PLACED
                   " OVERFLOW "               REQUESTS-OVERFLOW.
           DISPLAY "NORMAL END OF JOB BEDASGN".
       999-EXIT.
           EXIT.
