       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MSTRXREF.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          NIGHTLY REFERENTIAL-INTEGRITY SWEEP ACROSS THE
      *          HOSPITAL MASTERS.
      *
      *          MSTRVRFY PROVES THE PATIENT MASTER AGREES WITH ITS
      *          OWN JOURNAL; THIS STEP PROVES THE MASTERS AGREE WITH
      *          EACH OTHER, SO BAD DATA IS FOUND BEFORE BILLING
      *          TRIPS OVER IT.  THE CLINICAL MASTER (PATMSTR) AND
      *          THE PERSONAL MASTER (PATPERSN) ARE MATCHED IN KEY
      *          ORDER, AND EVERY CROSS-REFERENCE IS CHECKED BOTH
      *          WAYS -
      *
      *             PATMSTR WITH NO PATPERSN PARTNER
      *             PATPERSN WITH NO PATMSTR PARTNER AND NO DISCHARGE
      *               ON THE DISCHARGE HISTORY (A DISCHARGED PATIENT
      *               KEEPS THE PERSONAL RECORD)
      *             ATTENDING-PHYS-ID / PRIMARY-PHYSICIAN-ID NOT ON
      *               THE PRACTITIONER REGISTRY (PHYSREG)
      *             REGISTRY ENTRY REFERENCED BY A PATIENT BUT NO
      *               LONGER ACTIVE
      *             INSURANCE-TYPE NOT ON THE CARRIER MASTER
      *             BED-IDENTITY-PRIMARY NOT ON HOSP_BED
      *             HOSP_BED BED CLAIMED BY MORE THAN ONE PATIENT
      *
      *          THE REFERENCE MASTERS ARE READ FROM THEIR NIGHTLY
      *          SEQUENTIAL UNLOADS.  THE EXCEPTION REPORT LISTS
      *          EACH EXCEPTION UNDER ITS RELATIONSHIP TYPE, THEN A
      *          COUNT BY TYPE.
      *
      *          RETURN CODE 0 - THE MASTERS AGREE
      *                      4 - EXCEPTIONS FOUND (NIGHTRUN WARNS
      *                          AND CARRIES ON)
      *                     16 - A REFERENCE TABLE OVERFLOWED
      *
      ******************************************************************

             VSAM MASTER FILE        -   DDS0001.PATMASTR

             VSAM PERSONAL MASTER    -   DDS0001.PATPERSN

             DISCHARGE HISTORY       -   DDS0001.DISCHIST

             PHYSREG UNLOAD          -   DDS0001.REGTABL

             CARRIER MASTER UNLOAD   -   DDS0001.CARRTABL

             HOSP_BED TABLE UNLOAD   -   DDS0001.BEDTABL

             EXCEPTION REPORT        -   XREFRPT

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

           SELECT REGTABL
           ASSIGN TO UT-S-REGTABL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RGCODE.

           SELECT CARRTABL
           ASSIGN TO UT-S-CARRTABL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CTCODE.

           SELECT BEDTABL
           ASSIGN TO UT-S-BEDTABL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BTCODE.

           SELECT XREFRPT
           ASSIGN TO UT-S-XREFRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RFCODE.

           SELECT PATMSTR
                  ASSIGN       TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS PATMSTR-KEY
                  FILE STATUS  IS PMCODE.

           SELECT PATPERSN
                  ASSIGN       TO PATPERSN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
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
       01  DISCHIST-REC.
           05  DHR-PATIENT-ID          PIC X(06).
           05  FILLER                  PIC X(2986).

       FD  REGTABL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 260 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REGTABL-REC.
       01  REGTABL-REC  PIC X(260).

       FD  CARRTABL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRTABL-REC.
       01  CARRTABL-REC  PIC X(120).

      ****** NIGHTLY SEQUENTIAL UNLOAD OF THE DDS0001.HOSP_BED
      ****** REFERENCE TABLE - SAME LAYOUT BEDCHK READS
       FD  BEDTABL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BEDTABL-REC.
       01  BEDTABL-REC.
           05  BT-BED-ID               PIC X(04).
           05  BT-ROOM-ID              PIC X(08).
           05  BT-WARD-ID              PIC X(08).
           05  BT-SPECIAL-CHARGES      PIC 9(5)V99.
           05  FILLER                  PIC X(53).

       FD  XREFRPT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

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
           05  RGCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  CTCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  BTCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PMCODE                  PIC X(2).
               88 PMCODE-OK          VALUE "00".
               88 PMCODE-AT-END      VALUE "10".
           05  PPCODE                  PIC X(2).
               88 PPCODE-OK          VALUE "00".
               88 PPCODE-AT-END      VALUE "10".

       01  FLAGS-AND-SWITCHES.
           05 MORE-DISCHIST-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-DISCHIST      VALUE "N".
           05 MORE-REGTABL-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-REGTABL       VALUE "N".
           05 MORE-CARRTABL-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-CARRTABL      VALUE "N".
           05 MORE-BEDTABL-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-BEDTABL       VALUE "N".

      ****** MATCH KEYS - HIGH-VALUES ONCE A MASTER IS EXHAUSTED
       01  MATCH-KEYS.
           05  MASTER-MATCH-KEY        PIC X(06).
           05  PERSONAL-MATCH-KEY      PIC X(06).

       01  COUNTERS-AND-ACCUMULATORS.
           05 MASTERS-READ             PIC S9(7) COMP.
           05 PERSONAL-READ            PIC S9(7) COMP.
           05 DISCHARGES-READ          PIC S9(7) COMP.
           05 EXCEPTIONS-FOUND         PIC S9(7) COMP.
           05 EXCEPTIONS-NOT-LISTED    PIC S9(7) COMP.

      ****** ONE ENTRY PER RELATIONSHIP TYPE - THE EXCEPTION REPORT
      ****** SECTIONS AND THE CLOSING COUNTS RUN OFF THIS TABLE
       01  RELATIONSHIP-TYPE-VALUES.
           05  FILLER PIC X(42) VALUE
               "PATMSTR WITH NO PATPERSN PARTNER".
           05  FILLER PIC X(42) VALUE
               "PATPERSN WITH NO PATMSTR OR DISCHARGE".
           05  FILLER PIC X(42) VALUE
               "ATTENDING-PHYS-ID NOT ON PHYSREG".
           05  FILLER PIC X(42) VALUE
               "PRIMARY-PHYSICIAN-ID NOT ON PHYSREG".
           05  FILLER PIC X(42) VALUE
               "PHYSREG ENTRY REFERENCED BUT INACTIVE".
           05  FILLER PIC X(42) VALUE
               "INSURANCE-TYPE NOT ON CARRMSTR".
           05  FILLER PIC X(42) VALUE
               "BED-IDENTITY-PRIMARY NOT ON HOSP_BED".
           05  FILLER PIC X(42) VALUE
               "HOSP_BED CLAIMED BY MORE THAN ONE PATIENT".
       01  RELATIONSHIP-TYPE-TABLE REDEFINES RELATIONSHIP-TYPE-VALUES.
           05  RELATIONSHIP-TYPE-DESC  PIC X(42) OCCURS 8 TIMES.
       01  RELATIONSHIP-COUNT-TABLE.
           05  RELATIONSHIP-COUNT      PIC S9(7) COMP OCCURS 8 TIMES.
       77  RELATIONSHIP-TYPES          PIC S9(4) COMP VALUE +8.
       77  TYPE-SUB                    PIC S9(4) COMP VALUE +0.
       77  REL-NO-PERSONAL             PIC S9(4) COMP VALUE +1.
       77  REL-NO-MASTER               PIC S9(4) COMP VALUE +2.
       77  REL-ATTENDING               PIC S9(4) COMP VALUE +3.
       77  REL-PRIMARY                 PIC S9(4) COMP VALUE +4.
       77  REL-INACTIVE                PIC S9(4) COMP VALUE +5.
       77  REL-CARRIER                 PIC S9(4) COMP VALUE +6.
       77  REL-BED                     PIC S9(4) COMP VALUE +7.
       77  REL-BED-SHARED              PIC S9(4) COMP VALUE +8.

      ****** EXCEPTIONS HELD FOR PRINTING BY RELATIONSHIP TYPE
       01  EXCEPTION-TABLE.
           05  EXCEPTION-ENTRY OCCURS 5000 TIMES.
               10  EX-TYPE             PIC S9(4) COMP.
               10  EX-PATIENT-ID       PIC X(06).
               10  EX-BAD-VALUE        PIC X(10).
               10  EX-OTHER-PATIENT    PIC X(06).
       77  EXCEPTION-COUNT             PIC S9(5) COMP VALUE +0.
       77  EXCEPTION-SUB               PIC S9(5) COMP VALUE +0.
       01  NEW-EXCEPTION.
           05  NX-TYPE                 PIC S9(4) COMP.
           05  NX-PATIENT-ID           PIC X(06).
           05  NX-BAD-VALUE            PIC X(10).
           05  NX-OTHER-PATIENT        PIC X(06).

      ****** ONE BYTE PER POSSIBLE PATIENT-ID - "Y" WHEN THE
      ****** DISCHARGE HISTORY HOLDS A DISCHARGE FOR THAT PATIENT
       01  DISCHARGED-TABLE.
           05  DISCHARGED-FLAG         PIC X(01) OCCURS 999999 TIMES.
       77  PATIENT-NUM                 PIC 9(06) VALUE ZERO.

      ****** PRACTITIONER REGISTRY - ID AND ACTIVE FLAG
       01  PRACTITIONER-TABLE.
           05  PRACTITIONER-ENTRY OCCURS 2000 TIMES
                       INDEXED BY PRAC-IDX.
               10  PT-PRACTITIONER-ID  PIC X(08).
               10  PT-ACTIVE-FLAG      PIC X(01).
       77  PRACTITIONER-COUNT          PIC S9(5) COMP VALUE +0.

      ****** CARRIER CODES ON THE CARRIER MASTER
       01  CARRIER-CODE-TABLE.
           05  CARRIER-CODE-ENTRY OCCURS 50 TIMES
                       INDEXED BY CARR-IDX.
               10  CC-CARRIER-CODE     PIC X(03).
       77  CARRIER-CODE-COUNT          PIC S9(4) COMP VALUE +0.

      ****** HOSP_BED BEDS, WITH THE FIRST PATIENT CLAIMING EACH
       01  BED-REF-TABLE.
           05  BED-REF-ENTRY OCCURS 999 TIMES
                       INDEXED BY BED-IDX.
               10  BED-REF-ID          PIC X(04).
               10  BED-CLAIMED-BY      PIC X(06).
       77  BED-ENTRY-COUNT             PIC S9(4) COMP VALUE +0.

       01  LOOKUP-FIELDS.
           05  LOOKUP-PRACTITIONER-ID  PIC X(08).
           05  LOOKUP-BED-ID           PIC X(04).
           05  FOUND-SW                PIC X(01).
               88  FOUND-ON-TABLE      VALUE "Y".
           05  INACTIVE-SW             PIC X(01).
               88  FOUND-INACTIVE      VALUE "Y".

       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(55) VALUE
           "HOSPITAL MASTERS REFERENTIAL-INTEGRITY EXCEPTIONS".
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-TYPE-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(4) VALUE "*** ".
           05  TYPE-HDR-DESC-O         PIC X(42).
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "PATIENT:".
           05  EXC-PATIENT-O           PIC X(6).
           05  FILLER                  PIC X(10) VALUE "   VALUE:".
           05  EXC-VALUE-O             PIC X(10).
           05  EXC-OTHER-LABEL-O       PIC X(15).
           05  EXC-OTHER-PATIENT-O     PIC X(6).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  COUNT-DESC-O            PIC X(42).
           05  COUNT-O                 PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(17)
                  VALUE "Masters read:    ".
           05  MASTERS-OUT             PIC Z(6).
           05  FILLER                  PIC X(16)
                  VALUE " Personal read: ".
           05  PERSONAL-OUT            PIC Z(6).
           05  FILLER                  PIC X(14)
                  VALUE " Exceptions:  ".
           05  EXCEPTIONS-OUT          PIC Z(6).
           05  FILLER                  PIC X(14)
                  VALUE " Not listed:  ".
           05  NOT-LISTED-OUT          PIC Z(6).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

      ****** CLINICAL MASTER, REGISTRY AND CARRIER RECORD VIEWS
       COPY PATMSTR.

       COPY PHYSREG.

       COPY CARRMSTR.

      ****** STEP COUNT INTERFACE READ BY THE NIGHTRUN CYCLE DRIVER
       COPY RUNCOUNT.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MATCH-MASTERS THRU 100-EXIT
               UNTIL MASTER-MATCH-KEY = HIGH-VALUES
                 AND PERSONAL-MATCH-KEY = HIGH-VALUES.
           PERFORM 900-CLEANUP THRU 900-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "MSTRXREF HOUSEKEEPING".
           OPEN INPUT DISCHIST, REGTABL, CARRTABL, BEDTABL.
           OPEN INPUT PATMSTR, PATPERSN.
           OPEN OUTPUT XREFRPT.

           INITIALIZE COUNTERS-AND-ACCUMULATORS,
                      RELATIONSHIP-COUNT-TABLE.
           MOVE ALL "N" TO DISCHARGED-TABLE.
           MOVE FUNCTION CURRENT-DATE (1:4)  TO HDR-DATE (1:4).
           MOVE "-"                          TO HDR-DATE (5:1).
           MOVE FUNCTION CURRENT-DATE (5:2)  TO HDR-DATE (6:2).
           MOVE "-"                          TO HDR-DATE (8:1).
           MOVE FUNCTION CURRENT-DATE (7:2)  TO HDR-DATE (9:2).
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.

           PERFORM 050-LOAD-DISCHARGE THRU 050-EXIT
               UNTIL NO-MORE-DISCHIST.
           PERFORM 060-LOAD-PRACTITIONER THRU 060-EXIT
               UNTIL NO-MORE-REGTABL.
           PERFORM 070-LOAD-CARRIER THRU 070-EXIT
               UNTIL NO-MORE-CARRTABL.
           PERFORM 080-LOAD-BED THRU 080-EXIT
               UNTIL NO-MORE-BEDTABL.

           PERFORM 800-READ-PATMSTR THRU 800-EXIT.
           PERFORM 810-READ-PATPERSN THRU 810-EXIT.
       000-EXIT.
           EXIT.

       050-LOAD-DISCHARGE.
           READ DISCHIST
               AT END
               MOVE 'N' TO MORE-DISCHIST-SW
               GO TO 050-EXIT
           END-READ
           ADD +1 TO DISCHARGES-READ.
           IF DHR-PATIENT-ID NUMERIC
               MOVE DHR-PATIENT-ID TO PATIENT-NUM
               IF PATIENT-NUM > ZERO
                   MOVE "Y" TO DISCHARGED-FLAG (PATIENT-NUM).
       050-EXIT.
           EXIT.

       060-LOAD-PRACTITIONER.
           READ REGTABL INTO PRACTITIONER-REG-REC
               AT END
               MOVE 'N' TO MORE-REGTABL-SW
               GO TO 060-EXIT
           END-READ
      *  A practitioner past the table would raise false exceptions
      *  for every patient attended - overflow stops the run
           IF PRACTITIONER-COUNT >= +2000
               DISPLAY "*** PHYSREG UNLOAD EXCEEDS TABLE - "
                       "INCREASE PRACTITIONER-ENTRY OCCURS ***"
               PERFORM 990-ABEND-CLOSE THRU 990-EXIT.
           ADD +1 TO PRACTITIONER-COUNT.
           MOVE REG-PRACTITIONER-ID
                         TO PT-PRACTITIONER-ID (PRACTITIONER-COUNT).
           MOVE REG-ACTIVE-FLAG
                         TO PT-ACTIVE-FLAG (PRACTITIONER-COUNT).
       060-EXIT.
           EXIT.

       070-LOAD-CARRIER.
           READ CARRTABL INTO CARRIER-MASTER-REC
               AT END
               MOVE 'N' TO MORE-CARRTABL-SW
               GO TO 070-EXIT
           END-READ
           IF CARRIER-CODE-COUNT >= +50
               DISPLAY "*** CARRIER MASTER EXCEEDS TABLE - "
                       "INCREASE CARRIER-CODE-ENTRY OCCURS ***"
               PERFORM 990-ABEND-CLOSE THRU 990-EXIT.
           ADD +1 TO CARRIER-CODE-COUNT.
           MOVE CM-CARRIER-CODE TO CC-CARRIER-CODE (CARRIER-CODE-COUNT).
       070-EXIT.
           EXIT.

       080-LOAD-BED.
           READ BEDTABL
               AT END
               MOVE 'N' TO MORE-BEDTABL-SW
               GO TO 080-EXIT
           END-READ
           IF BED-ENTRY-COUNT >= +999
               DISPLAY "*** BED FILE EXCEEDS TABLE - INCREASE "
                       "BED-REF-ENTRY OCCURS ***"
               PERFORM 990-ABEND-CLOSE THRU 990-EXIT.
           ADD +1 TO BED-ENTRY-COUNT.
           MOVE BT-BED-ID TO BED-REF-ID (BED-ENTRY-COUNT).
           MOVE SPACES    TO BED-CLAIMED-BY (BED-ENTRY-COUNT).
       080-EXIT.
           EXIT.

       100-MATCH-MASTERS.
      *  Both VSAM masters come back in key order - a key on one and
      *  not the other is an orphan in that direction
           EVALUATE TRUE
               WHEN MASTER-MATCH-KEY < PERSONAL-MATCH-KEY
                   MOVE REL-NO-PERSONAL  TO NX-TYPE
                   MOVE MASTER-MATCH-KEY TO NX-PATIENT-ID
                   MOVE SPACES TO NX-BAD-VALUE, NX-OTHER-PATIENT
                   PERFORM 500-RECORD-EXCEPTION THRU 500-EXIT
                   PERFORM 300-CHECK-REFERENCES THRU 300-EXIT
                   PERFORM 800-READ-PATMSTR THRU 800-EXIT
               WHEN MASTER-MATCH-KEY = PERSONAL-MATCH-KEY
                   PERFORM 300-CHECK-REFERENCES THRU 300-EXIT
                   PERFORM 800-READ-PATMSTR THRU 800-EXIT
                   PERFORM 810-READ-PATPERSN THRU 810-EXIT
               WHEN OTHER
                   PERFORM 200-CHECK-PERSONAL-ORPHAN THRU 200-EXIT
                   PERFORM 810-READ-PATPERSN THRU 810-EXIT
           END-EVALUATE.
       100-EXIT.
           EXIT.

       200-CHECK-PERSONAL-ORPHAN.
      *  A discharged patient keeps the personal record - only one
      *  with no stay on either file is an orphan
           IF PERSONAL-MATCH-KEY NUMERIC
               MOVE PERSONAL-MATCH-KEY TO PATIENT-NUM
               IF PATIENT-NUM > ZERO
                  AND DISCHARGED-FLAG (PATIENT-NUM) = "Y"
                   GO TO 200-EXIT.
           MOVE REL-NO-MASTER       TO NX-TYPE.
           MOVE PERSONAL-MATCH-KEY  TO NX-PATIENT-ID.
           MOVE SPACES TO NX-BAD-VALUE, NX-OTHER-PATIENT.
           PERFORM 500-RECORD-EXCEPTION THRU 500-EXIT.
       200-EXIT.
           EXIT.

       300-CHECK-REFERENCES.
           MOVE PATMSTR-REC TO PATIENT-MASTER-REC.
           MOVE SPACES TO NX-OTHER-PATIENT.
           MOVE MASTER-KEY-AREA TO NX-PATIENT-ID.

      *  Every stay has an attending physician
           MOVE ATTENDING-PHYS-ID TO LOOKUP-PRACTITIONER-ID.
           PERFORM 400-FIND-PRACTITIONER THRU 400-EXIT.
           IF NOT FOUND-ON-TABLE
               MOVE REL-ATTENDING     TO NX-TYPE
               MOVE ATTENDING-PHYS-ID TO NX-BAD-VALUE
               PERFORM 500-RECORD-EXCEPTION THRU 500-EXIT
           ELSE
               IF FOUND-INACTIVE
                   MOVE REL-INACTIVE      TO NX-TYPE
                   MOVE ATTENDING-PHYS-ID TO NX-BAD-VALUE
                   PERFORM 500-RECORD-EXCEPTION THRU 500-EXIT.

      *  A primary physician is optional - blank is not an exception
           IF PRIMARY-PHYSICIAN-ID NOT = SPACES
               MOVE PRIMARY-PHYSICIAN-ID TO LOOKUP-PRACTITIONER-ID
               PERFORM 400-FIND-PRACTITIONER THRU 400-EXIT
               IF NOT FOUND-ON-TABLE
                   MOVE REL-PRIMARY          TO NX-TYPE
                   MOVE PRIMARY-PHYSICIAN-ID TO NX-BAD-VALUE
                   PERFORM 500-RECORD-EXCEPTION THRU 500-EXIT
               ELSE
                   IF FOUND-INACTIVE
                       MOVE REL-INACTIVE         TO NX-TYPE
                       MOVE PRIMARY-PHYSICIAN-ID TO NX-BAD-VALUE
                       PERFORM 500-RECORD-EXCEPTION THRU 500-EXIT.

      *  Self-pay stays carry no insurance type
           IF INSURANCE-TYPE NOT = SPACES
               PERFORM 410-FIND-CARRIER THRU 410-EXIT
               IF NOT FOUND-ON-TABLE
                   MOVE REL-CARRIER     TO NX-TYPE
                   MOVE INSURANCE-TYPE  TO NX-BAD-VALUE
                   PERFORM 500-RECORD-EXCEPTION THRU 500-EXIT.

      *  A patient not yet bedded carries bed zero
           IF BED-IDENTITY-PRIMARY NOT NUMERIC
              OR BED-IDENTITY-PRIMARY > ZERO
               PERFORM 420-CHECK-BED THRU 420-EXIT.
       300-EXIT.
           EXIT.

       400-FIND-PRACTITIONER.
           MOVE "N" TO FOUND-SW, INACTIVE-SW.
           SET PRAC-IDX TO 1.
           SEARCH PRACTITIONER-ENTRY
               AT END
                   CONTINUE
               WHEN PRAC-IDX > PRACTITIONER-COUNT
                   CONTINUE
               WHEN PT-PRACTITIONER-ID (PRAC-IDX) =
                                         LOOKUP-PRACTITIONER-ID
                   MOVE "Y" TO FOUND-SW
                   IF PT-ACTIVE-FLAG (PRAC-IDX) = "N"
                       MOVE "Y" TO INACTIVE-SW
                   END-IF
           END-SEARCH.
       400-EXIT.
           EXIT.

       410-FIND-CARRIER.
           MOVE "N" TO FOUND-SW.
           SET CARR-IDX TO 1.
           SEARCH CARRIER-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN CARR-IDX > CARRIER-CODE-COUNT
                   CONTINUE
               WHEN CC-CARRIER-CODE (CARR-IDX) = INSURANCE-TYPE
                   MOVE "Y" TO FOUND-SW
           END-SEARCH.
       410-EXIT.
           EXIT.

       420-CHECK-BED.
      *  The bed must be on HOSP_BED, and - looking back from the
      *  bed - only one patient may hold it
           MOVE BED-IDENTITY-PRIMARY TO LOOKUP-BED-ID.
           MOVE "N" TO FOUND-SW.
           SET BED-IDX TO 1.
           SEARCH BED-REF-ENTRY
               AT END
                   CONTINUE
               WHEN BED-IDX > BED-ENTRY-COUNT
                   CONTINUE
               WHEN BED-REF-ID (BED-IDX) = LOOKUP-BED-ID
                   MOVE "Y" TO FOUND-SW
           END-SEARCH.
           IF NOT FOUND-ON-TABLE
               MOVE REL-BED        TO NX-TYPE
               MOVE LOOKUP-BED-ID  TO NX-BAD-VALUE
               PERFORM 500-RECORD-EXCEPTION THRU 500-EXIT
               GO TO 420-EXIT.
           IF BED-CLAIMED-BY (BED-IDX) = SPACES
               MOVE MASTER-KEY-AREA TO BED-CLAIMED-BY (BED-IDX)
               GO TO 420-EXIT.
           MOVE REL-BED-SHARED           TO NX-TYPE.
           MOVE LOOKUP-BED-ID            TO NX-BAD-VALUE.
           MOVE BED-CLAIMED-BY (BED-IDX) TO NX-OTHER-PATIENT.
           PERFORM 500-RECORD-EXCEPTION THRU 500-EXIT.
       420-EXIT.
           EXIT.

       500-RECORD-EXCEPTION.
           ADD +1 TO EXCEPTIONS-FOUND.
           ADD +1 TO RELATIONSHIP-COUNT (NX-TYPE).
      *  A full table still counts every exception - only the
      *  listing is cut short
           IF EXCEPTION-COUNT >= +5000
               ADD +1 TO EXCEPTIONS-NOT-LISTED
               GO TO 500-EXIT.
           ADD +1 TO EXCEPTION-COUNT.
           MOVE NX-TYPE          TO EX-TYPE (EXCEPTION-COUNT).
           MOVE NX-PATIENT-ID    TO EX-PATIENT-ID (EXCEPTION-COUNT).
           MOVE NX-BAD-VALUE     TO EX-BAD-VALUE (EXCEPTION-COUNT).
           MOVE NX-OTHER-PATIENT TO EX-OTHER-PATIENT (EXCEPTION-COUNT).
       500-EXIT.
           EXIT.

       600-PRINT-TYPE.
           IF RELATIONSHIP-COUNT (TYPE-SUB) = +0
               GO TO 600-EXIT.
           MOVE RELATIONSHIP-TYPE-DESC (TYPE-SUB) TO TYPE-HDR-DESC-O.
           WRITE RPT-REC FROM WS-TYPE-HDR-REC.
           PERFORM 610-PRINT-EXCEPTION THRU 610-EXIT
               VARYING EXCEPTION-SUB FROM +1 BY +1
               UNTIL EXCEPTION-SUB > EXCEPTION-COUNT.
           WRITE RPT-REC FROM WS-BLANK-LINE.
       600-EXIT.
           EXIT.

       610-PRINT-EXCEPTION.
           IF EX-TYPE (EXCEPTION-SUB) NOT = TYPE-SUB
               GO TO 610-EXIT.
           MOVE EX-PATIENT-ID (EXCEPTION-SUB) TO EXC-PATIENT-O.
           MOVE EX-BAD-VALUE (EXCEPTION-SUB)  TO EXC-VALUE-O.
           MOVE SPACES TO EXC-OTHER-LABEL-O, EXC-OTHER-PATIENT-O.
           IF EX-OTHER-PATIENT (EXCEPTION-SUB) NOT = SPACES
               MOVE "   ALSO HELD BY" TO EXC-OTHER-LABEL-O
               MOVE EX-OTHER-PATIENT (EXCEPTION-SUB)
                                          TO EXC-OTHER-PATIENT-O.
           WRITE RPT-REC FROM WS-EXCEPTION-LINE.
       610-EXIT.
           EXIT.

       650-PRINT-TYPE-COUNT.
           MOVE RELATIONSHIP-TYPE-DESC (TYPE-SUB) TO COUNT-DESC-O.
           MOVE RELATIONSHIP-COUNT (TYPE-SUB)     TO COUNT-O.
           WRITE RPT-REC FROM WS-COUNT-LINE.
       650-EXIT.
           EXIT.

       800-READ-PATMSTR.
           READ PATMSTR
               AT END
               MOVE HIGH-VALUES TO MASTER-MATCH-KEY
               GO TO 800-EXIT
           END-READ
           ADD +1 TO MASTERS-READ.
           MOVE PATMSTR-KEY TO MASTER-MATCH-KEY.
       800-EXIT.
           EXIT.

       810-READ-PATPERSN.
           READ PATPERSN
               AT END
               MOVE HIGH-VALUES TO PERSONAL-MATCH-KEY
               GO TO 810-EXIT
           END-READ
           ADD +1 TO PERSONAL-READ.
           MOVE PATPERSN-KEY TO PERSONAL-MATCH-KEY.
       810-EXIT.
           EXIT.

       900-CLEANUP.
           PERFORM 600-PRINT-TYPE THRU 600-EXIT
               VARYING TYPE-SUB FROM +1 BY +1
               UNTIL TYPE-SUB > RELATIONSHIP-TYPES.
           PERFORM 650-PRINT-TYPE-COUNT THRU 650-EXIT
               VARYING TYPE-SUB FROM +1 BY +1
               UNTIL TYPE-SUB > RELATIONSHIP-TYPES.
           WRITE RPT-REC FROM WS-BLANK-LINE.

           MOVE MASTERS-READ          TO MASTERS-OUT.
           MOVE PERSONAL-READ         TO PERSONAL-OUT.
           MOVE EXCEPTIONS-FOUND      TO EXCEPTIONS-OUT.
           MOVE EXCEPTIONS-NOT-LISTED TO NOT-LISTED-OUT.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE DISCHIST, REGTABL, CARRTABL, BEDTABL, PATMSTR,
                 PATPERSN, XREFRPT.

           ADD MASTERS-READ PERSONAL-READ
                                  GIVING CYCLE-STEP-RECORDS-IN.
           MOVE EXCEPTIONS-FOUND    TO CYCLE-STEP-RECORDS-OUT.
      *  Exceptions are a warning for the cycle, not a stop
           IF EXCEPTIONS-FOUND > +0
               DISPLAY "*** MSTRXREF - " EXCEPTIONS-FOUND
                       " CROSS-REFERENCE EXCEPTIONS ***"
               MOVE +4 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE.
           DISPLAY "NORMAL END OF JOB MSTRXREF".
       900-EXIT.
           EXIT.

       990-ABEND-CLOSE.
           CLOSE DISCHIST, REGTABL, CARRTABL, BEDTABL, PATMSTR,
                 PATPERSN, XREFRPT.
           MOVE +16 TO RETURN-CODE.
           GOBACK.
       990-EXIT.
           EXIT.
