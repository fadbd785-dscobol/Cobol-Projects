       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRAYTKT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          NIGHTLY TRAY-TICKET AND MEAL-COUNT RUN FOR DIETARY.
      *
      *          JOINS THE PATSRCH WARD/ROOM/BED CENSUS TO THE
      *          DIET-ORDER-CODE HOSPEDIT MAINTAINS ON DDS0001.PATMASTR
      *          AND PRINTS ONE TRAY TICKET PER PATIENT IN WARD/ROOM/
      *          BED ORDER.  EVERY SEVERE FOOD ALLERGY IN THE PATIENT'S
      *          ALLERGY-ALERT-SEGMENT (ENTRIES KEYED "F-") IS PRINTED
      *          ON THE TICKET SO THE TRAY LINE CAN CHECK IT.
      *
      *          NPO PATIENTS GET NO TRAY - NO TICKET IS PRINTED AND
      *          THEY ARE LEFT OUT OF THE MEAL COUNTS.  THEY ARE SHOWN
      *          IN THEIR OWN COLUMN ON THE SUMMARY SO THE KITCHEN CAN
      *          SEE WHY A WARD'S TRAYS ARE DOWN.  A PATIENT WITH NO
      *          DIET ORDER (OR NO MASTER RECORD) STILL GETS A TRAY
      *          AND IS COUNTED UNDER "NORD" FOR THE UNIT TO FOLLOW UP.
      *
      *          THE MEAL-COUNT REPORT GIVES TRAYS BY WARD AND DIET
      *          WITH A HOSPITAL TOTAL LINE.
      *
      ******************************************************************

             CENSUS FILE             -   DDS0001.PATSRCH

             VSAM MASTER FILE        -   DDS0001.PATMASTR

             VSAM PERSONAL MASTER    -   DDS0001.PATPERSN

             TRAY TICKETS            -   TKTRPT

             MEAL-COUNT REPORT       -   MEALRPT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATSRCH
           ASSIGN TO UT-S-PATSRCH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PATCODE.

           SELECT TKTRPT
           ASSIGN TO UT-S-TKTRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TKCODE.

           SELECT MEALRPT
           ASSIGN TO UT-S-MEALRPT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS MLCODE.

           SELECT PATMSTR
                  ASSIGN       TO PATMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PATMSTR-KEY
                  FILE STATUS  IS PMCODE.

           SELECT PATPERSN
                  ASSIGN       TO PATPERSN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS PATPERSN-KEY
                  FILE STATUS  IS PPCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  PATSRCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 993 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATSRCH-REC.
       01  PATSRCH-REC  PIC X(993).

       FD  TKTRPT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS TKT-REC.
       01  TKT-REC PIC X(133).

       FD  MEALRPT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

      ****** VSAM PATIENT MASTER - DIET ORDER AND ALLERGIES
       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
       01  PATMSTR-REC.
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

      ****** VSAM PERSONAL MASTER - PATIENT NAME FOR THE TICKET
       FD  PATPERSN
           RECORD CONTAINS 800 CHARACTERS
           DATA RECORD IS PATPERSN-REC.
       01  PATPERSN-REC.
           05 PATPERSN-KEY      PIC X(06).
           05 FILLER           PIC X(794).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATCODE                 PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  TKCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  MLCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PMCODE                  PIC X(2).
               88 PMCODE-GOOD        VALUE "00".
               88 PMCODE-NOT-FOUND   VALUE "23".
           05  PPCODE                  PIC X(2).
               88 PPCODE-OK     VALUE "00".

       01  FLAGS-AND-SWITCHES.
           05 MORE-CENSUS-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-CENSUS        VALUE "N".

       01  COUNTERS-AND-ACCUMULATORS.
           05 CENSUS-RECS-READ         PIC S9(7) COMP.
           05 PATIENTS-IN-HOUSE        PIC S9(5) COMP.
           05 TICKETS-PRINTED          PIC S9(5) COMP.
           05 NPO-PATIENTS             PIC S9(5) COMP.
           05 FOOD-ALLERGY-LINES       PIC S9(5) COMP.
           05 MASTER-NOT-FOUND         PIC S9(5) COMP.
           05 PERSONAL-NOT-FOUND       PIC S9(5) COMP.

      ****** DIET CODES IN MEAL-COUNT COLUMN ORDER.  ENTRIES 1-9
      ****** GET A TRAY; THE LAST ENTRY (NPO) DOES NOT
       01  DIET-CODE-VALUES.
           05  FILLER   PIC X(14) VALUE "RREGULAR      ".
           05  FILLER   PIC X(14) VALUE "CCARDIAC      ".
           05  FILLER   PIC X(14) VALUE "DDIABETIC     ".
           05  FILLER   PIC X(14) VALUE "KRENAL        ".
           05  FILLER   PIC X(14) VALUE "LCLEAR LIQUID ".
           05  FILLER   PIC X(14) VALUE "FFULL LIQUID  ".
           05  FILLER   PIC X(14) VALUE "SSOFT         ".
           05  FILLER   PIC X(14) VALUE "PPUREED       ".
           05  FILLER   PIC X(14) VALUE " NO DIET ORDER".
           05  FILLER   PIC X(14) VALUE "NNPO          ".
       01  DIET-CODE-TABLE REDEFINES DIET-CODE-VALUES.
           05  DIET-CODE-ENTRY OCCURS 10 TIMES
                       INDEXED BY DIET-IDX.
               10  DC-CODE             PIC X(01).
               10  DC-DESC             PIC X(13).
       77  TRAY-DIET-COUNT             PIC S9(4) COMP VALUE +9.
       77  NPO-DIET-SUB                PIC S9(4) COMP VALUE +10.
       77  DIET-SUB                    PIC S9(4) COMP VALUE +0.

      ****** MEAL COUNTS - ONE ENTRY PER WARD, ONE COUNTER PER DIET
       01  WARD-MEAL-TABLE.
           05  WARD-MEAL-ENTRY OCCURS 50 TIMES
                       INDEXED BY WARD-IDX.
               10  WM-WARD-ID          PIC X(04).
               10  WM-DIET-COUNT       PIC S9(4) COMP
                                       OCCURS 10 TIMES.
               10  WM-TRAYS            PIC S9(5) COMP.
       77  WARD-COUNT                  PIC S9(4) COMP VALUE +0.
       77  WARD-SUB                    PIC S9(4) COMP VALUE +0.

       01  HOSPITAL-MEAL-TOTALS.
           05  HM-DIET-COUNT           PIC S9(5) COMP
                                       OCCURS 10 TIMES.
           05  HM-TRAYS                PIC S9(5) COMP.

       77  ALG-SUB                     PIC S9(4) COMP VALUE +0.
       77  COL-SUB                     PIC S9(4) COMP VALUE +0.
       01  WS-WARD-ID-X                PIC X(04).
       01  RUN-DATE-X10                PIC X(10).

       77  WS-RUN-YYYYMMDD             PIC X(08) VALUE SPACES.

      ****** TRAY TICKET - HEADER, NAME, DIET AND ALLERGY LINES
       01  TKT-SEPARATOR-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(60) VALUE ALL "=".
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  TKT-LOCATION-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(6) VALUE "WARD: ".
           05  TKT-WARD-O              PIC 9(4).
           05  FILLER                  PIC X(8) VALUE "  ROOM: ".
           05  TKT-ROOM-O              PIC 9(4).
           05  FILLER                  PIC X(7) VALUE "  BED: ".
           05  TKT-BED-O               PIC 9(4).
           05  FILLER                  PIC X(11) VALUE "     DATE: ".
           05  TKT-DATE-O              PIC X(10).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  TKT-PATIENT-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(9) VALUE "PATIENT: ".
           05  TKT-PATIENT-O           PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TKT-NAME-O              PIC X(40).
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  TKT-DIET-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(9) VALUE "DIET:    ".
           05  TKT-DIET-O              PIC X(13).
           05  FILLER                  PIC X(110) VALUE SPACES.

       01  TKT-ALLERGY-LINE.
           05  FILLER                  PIC X(1) VALUE " ".
           05  FILLER                  PIC X(27)
                  VALUE "*** SEVERE FOOD ALLERGY:   ".
           05  TKT-ALLERGY-O           PIC X(6).
           05  FILLER                  PIC X(4) VALUE " ***".
           05  FILLER                  PIC X(95) VALUE SPACES.

      ****** MEAL-COUNT REPORT
       01  WS-HDR-REC.
           05  FILLER                  PIC X(1) VALUE " ".
           05  HDR-DATE                PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
           "MEAL COUNT BY WARD AND DIET".
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-COL-HDR-REC.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "WARD".
           05  FILLER                  PIC X(54) VALUE
           "  REGL  CARD  DIAB  RENL  CLIQ  FLIQ  SOFT  PURE  NORD".
           05  FILLER                  PIC X(13) VALUE
           "  TRAYS   NPO".
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-MEAL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  MEAL-WARD-O             PIC X(4).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  MEAL-DIET-GROUP OCCURS 9 TIMES.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  MEAL-DIET-O         PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MEAL-TRAYS-O            PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MEAL-NPO-O              PIC ZZZ9.
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-TOTALS-REC.
           05  FILLER                  PIC X(11)
                  VALUE "In house: ".
           05  IN-HOUSE-OUT            PIC Z(5).
           05  FILLER                  PIC X(10)
                  VALUE " Tickets: ".
           05  TICKETS-OUT             PIC Z(5).
           05  FILLER                  PIC X(6)
                  VALUE " NPO: ".
           05  NPO-OUT                 PIC Z(5).
           05  FILLER                  PIC X(16)
                  VALUE " Food allergy: ".
           05  FOOD-ALLERGY-OUT        PIC Z(5).
           05  FILLER                  PIC X(12)
                  VALUE " No master: ".
           05  NOT-FOUND-OUT           PIC Z(5).
           05  FILLER                  PIC X(10)
                  VALUE " No name: ".
           05  NO-NAME-OUT             PIC Z(5).
           05  FILLER                  PIC X(38) VALUE SPACES.

      ****** CENSUS RECORD - SORTED WARD/ROOM/BED BY DATA COLLECTIONS
       COPY PATDALY.

      ****** VSAM MASTER VIEW - DIET ORDER AND ALLERGY SEGMENT
       COPY PATMSTR.

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
           05  GUARANTOR-SEGMENT.
               10  GUAR-NAME           PIC X(30).
               10  GUAR-STREET         PIC X(30).
               10  GUAR-CITY           PIC X(20).
               10  GUAR-STATE          PIC X(02).
               10  GUAR-ZIP            PIC X(09).
               10  GUAR-RELATIONSHIP   PIC X(02).
           05  PATIENT-COMMENTS        PIC X(169).

      ****** STEP COUNT INTERFACE READ BY THE NIGHTRUN CYCLE DRIVER
       COPY RUNCOUNT.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-CENSUS
                      OR TRAILER-REC IN INPATIENT-DAILY-REC.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "TRAYTKT HOUSEKEEPING".
           OPEN INPUT PATSRCH.
           OPEN INPUT PATMSTR, PATPERSN.
           OPEN OUTPUT TKTRPT, MEALRPT.

           INITIALIZE COUNTERS-AND-ACCUMULATORS,
                      HOSPITAL-MEAL-TOTALS.
           IF CYCLE-BUSINESS-DATE NUMERIC
               MOVE CYCLE-BUSINESS-DATE TO WS-RUN-YYYYMMDD
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
           MOVE WS-RUN-YYYYMMDD (1:4)        TO RUN-DATE-X10 (1:4).
           MOVE "-"                          TO RUN-DATE-X10 (5:1).
           MOVE WS-RUN-YYYYMMDD (5:2)        TO RUN-DATE-X10 (6:2).
           MOVE "-"                          TO RUN-DATE-X10 (8:1).
           MOVE WS-RUN-YYYYMMDD (7:2)        TO RUN-DATE-X10 (9:2).
           MOVE RUN-DATE-X10                 TO HDR-DATE, TKT-DATE-O.
           WRITE RPT-REC FROM WS-HDR-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-COL-HDR-REC.

           READ PATSRCH INTO INPATIENT-DAILY-REC
               AT END
               MOVE 'N' TO MORE-CENSUS-SW
               GO TO 000-EXIT
           END-READ
           ADD +1 TO CENSUS-RECS-READ.
       000-EXIT.
           EXIT.

       100-MAINLINE.
      *  Transfer records are census adjustments, not bed detail
           IF TRANSFER-REC IN INPATIENT-DAILY-REC
               GO TO 190-READ-NEXT.
           PERFORM 300-TRAY-FOR-PATIENT THRU 300-EXIT.

       190-READ-NEXT.
           READ PATSRCH INTO INPATIENT-DAILY-REC
               AT END MOVE "N" TO MORE-CENSUS-SW
               GO TO 100-EXIT
           END-READ
           ADD +1 TO CENSUS-RECS-READ.
       100-EXIT.
           EXIT.

       300-TRAY-FOR-PATIENT.
           ADD +1 TO PATIENTS-IN-HOUSE.
           MOVE WARD-NBR IN INPATIENT-DAILY-REC TO WS-WARD-ID-X.
           PERFORM 500-FIND-WARD THRU 500-EXIT.

      *  No master means no diet on file - the tray still goes up
      *  and is counted as having no diet order
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO PATMSTR-KEY.
           READ PATMSTR
               INVALID KEY
                   NEXT SENTENCE.
           IF PMCODE-GOOD
               MOVE PATMSTR-REC TO PATIENT-MASTER-REC
           ELSE
               ADD +1 TO MASTER-NOT-FOUND
               INITIALIZE PATIENT-MASTER-REC.

           PERFORM 550-FIND-DIET THRU 550-EXIT.
           IF DIET-SUB = NPO-DIET-SUB
               ADD +1 TO NPO-PATIENTS
               ADD +1 TO HM-DIET-COUNT (NPO-DIET-SUB)
               IF WARD-SUB > +0
                   ADD +1 TO WM-DIET-COUNT (WARD-SUB, NPO-DIET-SUB)
               END-IF
               GO TO 300-EXIT.

           ADD +1 TO HM-DIET-COUNT (DIET-SUB), HM-TRAYS.
           IF WARD-SUB > +0
               ADD +1 TO WM-DIET-COUNT (WARD-SUB, DIET-SUB),
                         WM-TRAYS (WARD-SUB).
           PERFORM 400-PRINT-TICKET THRU 400-EXIT.
       300-EXIT.
           EXIT.

       400-PRINT-TICKET.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC TO PATPERSN-KEY.
           READ PATPERSN
               INVALID KEY
                   NEXT SENTENCE.
           MOVE SPACES TO TKT-NAME-O.
           IF PPCODE-OK
               MOVE PATPERSN-REC TO PATIENT-PERSONAL-MASTER-REC
               STRING LAST-NAME  DELIMITED BY "  "
                      ", "       DELIMITED BY SIZE
                      FIRST-NAME DELIMITED BY "  "
                      INTO TKT-NAME-O
           ELSE
               ADD +1 TO PERSONAL-NOT-FOUND
               MOVE "** NAME NOT ON FILE - CHECK WITH UNIT **"
                                            TO TKT-NAME-O.

           MOVE WARD-NBR IN INPATIENT-DAILY-REC      TO TKT-WARD-O.
           MOVE ROOM-IDENTITY IN INPATIENT-DAILY-REC TO TKT-ROOM-O.
           MOVE BED-IDENTITY IN INPATIENT-DAILY-REC  TO TKT-BED-O.
           MOVE PATIENT-ID IN INPATIENT-DAILY-REC    TO TKT-PATIENT-O.
           MOVE DC-DESC (DIET-SUB)                   TO TKT-DIET-O.
           WRITE TKT-REC FROM TKT-SEPARATOR-LINE.
           WRITE TKT-REC FROM TKT-LOCATION-LINE.
           WRITE TKT-REC FROM TKT-PATIENT-LINE.
           WRITE TKT-REC FROM TKT-DIET-LINE.
           IF PATIENT-ALLERGY-COUNT NUMERIC
               PERFORM 450-PRINT-FOOD-ALLERGY THRU 450-EXIT
                   VARYING ALG-SUB FROM +1 BY +1
                   UNTIL ALG-SUB > PATIENT-ALLERGY-COUNT
                      OR ALG-SUB > +10.
           ADD +1 TO TICKETS-PRINTED.
       400-EXIT.
           EXIT.

       450-PRINT-FOOD-ALLERGY.
      *  Only severe food entries go on the tray; drug allergies are
      *  screened by the treatment edit
           IF NOT FOOD-ALLERGY (ALG-SUB)
              OR NOT SEVERE-ALLERGY (ALG-SUB)
               GO TO 450-EXIT.
           MOVE ALLERGY-FOOD-CODE (ALG-SUB) TO TKT-ALLERGY-O.
           WRITE TKT-REC FROM TKT-ALLERGY-LINE.
           ADD +1 TO FOOD-ALLERGY-LINES.
       450-EXIT.
           EXIT.

       500-FIND-WARD.
      *  Ward lookup, adding the ward the first time it is seen
           MOVE +0 TO WARD-SUB.
           SET WARD-IDX TO 1.
           SEARCH WARD-MEAL-ENTRY
               AT END
                   DISPLAY "*** TRAYTKT WARD TABLE FULL"
                   GO TO 500-EXIT
               WHEN WARD-IDX > WARD-COUNT
                   ADD +1 TO WARD-COUNT
                   SET WARD-IDX TO WARD-COUNT
                   MOVE WS-WARD-ID-X TO WM-WARD-ID (WARD-IDX)
                   SET WARD-SUB TO WARD-IDX
                   PERFORM 510-CLEAR-WARD-COUNTS THRU 510-EXIT
                       VARYING COL-SUB FROM +1 BY +1
                       UNTIL COL-SUB > NPO-DIET-SUB
                   MOVE +0 TO WM-TRAYS (WARD-IDX)
               WHEN WM-WARD-ID (WARD-IDX) = WS-WARD-ID-X
                   SET WARD-SUB TO WARD-IDX
           END-SEARCH.
       500-EXIT.
           EXIT.

       510-CLEAR-WARD-COUNTS.
           MOVE +0 TO WM-DIET-COUNT (WARD-SUB, COL-SUB).
       510-EXIT.
           EXIT.

       550-FIND-DIET.
      *  A code not in the table is treated as no diet order
           SET DIET-IDX TO 1.
           SEARCH DIET-CODE-ENTRY
               AT END
                   MOVE TRAY-DIET-COUNT TO DIET-SUB
               WHEN DC-CODE (DIET-IDX) = DIET-ORDER-CODE
                   SET DIET-SUB TO DIET-IDX
           END-SEARCH.
       550-EXIT.
           EXIT.

       600-PRINT-WARD-COUNTS.
           MOVE WM-WARD-ID (WARD-SUB)      TO MEAL-WARD-O.
           PERFORM 610-MOVE-WARD-COLUMN THRU 610-EXIT
               VARYING COL-SUB FROM +1 BY +1
               UNTIL COL-SUB > TRAY-DIET-COUNT.
           MOVE WM-TRAYS (WARD-SUB)        TO MEAL-TRAYS-O.
           MOVE WM-DIET-COUNT (WARD-SUB, NPO-DIET-SUB)
                                           TO MEAL-NPO-O.
           WRITE RPT-REC FROM WS-MEAL-LINE.
       600-EXIT.
           EXIT.

       610-MOVE-WARD-COLUMN.
           MOVE WM-DIET-COUNT (WARD-SUB, COL-SUB)
                                           TO MEAL-DIET-O (COL-SUB).
       610-EXIT.
           EXIT.

       620-MOVE-HOSPITAL-COLUMN.
           MOVE HM-DIET-COUNT (COL-SUB)    TO MEAL-DIET-O (COL-SUB).
       620-EXIT.
           EXIT.

       200-CLEANUP.
           PERFORM 600-PRINT-WARD-COUNTS THRU 600-EXIT
               VARYING WARD-SUB FROM +1 BY +1
               UNTIL WARD-SUB > WARD-COUNT.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE "ALL"                      TO MEAL-WARD-O.
           PERFORM 620-MOVE-HOSPITAL-COLUMN THRU 620-EXIT
               VARYING COL-SUB FROM +1 BY +1
               UNTIL COL-SUB > TRAY-DIET-COUNT.
           MOVE HM-TRAYS                   TO MEAL-TRAYS-O.
           MOVE HM-DIET-COUNT (NPO-DIET-SUB) TO MEAL-NPO-O.
           WRITE RPT-REC FROM WS-MEAL-LINE.

           MOVE PATIENTS-IN-HOUSE  TO IN-HOUSE-OUT.
           MOVE TICKETS-PRINTED    TO TICKETS-OUT.
           MOVE NPO-PATIENTS       TO NPO-OUT.
           MOVE FOOD-ALLERGY-LINES TO FOOD-ALLERGY-OUT.
           MOVE MASTER-NOT-FOUND   TO NOT-FOUND-OUT.
           MOVE PERSONAL-NOT-FOUND TO NO-NAME-OUT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE PATSRCH, PATMSTR, PATPERSN, TKTRPT, MEALRPT.
           MOVE CENSUS-RECS-READ   TO CYCLE-STEP-RECORDS-IN.
           MOVE TICKETS-PRINTED    TO CYCLE-STEP-RECORDS-OUT.
           DISPLAY "NORMAL END OF JOB TRAYTKT".
       200-EXIT.
           EXIT.
