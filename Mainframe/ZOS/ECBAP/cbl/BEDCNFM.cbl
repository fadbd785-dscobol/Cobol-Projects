       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BEDCNFM.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          BED-ASSIGNMENT CONFIRMATION.
      *
      *          ADMISSIONS WORKS THE BEDASGN PROPOSAL REPORT AND
      *          KEYS A CONFIRMATION (PATIENT AND BED) FOR EACH BED
      *          THAT IS ACTUALLY TAKEN.  THIS STEP MATCHES EVERY
      *          CONFIRMATION TO ITS PROPOSAL AND WRITES A PATDALY
      *          TRANSFER ("X") RECORD MOVING THE PATIENT FROM THE
      *          CENSUS LOCATION ON THE PROPOSAL (ZERO FOR A NEW
      *          ADMISSION) TO THE PROPOSED WARD/ROOM/BED.  THE NEXT
      *          PATSRCH FEED IS COPIED THROUGH TO BEDXFER WITH THE
      *          TRANSFERS WRITTEN AHEAD OF ITS TRAILER (THE TRAILER
      *          COUNT IS OF DETAIL RECORDS AND IS CARRIED AS SENT),
      *          AND BEDXFER STANDS IN FOR PATSRCH FROM THERE ON SO
      *          THE CENSUS, BEDSTAT AND BEDASGN ALL SEE THE BED AS
      *          TAKEN.
      *          A CONFIRMATION FOR A BED OTHER THAN THE ONE PROPOSED,
      *          OR FOR A PATIENT WITH NO PROPOSAL, IS REJECTED.
      *
      ******************************************************************

             PROPOSAL FILE           -   DDS0001.BEDPROP

             CONFIRMATIONS           -   DDS0001.BEDCONF

             CENSUS FEED             -   DDS0001.PATSRCH

             FEED WITH TRANSFERS     -   DDS0001.BEDXFER

             REJECTED CONFIRMATIONS  -   DDS0001.BEDCREJ

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEDPROP
           ASSIGN TO UT-S-BEDPROP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BPCODE.

           SELECT BEDCONF
           ASSIGN TO UT-S-BEDCONF
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BCCODE.

           SELECT PATSRCH
           ASSIGN TO UT-S-PATSRCH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS PSCODE.

           SELECT BEDXFER
           ASSIGN TO UT-S-BEDXFER
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BXCODE.

           SELECT BEDCREJ
           ASSIGN TO UT-S-BEDCREJ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS BRCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  BEDPROP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BEDPROP-REC.
       01  BEDPROP-REC  PIC X(80).

      ****** ONE CONFIRMATION PER BED ADMISSIONS ACTUALLY ASSIGNED
       FD  BEDCONF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BEDCONF-REC.
       01  BEDCONF-REC.
           05  BCF-PATIENT-ID          PIC 9(06).
           05  BCF-BED-ID              PIC X(04).
           05  BCF-CONFIRM-DATE        PIC X(10).
           05  BCF-CONFIRMED-BY        PIC X(08).
           05  FILLER                  PIC X(52).

       FD  PATSRCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 993 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATSRCH-REC.
       01  PATSRCH-REC  PIC X(993).

       FD  BEDXFER
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 993 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BEDXFER-REC.
       01  BEDXFER-REC  PIC X(993).

       FD  BEDCREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BEDCREJ-REC.
       01  BEDCREJ-REC.
           05  ERR-MSG                 PIC X(40).
           05  REST-OF-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  BPCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  BCCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  PSCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  BXCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  BRCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  FLAGS-AND-SWITCHES.
           05 MORE-PROPOSALS-SW        PIC X(01) VALUE "Y".
              88 NO-MORE-PROPOSALS     VALUE "N".
           05 MORE-CONFIRMS-SW         PIC X(01) VALUE "Y".
              88 NO-MORE-CONFIRMS      VALUE "N".
           05 MORE-FEED-SW             PIC X(01) VALUE "Y".
              88 NO-MORE-FEED          VALUE "N".

       01  COUNTERS-AND-ACCUMULATORS.
           05 PROPOSALS-READ           PIC S9(5) COMP.
           05 CONFIRMS-READ            PIC S9(5) COMP.
           05 TRANSFERS-WRITTEN        PIC S9(5) COMP.
           05 CONFIRMS-REJECTED        PIC S9(5) COMP.
           05 FEED-RECORDS-COPIED      PIC S9(7) COMP.

       COPY BEDPROP.

      ****** TONIGHT'S PROPOSALS, KEPT IN CORE FOR THE CONFIRMATIONS
       01  PROPOSAL-TABLE.
           05  PROPOSAL-ENTRY OCCURS 999 TIMES
                       INDEXED BY PROP-IDX.
               10  PTE-PROPOSAL        PIC X(80).
               10  PTE-CONFIRMED-SW    PIC X(01).
                   88  PTE-CONFIRMED   VALUE "Y".
       77  PROPOSAL-COUNT              PIC S9(4) COMP VALUE +0.
       77  PROP-SUB                    PIC S9(4) COMP VALUE +0.

      ****** TRANSFER RECORD LAYOUT - SAME FEED RECORD AS PATSRCH
       COPY PATDALY.

      ****** THE FEED TRAILER, HELD UNTIL THE TRANSFERS ARE WRITTEN
       01  HOLD-TRAILER-REC            PIC X(993) VALUE SPACES.

      ****** STEP COUNT INTERFACE READ BY THE NIGHTRUN CYCLE DRIVER
       COPY RUNCOUNT.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-CONFIRMS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "BEDCNFM HOUSEKEEPING".
           OPEN INPUT BEDPROP, BEDCONF, PATSRCH.
           OPEN OUTPUT BEDXFER, BEDCREJ.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.

           PERFORM 300-LOAD-PROPOSALS THRU 300-EXIT
               UNTIL NO-MORE-PROPOSALS.

           PERFORM 200-COPY-FEED THRU 200-EXIT
               UNTIL NO-MORE-FEED.
           IF HOLD-TRAILER-REC = SPACES
               DISPLAY "*** BEDCNFM PATSRCH FEED HAS NO TRAILER"
               CLOSE BEDPROP, BEDCONF, PATSRCH, BEDXFER, BEDCREJ
               MOVE +16 TO RETURN-CODE
               GOBACK.

           READ BEDCONF
               AT END
               MOVE 'N' TO MORE-CONFIRMS-SW
               GO TO 000-EXIT
           END-READ
           ADD +1 TO CONFIRMS-READ.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           IF BCF-PATIENT-ID NOT NUMERIC
               MOVE "*** INVALID PATIENT-ID" TO ERR-MSG
               PERFORM 710-WRITE-BEDCREJ THRU 710-EXIT
               GO TO 190-READ-NEXT.
           PERFORM 400-FIND-PROPOSAL THRU 400-EXIT.
           IF PROP-SUB = +0
               MOVE "*** NO BED PROPOSED FOR PATIENT" TO ERR-MSG
               PERFORM 710-WRITE-BEDCREJ THRU 710-EXIT
               GO TO 190-READ-NEXT.
           MOVE PTE-PROPOSAL (PROP-SUB) TO BED-PROPOSAL-REC.
           IF BCF-BED-ID NOT = BP-BED-ID
               MOVE "*** CONFIRMED BED NOT THE PROPOSED BED"
                                         TO ERR-MSG
               PERFORM 710-WRITE-BEDCREJ THRU 710-EXIT
               GO TO 190-READ-NEXT.
           IF PTE-CONFIRMED (PROP-SUB)
               MOVE "*** BED ALREADY CONFIRMED" TO ERR-MSG
               PERFORM 710-WRITE-BEDCREJ THRU 710-EXIT
               GO TO 190-READ-NEXT.
           IF BP-WARD-ID NOT NUMERIC
              OR BP-ROOM-ID (1:4) NOT NUMERIC
              OR BP-BED-ID NOT NUMERIC
               MOVE "*** PROPOSED LOCATION NOT NUMERIC" TO ERR-MSG
               PERFORM 710-WRITE-BEDCREJ THRU 710-EXIT
               GO TO 190-READ-NEXT.

           PERFORM 600-WRITE-TRANSFER THRU 600-EXIT.
           MOVE "Y" TO PTE-CONFIRMED-SW (PROP-SUB).

       190-READ-NEXT.
           READ BEDCONF
               AT END MOVE "N" TO MORE-CONFIRMS-SW
               GO TO 100-EXIT
           END-READ
           ADD +1 TO CONFIRMS-READ.
       100-EXIT.
           EXIT.

      *  Every feed record up to the trailer goes straight through
       200-COPY-FEED.
           READ PATSRCH INTO INPATIENT-DAILY-REC
               AT END
               MOVE "N" TO MORE-FEED-SW
               GO TO 200-EXIT
           END-READ.
           IF TRAILER-REC IN INPATIENT-DAILY-REC
               MOVE PATSRCH-REC TO HOLD-TRAILER-REC
               MOVE "N" TO MORE-FEED-SW
               GO TO 200-EXIT.
           WRITE BEDXFER-REC FROM PATSRCH-REC.
           ADD +1 TO FEED-RECORDS-COPIED.
       200-EXIT.
           EXIT.

       300-LOAD-PROPOSALS.
           READ BEDPROP
               AT END
               MOVE 'N' TO MORE-PROPOSALS-SW
               GO TO 300-EXIT
           END-READ
           ADD +1 TO PROPOSALS-READ.
           IF PROPOSAL-COUNT >= +999
               DISPLAY "*** BEDCNFM PROPOSAL TABLE FULL"
               CLOSE BEDPROP, BEDCONF, PATSRCH, BEDXFER, BEDCREJ
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO PROPOSAL-COUNT.
           SET PROP-IDX TO PROPOSAL-COUNT.
           MOVE BEDPROP-REC TO PTE-PROPOSAL (PROP-IDX).
           MOVE "N"         TO PTE-CONFIRMED-SW (PROP-IDX).
       300-EXIT.
           EXIT.

       400-FIND-PROPOSAL.
           MOVE +0 TO PROP-SUB.
           IF PROPOSAL-COUNT = +0
               GO TO 400-EXIT.
           SET PROP-IDX TO 1.
           SEARCH PROPOSAL-ENTRY
               AT END
                   GO TO 400-EXIT
               WHEN PROP-IDX > PROPOSAL-COUNT
                   GO TO 400-EXIT
               WHEN PTE-PROPOSAL (PROP-IDX) (1:6) = BEDCONF-REC (1:6)
                   SET PROP-SUB TO PROP-IDX
           END-SEARCH.
       400-EXIT.
           EXIT.

       600-WRITE-TRANSFER.
      *  The detail location fields carry the new bed, the transfer
      *  data both ends of the move
           MOVE SPACES                 TO INPATIENT-DAILY-REC.
           MOVE "X"                    TO PATIENT-RECORD-TYPE.
           MOVE BP-WARD-ID             TO WARD-NBR
                                          IN INPATIENT-DAILY-REC.
           MOVE BP-ROOM-ID (1:4)       TO ROOM-IDENTITY
                                          IN INPATIENT-DAILY-REC.
           MOVE BP-PATIENT-ID          TO PATIENT-ID
                                          IN INPATIENT-DAILY-REC.
           MOVE BP-BED-ID              TO BED-IDENTITY
                                          IN INPATIENT-DAILY-REC.
      *  A new admission has no census admit date yet - it is today
           IF BP-DATE-ADMIT = SPACES
               MOVE BCF-CONFIRM-DATE   TO DATE-ADMIT
                                          IN INPATIENT-DAILY-REC
           ELSE
               MOVE BP-DATE-ADMIT      TO DATE-ADMIT
                                          IN INPATIENT-DAILY-REC.
           MOVE "BED ASSIGNMENT CONFIRMED"
                                       TO DAILY-CHARGES-COMMENTS.
           MOVE BP-FROM-WARD-NBR       TO XFER-FROM-WARD-NBR.
           MOVE BP-FROM-ROOM-IDENTITY  TO XFER-FROM-ROOM-IDENTITY.
           MOVE BP-FROM-BED-IDENTITY   TO XFER-FROM-BED-IDENTITY.
           MOVE BP-WARD-ID             TO XFER-TO-WARD-NBR.
           MOVE BP-ROOM-ID (1:4)       TO XFER-TO-ROOM-IDENTITY.
           MOVE BP-BED-ID              TO XFER-TO-BED-IDENTITY.
           WRITE BEDXFER-REC FROM INPATIENT-DAILY-REC.
           ADD +1 TO TRANSFERS-WRITTEN.
       600-EXIT.
           EXIT.

       710-WRITE-BEDCREJ.
           MOVE BEDCONF-REC TO REST-OF-REC.
           WRITE BEDCREJ-REC.
           ADD +1 TO CONFIRMS-REJECTED.
       710-EXIT.
           EXIT.

       999-CLEANUP.
           WRITE BEDXFER-REC FROM HOLD-TRAILER-REC.
           CLOSE BEDPROP, BEDCONF, PATSRCH, BEDXFER, BEDCREJ.
           MOVE CONFIRMS-READ     TO CYCLE-STEP-RECORDS-IN.
           MOVE TRANSFERS-WRITTEN TO CYCLE-STEP-RECORDS-OUT.
           DISPLAY "BEDCNFM - PROPOSALS " PROPOSALS-READ
                   " CONFIRMATIONS "      CONFIRMS-READ
                   " FEED RECORDS "       FEED-RECORDS-COPIED
                   " TRANSFERS WRITTEN "  TRANSFERS-WRITTEN
                   " REJECTED "           CONFIRMS-REJECTED.
           DISPLAY "NORMAL END OF JOB BEDCNFM".
       999-EXIT.
           EXIT.
