       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DRUGMNT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. NON-CONFIDENTIAL.

      ******************************************************************
      *REMARKS.
      *
      *          THIS PROGRAM APPLIES ADD/CHANGE/DELETE TRANSACTIONS
      *          TO THE DRUG-DRUG INTERACTION MASTER (VSAM
      *          DDS0001.DRUGINTR, COPYBOOK DRUGINTR) THAT PHARMACY
      *          MAINTAINS.  EACH RECORD NAMES A MEDICATION PAIR, THE
      *          SEVERITY OF THE INTERACTION (S = SEVERE, M =
      *          MODERATE) AND A SHORT MESSAGE FOR THE PEND REASON
      *          AND THE PHARMACIST REVIEW LISTING.  THE TREATMENT
      *          EDIT READS THE MASTER'S NIGHTLY UNLOAD.
      *
      *          A PAIR IS THE SAME INTERACTION WHICHEVER DRUG IS
      *          GIVEN FIRST, SO THE PAIR IS STORED ONCE WITH THE
      *          LOWER MEDICATION-ID AS THE FIRST KEY - A TRANSACTION
      *          MAY NAME THE TWO DRUGS IN EITHER ORDER.
      *
      *          REJECTED TRANSACTIONS (BAD FUNCTION, BLANK OR
      *          IDENTICAL MEDICATIONS, BAD SEVERITY, ADD OF AN
      *          EXISTING PAIR, CHANGE OR DELETE OF AN UNKNOWN PAIR)
      *          GO TO THE REJECT FILE WITH A REASON.
      *
      ******************************************************************

               INPUT FILE              -   DDS0001.DRUGTRAN

               VSAM INTERACTION MASTER -   DDS0001.DRUGINTR

               REJECTED TRANS FILE     -   DDS0001.DRUGREJ

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRUGTRAN
           ASSIGN TO UT-S-DRUGTRAN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRCODE.

           SELECT DRUGREJ
           ASSIGN TO UT-S-DRUGREJ
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RJCODE.

           SELECT DRUGINTR
                  ASSIGN       TO DRUGINTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS DRUGINTR-KEY
                  FILE STATUS  IS DICODE.

       DATA DIVISION.
       FILE SECTION.
       FD  DRUGTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DRUG-TRAN-REC.
       01  DRUG-TRAN-REC.
           05  DT-FUNCTION-CD              PIC X(01).
               88  DT-ADD                  VALUE "A".
               88  DT-CHANGE               VALUE "C".
               88  DT-DELETE               VALUE "D".
               88  DT-VALID-FUNCTION
                   VALUES ARE "A", "C", "D".
           05  DT-MEDICATION-ID-1          PIC X(08).
           05  DT-MEDICATION-ID-2          PIC X(08).
           05  DT-SEVERITY                 PIC X(01).
           05  DT-MESSAGE                  PIC X(40).
           05  FILLER                      PIC X(22).

       FD  DRUGREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DRUG-TRAN-ERR.
       01  DRUG-TRAN-ERR.
           05  ERR-MSG                     PIC X(40).
           05  REST-OF-REC                 PIC X(80).

       FD  DRUGINTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DRUGINTR-REC.
       01  DRUGINTR-REC.
           05 DRUGINTR-KEY     PIC X(16).
           05 FILLER           PIC X(64).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TRCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  RJCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  DICODE                  PIC X(2).
               88 DICODE-OK          VALUE "00".
               88 DICODE-NOT-FOUND   VALUE "23".

       77  MORE-RECORDS-SW             PIC X(1) VALUE SPACE.
           88 NO-MORE-RECORDS  VALUE 'N'.

      ****** THE PAIR IN KEY ORDER - LOWER MEDICATION-ID FIRST
       01  WS-PAIR-KEY.
           05  WS-PAIR-LOW-ID          PIC X(08).
           05  WS-PAIR-HIGH-ID         PIC X(08).

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC S9(4) COMP.
           05 RECORDS-APPLIED          PIC S9(4) COMP.
           05 RECORDS-REJECTED         PIC S9(4) COMP.

       COPY DRUGINTR.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-RECORDS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "DRUGMNT HOUSEKEEPING".
           OPEN INPUT DRUGTRAN.
           OPEN OUTPUT DRUGREJ.
           OPEN I-O DRUGINTR.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           PERFORM 900-READ-DRUGTRAN THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           PERFORM 300-EDIT-TRANSACTION THRU 300-EXIT.
           PERFORM 900-READ-DRUGTRAN THRU 900-EXIT.
       100-EXIT.
           EXIT.

       300-EDIT-TRANSACTION.
           IF NOT DT-VALID-FUNCTION
               MOVE "*** INVALID FUNCTION CODE - MUST BE A, C OR D"
                   TO ERR-MSG
               PERFORM 710-WRITE-DRUGREJ THRU 710-EXIT
               GO TO 300-EXIT.

           IF DT-MEDICATION-ID-1 = SPACES
              OR DT-MEDICATION-ID-2 = SPACES
               MOVE "*** BOTH MEDICATION-IDS ARE REQUIRED"
                   TO ERR-MSG
               PERFORM 710-WRITE-DRUGREJ THRU 710-EXIT
               GO TO 300-EXIT.

           IF DT-MEDICATION-ID-1 = DT-MEDICATION-ID-2
               MOVE "*** A MEDICATION CANNOT INTERACT WITH ITSELF"
                   TO ERR-MSG
               PERFORM 710-WRITE-DRUGREJ THRU 710-EXIT
               GO TO 300-EXIT.

           MOVE DT-SEVERITY TO DI-SEVERITY.
           IF (DT-ADD OR DT-CHANGE) AND NOT DI-VALID-SEVERITY
               MOVE "*** INVALID SEVERITY - MUST BE S OR M"
                   TO ERR-MSG
               PERFORM 710-WRITE-DRUGREJ THRU 710-EXIT
               GO TO 300-EXIT.

           IF (DT-ADD OR DT-CHANGE) AND DT-MESSAGE = SPACES
               MOVE "*** INTERACTION MESSAGE IS REQUIRED"
                   TO ERR-MSG
               PERFORM 710-WRITE-DRUGREJ THRU 710-EXIT
               GO TO 300-EXIT.

      *  Either order on the transaction - one record per pair
           IF DT-MEDICATION-ID-1 < DT-MEDICATION-ID-2
               MOVE DT-MEDICATION-ID-1 TO WS-PAIR-LOW-ID
               MOVE DT-MEDICATION-ID-2 TO WS-PAIR-HIGH-ID
           ELSE
               MOVE DT-MEDICATION-ID-2 TO WS-PAIR-LOW-ID
               MOVE DT-MEDICATION-ID-1 TO WS-PAIR-HIGH-ID.

           MOVE WS-PAIR-KEY TO DRUGINTR-KEY.
           READ DRUGINTR
               INVALID KEY
                   NEXT SENTENCE.

           EVALUATE TRUE
               WHEN DT-ADD
                   PERFORM 400-ADD-PAIR THRU 400-EXIT
               WHEN DT-CHANGE
                   PERFORM 500-CHANGE-PAIR THRU 500-EXIT
               WHEN DT-DELETE
                   PERFORM 600-DELETE-PAIR THRU 600-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

       400-ADD-PAIR.
           IF NOT DICODE-NOT-FOUND
               MOVE "*** ADD REJECTED - PAIR ALREADY ON MASTER"
                   TO ERR-MSG
               PERFORM 710-WRITE-DRUGREJ THRU 710-EXIT
               GO TO 400-EXIT.
           INITIALIZE DRUG-INTERACTION-REC.
           MOVE WS-PAIR-KEY        TO DI-INTERACTION-KEY.
           PERFORM 450-MOVE-TRAN-FIELDS THRU 450-EXIT.
           MOVE DRUG-INTERACTION-REC TO DRUGINTR-REC.
           WRITE DRUGINTR-REC
               INVALID KEY
                   DISPLAY "*** DRUGINTR WRITE FAILED " DICODE
                   GO TO 400-EXIT
           END-WRITE.
           ADD +1 TO RECORDS-APPLIED.
       400-EXIT.
           EXIT.

       450-MOVE-TRAN-FIELDS.
           MOVE DT-SEVERITY          TO DI-SEVERITY.
           MOVE DT-MESSAGE           TO DI-MESSAGE.
       450-EXIT.
           EXIT.

       500-CHANGE-PAIR.
           IF DICODE-NOT-FOUND
               MOVE "*** CHANGE REJECTED - PAIR NOT ON MASTER"
                   TO ERR-MSG
               PERFORM 710-WRITE-DRUGREJ THRU 710-EXIT
               GO TO 500-EXIT.
           MOVE DRUGINTR-REC TO DRUG-INTERACTION-REC.
           PERFORM 450-MOVE-TRAN-FIELDS THRU 450-EXIT.
           MOVE DRUG-INTERACTION-REC TO DRUGINTR-REC.
           REWRITE DRUGINTR-REC
               INVALID KEY
                   DISPLAY "*** DRUGINTR REWRITE FAILED " DICODE
                   GO TO 500-EXIT
           END-REWRITE.
           ADD +1 TO RECORDS-APPLIED.
       500-EXIT.
           EXIT.

       600-DELETE-PAIR.
           IF DICODE-NOT-FOUND
               MOVE "*** DELETE REJECTED - PAIR NOT ON MASTER"
                   TO ERR-MSG
               PERFORM 710-WRITE-DRUGREJ THRU 710-EXIT
               GO TO 600-EXIT.
           DELETE DRUGINTR RECORD
               INVALID KEY
                   DISPLAY "*** DRUGINTR DELETE FAILED " DICODE
                   GO TO 600-EXIT
           END-DELETE.
           ADD +1 TO RECORDS-APPLIED.
       600-EXIT.
           EXIT.

       710-WRITE-DRUGREJ.
           MOVE DRUG-TRAN-REC TO REST-OF-REC.
           WRITE DRUG-TRAN-ERR.
           ADD +1 TO RECORDS-REJECTED.
       710-EXIT.
           EXIT.

       900-READ-DRUGTRAN.
           READ DRUGTRAN
               AT END MOVE "N" TO MORE-RECORDS-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           DISPLAY "DRUGMNT - READ "     RECORDS-READ
                   " APPLIED "           RECORDS-APPLIED
                   " REJECTED "          RECORDS-REJECTED.
           CLOSE DRUGTRAN, DRUGREJ, DRUGINTR.
           DISPLAY "NORMAL END OF JOB DRUGMNT".
       999-EXIT.
           EXIT.
