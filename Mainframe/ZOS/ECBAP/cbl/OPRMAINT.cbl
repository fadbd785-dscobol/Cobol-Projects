       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPRMAINT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          THIS PROGRAM APPLIES ADD/CHANGE/DELETE TRANSACTIONS
      *          TO THE CICS OPERATOR AUTHORITY FILE (VSAM
      *          DDS0001.OPRAUTH, COPYBOOK OPRAUTH) THAT PATINQ,
      *          POLINQ, CLMENTRY, BEDBRD (BBRD) AND ADMENTRY (ADMT)
      *          CHECK THROUGH OPRCHK ON ENTRY.  BEFORE THE FILE
      *          EXISTED ANY SIGNED-ON OPERATOR COULD SEE ANY PATIENT
      *          OR POLICY, OR KEY A CLAIM.
      *
      *          RECORD TYPE "O" IS AN OPERATOR (CICS USERID) AND
      *          THE ROLES HELD; RECORD TYPE "R" IS A ROLE AND THE
      *          TRANSACTION/FUNCTION PAIRS IT GRANTS - PINQ/IQ
      *          PATIENT INQUIRY, PINQ/TD TREATMENT DETAIL SCREEN,
      *          PLNQ/IQ POLICY INQUIRY, CLME/CE CLAIM ENTRY,
      *          BBRD/IQ BED-BOARD INQUIRY, BBRD/HK HOUSEKEEPING
      *          MARKING A DIRTY BED CLEAN ON THE BED BOARD, ADMT/AD
      *          ADMISSION ENTRY.
      *
      *          ON A CHANGE A BLANK STATUS OR DESCRIPTION LEAVES THE
      *          FILE'S VALUE ALONE, AND A LIST KEYED REPLACES THE
      *          WHOLE LIST.  TO TAKE ACCESS AWAY WITHOUT LOSING THE
      *          ENTRY, CHANGE ITS STATUS TO "S" (SUSPENDED).  AN
      *          OPERATOR MAY ONLY BE GIVEN ROLES ALREADY ON FILE, SO
      *          ROLES ARE LOADED AHEAD OF THE OPERATORS HOLDING THEM.
      *
      *          EVERY TRANSACTION - APPLIED OR REJECTED - IS PRINTED
      *          ON THE AUDIT LISTING WITH THE REQUESTING SECURITY
      *          ADMINISTRATOR AND THE ENTRY BEFORE AND AFTER, FOR
      *          COMPLIANCE TO FILE WITH THE SIGNED ACCESS REQUESTS.
      *
      *          RC 0  - ALL TRANSACTIONS APPLIED
      *          RC 4  - ONE OR MORE TRANSACTIONS REJECTED
      *
      ******************************************************************

               INPUT FILE              -   DDS0001.OPRTRAN

               VSAM OPERATOR AUTHORITY -   DDS0001.OPRAUTH

               AUDIT LISTING           -   OPRLIST

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPRTRAN
           ASSIGN TO UT-S-OPRTRAN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS TRCODE.

           SELECT OPRLIST
           ASSIGN TO UT-S-OPRLIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS LSCODE.

           SELECT OPRAUTH
                  ASSIGN       TO OPRAUTH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS OA-KEY
                  FILE STATUS  IS OACODE.

       DATA DIVISION.
       FILE SECTION.
       FD  OPRTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPERATOR-TRAN-REC.
       01  OPERATOR-TRAN-REC.
           05  OT-FUNCTION-CD              PIC X(01).
               88  OT-ADD                  VALUE "A".
               88  OT-CHANGE               VALUE "C".
               88  OT-DELETE               VALUE "D".
               88  OT-VALID-FUNCTION
                   VALUES ARE "A", "C", "D".
           05  OT-RECORD-TYPE              PIC X(01).
               88  OT-OPERATOR             VALUE "O".
               88  OT-ROLE                 VALUE "R".
               88  OT-VALID-RECORD-TYPE
                   VALUES ARE "O", "R".
           05  OT-ENTRY-ID                 PIC X(08).
           05  OT-STATUS                   PIC X(01).
               88  OT-VALID-STATUS
                   VALUES ARE "A", "S", " ".
           05  OT-DESCRIPTION              PIC X(20).
      ****** OPERATOR - UP TO FIVE ROLES; ROLE - UP TO SIX GRANTS
           05  OT-ROLE-LIST.
               10  OT-ROLE-ID              PIC X(08)
                                           OCCURS 5 TIMES.
           05  OT-GRANT-LIST REDEFINES OT-ROLE-LIST.
               10  OT-GRANT                OCCURS 6 TIMES.
                   15  OT-GRANT-TRANS-ID   PIC X(04).
                   15  OT-GRANT-FUNCTION   PIC X(02).
               10  FILLER                  PIC X(04).
      ****** SECURITY ADMINISTRATOR WHO SIGNED THE ACCESS REQUEST
           05  OT-REQUESTED-BY             PIC X(08).
           05  FILLER                      PIC X(01).

       FD  OPRLIST
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS LIST-REC.
       01  LIST-REC  PIC X(133).

       FD  OPRAUTH
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPERATOR-AUTHORITY-REC.
       COPY OPRAUTH.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  TRCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  LSCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  OACODE                  PIC X(2).
               88 OACODE-OK          VALUE "00".
               88 OACODE-NOT-FOUND   VALUE "23".

       77  MORE-RECORDS-SW             PIC X(1) VALUE SPACE.
           88 NO-MORE-RECORDS  VALUE 'N'.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC S9(4) COMP.
           05 RECORDS-APPLIED          PIC S9(4) COMP.
           05 RECORDS-REJECTED         PIC S9(4) COMP.
           05 LINE-COUNT               PIC S9(4) COMP.
           05 PAGE-COUNT               PIC S9(4) COMP.

       77  RUN-DATE                    PIC X(08) VALUE SPACES.
       77  ERR-MSG                     PIC X(50) VALUE SPACES.
       77  LIST-SUB                    PIC S9(4) COMP VALUE +0.
       77  LIST-PTR                    PIC S9(4) COMP VALUE +0.
       77  LINES-PER-PAGE              PIC S9(4) COMP VALUE +55.

      ****** THE TRANSACTION'S LIST, PACKED TO THE FRONT WITH THE
      ****** BLANK SLOTS DROPPED
       01  WORK-LIST.
           05  WK-ROLE-ID              PIC X(08) OCCURS 5 TIMES.
       01  WORK-GRANT-LIST REDEFINES WORK-LIST.
           05  WK-GRANT                OCCURS 6 TIMES.
               10  WK-GRANT-TRANS-ID   PIC X(04).
               10  WK-GRANT-FUNCTION   PIC X(02).
           05  FILLER                  PIC X(04).
       77  WORK-COUNT                  PIC 9(01) VALUE ZERO.

      ****** THE TRANSACTION/FUNCTION PAIRS THE TRANSACTIONS CHECK
       01  GRANT-PAIR                  PIC X(06).
           88  VALID-GRANT-PAIR
               VALUES ARE "PINQIQ", "PINQTD", "PLNQIQ", "CLMECE",
                          "BBRDIQ", "BBRDHK", "ADMTAD".

       01  HDR-LINE-1.
           05  FILLER                  PIC X(01) VALUE " ".
           05  FILLER                  PIC X(50) VALUE
               "OPRMAINT - CICS OPERATOR AUTHORITY MAINTENANCE".
           05  FILLER                  PIC X(10) VALUE "RUN DATE ".
           05  HDR-RUN-DATE            PIC XXXX/XX/XX.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "PAGE ".
           05  HDR-PAGE                PIC ZZ9.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  HDR-LINE-2.
           05  FILLER                  PIC X(01) VALUE " ".
           05  FILLER                  PIC X(07) VALUE "ACTION".
           05  FILLER                  PIC X(10) VALUE "TYPE".
           05  FILLER                  PIC X(10) VALUE "ENTRY ID".
           05  FILLER                  PIC X(14) VALUE "REQUESTED BY".
           05  FILLER                  PIC X(50) VALUE "RESULT".
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  TRAN-LINE.
           05  FILLER                  PIC X(01) VALUE " ".
           05  TL-ACTION               PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TL-TYPE                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-ENTRY-ID             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TL-REQUESTED-BY         PIC X(08).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  TL-RESULT               PIC X(50).
           05  FILLER                  PIC X(41) VALUE SPACES.

      ****** THE ENTRY AS IT STOOD BEFORE AND AFTER THE TRANSACTION
       01  IMAGE-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  IMG-LABEL               PIC X(08).
           05  FILLER                  PIC X(07) VALUE "STATUS ".
           05  IMG-STATUS              PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IMG-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IMG-LIST-LABEL          PIC X(07).
           05  IMG-LIST                PIC X(54).
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  BEFORE-IMAGE-LINE           PIC X(133) VALUE SPACES.
       01  AFTER-IMAGE-LINE            PIC X(133) VALUE SPACES.

       01  TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE " ".
           05  TOT-LABEL               PIC X(24).
           05  TOT-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(102) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-RECORDS.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "OPRMAINT HOUSEKEEPING".
           MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE.
           MOVE RUN-DATE TO HDR-RUN-DATE.
           OPEN INPUT OPRTRAN.
           OPEN OUTPUT OPRLIST.
           OPEN I-O OPRAUTH.
           IF NOT OACODE-OK
               DISPLAY "*** OPRAUTH OPEN PROBLEM " OACODE
               MOVE +16 TO RETURN-CODE
               GOBACK.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           PERFORM 780-PAGE-HEADING THRU 780-EXIT.
           PERFORM 900-READ-OPRTRAN THRU 900-EXIT.
       000-EXIT.
           EXIT.

       100-MAINLINE.
           MOVE SPACES TO ERR-MSG, BEFORE-IMAGE-LINE, AFTER-IMAGE-LINE.
           PERFORM 300-EDIT-TRANSACTION THRU 300-EXIT.
           IF ERR-MSG = SPACES
               ADD +1 TO RECORDS-APPLIED
               MOVE "APPLIED" TO TL-RESULT
           ELSE
               ADD +1 TO RECORDS-REJECTED
               MOVE ERR-MSG TO TL-RESULT.
           PERFORM 700-LIST-TRANSACTION THRU 700-EXIT.
           PERFORM 900-READ-OPRTRAN THRU 900-EXIT.
       100-EXIT.
           EXIT.

       300-EDIT-TRANSACTION.
           IF NOT OT-VALID-FUNCTION
               MOVE "*** INVALID FUNCTION CODE - MUST BE A, C OR D"
                   TO ERR-MSG
               GO TO 300-EXIT.

           IF NOT OT-VALID-RECORD-TYPE
               MOVE "*** INVALID RECORD TYPE - MUST BE O OR R"
                   TO ERR-MSG
               GO TO 300-EXIT.

           IF OT-ENTRY-ID = SPACES
               MOVE "*** BLANK OPERATOR / ROLE ID" TO ERR-MSG
               GO TO 300-EXIT.

           IF OT-REQUESTED-BY = SPACES
               MOVE "*** REQUESTING ADMINISTRATOR NOT GIVEN"
                   TO ERR-MSG
               GO TO 300-EXIT.

           IF NOT OT-VALID-STATUS
               MOVE "*** INVALID STATUS - MUST BE A OR S" TO ERR-MSG
               GO TO 300-EXIT.

           MOVE SPACES TO WORK-LIST.
           MOVE ZERO   TO WORK-COUNT.
           IF OT-OPERATOR AND NOT OT-DELETE
               PERFORM 310-EDIT-OPERATOR-ROLES THRU 310-EXIT
                   VARYING LIST-SUB FROM 1 BY 1
                   UNTIL LIST-SUB > 5 OR ERR-MSG NOT = SPACES.
           IF OT-ROLE AND NOT OT-DELETE
               PERFORM 320-EDIT-ROLE-GRANTS THRU 320-EXIT
                   VARYING LIST-SUB FROM 1 BY 1
                   UNTIL LIST-SUB > 6 OR ERR-MSG NOT = SPACES.
           IF ERR-MSG NOT = SPACES
               GO TO 300-EXIT.

           IF OT-ADD AND WORK-COUNT = ZERO
               IF OT-OPERATOR
                   MOVE "*** ADD NEEDS AT LEAST ONE ROLE" TO ERR-MSG
                   GO TO 300-EXIT
               ELSE
                   MOVE "*** ADD NEEDS AT LEAST ONE GRANT" TO ERR-MSG
                   GO TO 300-EXIT.

      ****** THE ROLE LOOKUPS ABOVE USED THE RECORD AREA - READ THE
      ****** ENTRY BEING MAINTAINED LAST
           MOVE OT-RECORD-TYPE TO OA-RECORD-TYPE.
           MOVE OT-ENTRY-ID    TO OA-ENTRY-ID.
           READ OPRAUTH
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT OACODE-OK AND NOT OACODE-NOT-FOUND
               DISPLAY "*** OPRAUTH READ PROBLEM " OACODE
               MOVE +16 TO RETURN-CODE
               GOBACK.

           EVALUATE TRUE
               WHEN OT-ADD
                   PERFORM 400-ADD-ENTRY THRU 400-EXIT
               WHEN OT-CHANGE
                   PERFORM 500-CHANGE-ENTRY THRU 500-EXIT
               WHEN OT-DELETE
                   PERFORM 600-DELETE-ENTRY THRU 600-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.

      ****** EVERY ROLE GIVEN AN OPERATOR MUST ALREADY BE ON FILE
       310-EDIT-OPERATOR-ROLES.
           IF OT-ROLE-ID (LIST-SUB) = SPACES
               GO TO 310-EXIT.
           MOVE "R"                    TO OA-RECORD-TYPE.
           MOVE OT-ROLE-ID (LIST-SUB)  TO OA-ENTRY-ID.
           READ OPRAUTH
               INVALID KEY
                   CONTINUE
           END-READ.
           IF OACODE-NOT-FOUND
               STRING "*** ROLE "          DELIMITED BY SIZE
                      OT-ROLE-ID (LIST-SUB) DELIMITED BY SPACE
                      " IS NOT ON FILE"     DELIMITED BY SIZE
                      INTO ERR-MSG
               GO TO 310-EXIT.
           IF NOT OACODE-OK
               DISPLAY "*** OPRAUTH READ PROBLEM " OACODE
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD 1 TO WORK-COUNT.
           MOVE OT-ROLE-ID (LIST-SUB) TO WK-ROLE-ID (WORK-COUNT).
       310-EXIT.
           EXIT.

      ****** A ROLE MAY ONLY GRANT A FUNCTION THE TRANSACTION HAS
       320-EDIT-ROLE-GRANTS.
           IF OT-GRANT (LIST-SUB) = SPACES
               GO TO 320-EXIT.
           MOVE OT-GRANT (LIST-SUB) TO GRANT-PAIR.
           IF NOT VALID-GRANT-PAIR
               STRING "*** INVALID GRANT "        DELIMITED BY SIZE
                      OT-GRANT-TRANS-ID (LIST-SUB) DELIMITED BY SIZE
                      "/"                          DELIMITED BY SIZE
                      OT-GRANT-FUNCTION (LIST-SUB) DELIMITED BY SIZE
                      INTO ERR-MSG
               GO TO 320-EXIT.
           ADD 1 TO WORK-COUNT.
           MOVE OT-GRANT (LIST-SUB) TO WK-GRANT (WORK-COUNT).
       320-EXIT.
           EXIT.

       400-ADD-ENTRY.
           IF NOT OACODE-NOT-FOUND
               MOVE "*** ADD REJECTED - ID ALREADY ON FILE"
                   TO ERR-MSG
               GO TO 400-EXIT.
           MOVE SPACES         TO OPERATOR-AUTHORITY-REC.
           MOVE OT-RECORD-TYPE TO OA-RECORD-TYPE.
           MOVE OT-ENTRY-ID    TO OA-ENTRY-ID.
           MOVE "A"            TO OA-STATUS.
           PERFORM 450-MOVE-TRAN-FIELDS THRU 450-EXIT.
           WRITE OPERATOR-AUTHORITY-REC
               INVALID KEY
                   STRING "*** OPRAUTH WRITE FAILED - STATUS "
                                          DELIMITED BY SIZE
                          OACODE          DELIMITED BY SIZE
                          INTO ERR-MSG
                   GO TO 400-EXIT
           END-WRITE.
           MOVE "AFTER:"   TO IMG-LABEL.
           PERFORM 750-FORMAT-IMAGE THRU 750-EXIT.
           MOVE IMAGE-LINE TO AFTER-IMAGE-LINE.
       400-EXIT.
           EXIT.

       450-MOVE-TRAN-FIELDS.
           IF OT-STATUS NOT = SPACE
               MOVE OT-STATUS      TO OA-STATUS.
           IF OT-DESCRIPTION NOT = SPACES
               MOVE OT-DESCRIPTION TO OA-DESCRIPTION.
           IF WORK-COUNT > ZERO
               MOVE WORK-LIST      TO OA-OPERATOR-ROLES
               MOVE WORK-COUNT     TO OA-ENTRY-COUNT.
           MOVE RUN-DATE           TO OA-LAST-MAINT-DATE.
       450-EXIT.
           EXIT.

       500-CHANGE-ENTRY.
           IF OACODE-NOT-FOUND
               MOVE "*** CHANGE REJECTED - ID NOT ON FILE"
                   TO ERR-MSG
               GO TO 500-EXIT.
           MOVE "BEFORE:"  TO IMG-LABEL.
           PERFORM 750-FORMAT-IMAGE THRU 750-EXIT.
           MOVE IMAGE-LINE TO BEFORE-IMAGE-LINE.
           PERFORM 450-MOVE-TRAN-FIELDS THRU 450-EXIT.
           REWRITE OPERATOR-AUTHORITY-REC
               INVALID KEY
                   STRING "*** OPRAUTH REWRITE FAILED - STATUS "
                                          DELIMITED BY SIZE
                          OACODE          DELIMITED BY SIZE
                          INTO ERR-MSG
                   MOVE SPACES TO BEFORE-IMAGE-LINE
                   GO TO 500-EXIT
           END-REWRITE.
           MOVE "AFTER:"   TO IMG-LABEL.
           PERFORM 750-FORMAT-IMAGE THRU 750-EXIT.
           MOVE IMAGE-LINE TO AFTER-IMAGE-LINE.
       500-EXIT.
           EXIT.

      ****** OPRCHK TREATS A DELETED ROLE STILL NAMED BY AN OPERATOR
      ****** AS GRANTING NOTHING
       600-DELETE-ENTRY.
           IF OACODE-NOT-FOUND
               MOVE "*** DELETE REJECTED - ID NOT ON FILE"
                   TO ERR-MSG
               GO TO 600-EXIT.
           MOVE "BEFORE:"  TO IMG-LABEL.
           PERFORM 750-FORMAT-IMAGE THRU 750-EXIT.
           MOVE IMAGE-LINE TO BEFORE-IMAGE-LINE.
           DELETE OPRAUTH RECORD
               INVALID KEY
                   STRING "*** OPRAUTH DELETE FAILED - STATUS "
                                          DELIMITED BY SIZE
                          OACODE          DELIMITED BY SIZE
                          INTO ERR-MSG
                   MOVE SPACES TO BEFORE-IMAGE-LINE
                   GO TO 600-EXIT
           END-DELETE.
       600-EXIT.
           EXIT.

       700-LIST-TRANSACTION.
           IF LINE-COUNT > LINES-PER-PAGE - 3
               PERFORM 780-PAGE-HEADING THRU 780-EXIT.
           EVALUATE TRUE
               WHEN OT-ADD     MOVE "ADD"      TO TL-ACTION
               WHEN OT-CHANGE  MOVE "CHANGE"   TO TL-ACTION
               WHEN OT-DELETE  MOVE "DELETE"   TO TL-ACTION
               WHEN OTHER      MOVE OT-FUNCTION-CD TO TL-ACTION
           END-EVALUATE.
           EVALUATE TRUE
               WHEN OT-OPERATOR MOVE "OPERATOR" TO TL-TYPE
               WHEN OT-ROLE     MOVE "ROLE"     TO TL-TYPE
               WHEN OTHER       MOVE OT-RECORD-TYPE TO TL-TYPE
           END-EVALUATE.
           MOVE OT-ENTRY-ID     TO TL-ENTRY-ID.
           MOVE OT-REQUESTED-BY TO TL-REQUESTED-BY.
           WRITE LIST-REC FROM TRAN-LINE
               AFTER ADVANCING 2 LINES.
           ADD +2 TO LINE-COUNT.
           IF BEFORE-IMAGE-LINE NOT = SPACES
               WRITE LIST-REC FROM BEFORE-IMAGE-LINE
               ADD +1 TO LINE-COUNT.
           IF AFTER-IMAGE-LINE NOT = SPACES
               WRITE LIST-REC FROM AFTER-IMAGE-LINE
               ADD +1 TO LINE-COUNT.
       700-EXIT.
           EXIT.

      ****** ONE LINE SHOWING THE ENTRY IN THE RECORD AREA
       750-FORMAT-IMAGE.
           MOVE OA-STATUS      TO IMG-STATUS.
           MOVE OA-DESCRIPTION TO IMG-DESCRIPTION.
           MOVE SPACES         TO IMG-LIST.
           MOVE 1              TO LIST-PTR.
           IF OA-OPERATOR-RECORD
               MOVE "ROLES: " TO IMG-LIST-LABEL
           ELSE
               MOVE "GRANTS:" TO IMG-LIST-LABEL.
           PERFORM 760-FORMAT-ENTRY THRU 760-EXIT
               VARYING LIST-SUB FROM 1 BY 1
               UNTIL LIST-SUB > OA-ENTRY-COUNT.
       750-EXIT.
           EXIT.

       760-FORMAT-ENTRY.
           IF OA-OPERATOR-RECORD
               STRING OA-ROLE-ID (LIST-SUB) DELIMITED BY SPACE
                      " "                   DELIMITED BY SIZE
                      INTO IMG-LIST WITH POINTER LIST-PTR
           ELSE
               STRING OA-GRANT-TRANS-ID (LIST-SUB) DELIMITED BY SIZE
                      "/"                          DELIMITED BY SIZE
                      OA-GRANT-FUNCTION (LIST-SUB) DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      INTO IMG-LIST WITH POINTER LIST-PTR.
       760-EXIT.
           EXIT.

       780-PAGE-HEADING.
           ADD +1 TO PAGE-COUNT.
           MOVE PAGE-COUNT TO HDR-PAGE.
           WRITE LIST-REC FROM HDR-LINE-1
               AFTER ADVANCING PAGE.
           WRITE LIST-REC FROM HDR-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE +3 TO LINE-COUNT.
       780-EXIT.
           EXIT.

       900-READ-OPRTRAN.
           READ OPRTRAN
               AT END MOVE "N" TO MORE-RECORDS-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO RECORDS-READ.
       900-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE "TRANSACTIONS READ"     TO TOT-LABEL.
           MOVE RECORDS-READ            TO TOT-COUNT.
           WRITE LIST-REC FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE "TRANSACTIONS APPLIED"  TO TOT-LABEL.
           MOVE RECORDS-APPLIED         TO TOT-COUNT.
           WRITE LIST-REC FROM TOTAL-LINE.
           MOVE "TRANSACTIONS REJECTED" TO TOT-LABEL.
           MOVE RECORDS-REJECTED        TO TOT-COUNT.
           WRITE LIST-REC FROM TOTAL-LINE.
           DISPLAY "OPRMAINT - READ "     RECORDS-READ
                   " APPLIED "            RECORDS-APPLIED
                   " REJECTED "           RECORDS-REJECTED.
           CLOSE OPRTRAN, OPRLIST, OPRAUTH.
           IF RECORDS-REJECTED > 0
               MOVE +4 TO RETURN-CODE
           ELSE
               MOVE +0 TO RETURN-CODE.
           DISPLAY "NORMAL END OF JOB OPRMAINT".
       999-EXIT.
           EXIT.
