       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BEDBRD.
      *REMARKS        BED-BOARD INQUIRY TRANSACTION.  SHOWS ONE WARD'S
      *               BEDS AT A TIME OFF THE BED BOARD (A KEYED COPY OF
      *               THE BEDSTAT BED-STATUS MASTER AND LAST NIGHT'S
      *               CENSUS, RELOADED BY BEDBLOAD) - EACH BED'S ROOM,
      *               STATUS (CLEAN, DIRTY, OUT OF SERVICE, BLOCKED OR
      *               OCCUPIED) AND THE OCCUPANT'S NAME FROM PATPERSN.
      *               KEY A WARD AND PRESS ENTER TO GO TO IT; PF8 PAGES
      *               FORWARD THROUGH THE WARD AND ON TO THE NEXT WARD,
      *               PF7 BACK TO THE START OF THE WARD BEFORE.
      *               HOUSEKEEPING KEYS "C" AGAINST A DIRTY BED AND
      *               PRESSES ENTER TO MARK IT CLEAN: THE BOARD IS
      *               UPDATED AT ONCE AND A STATUS TRANSACTION GOES TO
      *               THE BSTR QUEUE (DATASET DDS0001.BEDSTRAN), WHICH
      *               BEDSTAT APPLIES TO THE MASTER THAT NIGHT.
      *               VIEWING NEEDS BBRD/IQ, MARKING CLEAN BBRD/HK,
      *               BOTH CHECKED THROUGH OPRCHK.  BUILT ON THE
      *               BASECICS PROGRAM SHELL.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MAP-VALUES.
           12 WS-TRANS-ID              PIC X(04) VALUE 'BBRD'.
           12 WS-MAPSET-NAME           PIC X(08) VALUE 'BEDBRDM '.
           12 WS-MAP1-NAME             PIC X(08) VALUE 'BEDBRD1 '.

       01  WS-CICS-PGM-STORAGE-AREA.
           12 WS-RESPONSE-CODE         PIC S9(8) BINARY.
           12 WS-OPERATOR-ID           PIC X(08).
           12 WS-END-MESSAGE           PIC X(60) VALUE
            'BED BOARD ENDED - USE CESF LOGOFF TO END CICS'.

      *****************************************************************
      * COMMAREA - THE FIRST AND LAST BED ON THE SCREEN (FOR PAGING)
      * AND THE BED ON EACH LINE (FOR MARKING CLEAN)
      *****************************************************************
       01  WS-COMMUNICATION-AREA.
           12 CA-FIRST-KEY.
              15 CA-FIRST-WARD-ID      PIC X(08).
              15 CA-FIRST-BED-ID       PIC X(04).
           12 CA-LAST-KEY              PIC X(12).
           12 CA-LINE-COUNT            PIC 9(02).
           12 CA-LINE-BED-ID           PIC X(04) OCCURS 15 TIMES.

       01  WS-STATUS-FLAGS.
           12 WS-FIRST-TIME-FLAG       PIC S9(4) BINARY.
              88 WS-FIRST-TIME                   VALUE ZERO.
           12 WS-BROWSE-FLAG           PIC X(01).
              88 WS-BROWSE-DONE                  VALUE 'Y'.
              88 WS-BROWSE-MORE                  VALUE 'N'.

       01  WS-AID-KEY-TEST.
           12 EIBAID-TEST-FIELD        PIC X(01).
              88 CLEAR-KEY                       VALUE X'6D'.
              88 ENTER-KEY                       VALUE X'7D'.
              88 PF3-KEY                         VALUE X'F3'.
              88 PF7-KEY                         VALUE X'F7'.
              88 PF8-KEY                         VALUE X'F8'.

      *****************************************************************
      * SYMBOLIC MAP - ONE WARD, UP TO 15 BEDS A SCREEN
      *****************************************************************
       01  BED-BOARD-MAP.
           12 BBM-L-WARD-ID            PIC S9(4) BINARY.
           12 BBM-A-WARD-ID            PIC X(01).
           12 BBM-D-WARD-ID            PIC X(08).
           12 BBM-BED-LINE OCCURS 15 TIMES.
              15 BBM-L-SELECT          PIC S9(4) BINARY.
              15 BBM-A-SELECT          PIC X(01).
              15 BBM-D-SELECT          PIC X(01).
              15 BBM-D-ROOM-ID         PIC X(08).
              15 BBM-D-BED-ID          PIC X(04).
              15 BBM-D-STATUS          PIC X(14).
              15 BBM-D-PATIENT-NAME    PIC X(30).
           12 BBM-D-ERROR-MESSAGE      PIC X(60).
           12 BBM-D-OPERATOR-MESSAGE   PIC X(60).

      *****************************************************************
      * BROWSE KEY, LINE COUNTERS AND THE MARK-CLEAN TALLY
      *****************************************************************
       01  WS-BROWSE-KEY.
           12 WS-BROWSE-WARD-ID        PIC X(08).
           12 WS-BROWSE-BED-ID         PIC X(04).
       01  WS-SCREEN-WARD-ID           PIC X(08).
       01  WS-KEYED-WARD-ID            PIC X(08).
       77  WS-LINE-SUB                 PIC S9(4) BINARY VALUE ZERO.
       77  WS-CLEANED-COUNT            PIC S9(4) BINARY VALUE ZERO.
       77  WS-NOT-CHANGED-COUNT        PIC S9(4) BINARY VALUE ZERO.
       77  WS-SELECT-COUNT             PIC S9(4) BINARY VALUE ZERO.
       01  WS-COUNT-EDIT               PIC Z9.
       01  WS-COUNT-EDIT-2             PIC Z9.
       01  WS-TODAY                    PIC X(08).

      *****************************************************************
      * BED STATUS TRANSACTION - THE 80-BYTE BEDSTRAN LAYOUT BEDSTAT
      * READS, WRITTEN TO THE BSTR EXTRAPARTITION TD QUEUE
      *****************************************************************
       01  WS-BED-STATUS-TRAN.
           12 BST-BED-ID               PIC X(04).
           12 BST-STATUS-CODE          PIC X(01).
           12 BST-STATUS-DATE          PIC X(10).
           12 BST-COMMENT              PIC X(40).
           12 FILLER                   PIC X(25).
       77  WS-BST-REC-LENGTH           PIC S9(4) BINARY VALUE +80.

      *****************************************************************
      * OPERATOR AUTHORITY CHECK - LINKED TO OPRCHK, WHICH LOGS ANY
      * REFUSAL TO THE PAUD QUEUE
      *****************************************************************
       COPY OPRCHKCA.

      *****************************************************************
      * FILE RECORD AREAS - SAME LAYOUTS THE BATCH PROGRAMS USE
      *****************************************************************
       COPY BEDBRD.

       01  PATPERSN-REC.
           05  PP-PATIENT-NBR          PIC 9(6).
           05  FILLER                  PIC X(45).
           05  FILLER                  PIC X(101).
           05  PP-MARITAL-STATUS       PIC X(01).
           05  PP-PATIENT-NAME.
               10 PP-LAST-NAME         PIC X(15).
               10 PP-MIDINIT           PIC X(01).
               10 PP-FIRST-NAME        PIC X(20).
           05  PP-PHONE-HOME           PIC X(10).
           05  PP-PHONE-WORK           PIC X(10).
           05  PP-PHONE-MOBILE         PIC X(10).
           05  PP-HEIGHT               PIC 9(02).
           05  PP-WEIGHT               PIC 9(03).
           05  PP-GENDER               PIC X(01).
           05  PP-DOB                  PIC 9(05).
           05  FILLER                  PIC X(33).
           05  FILLER                  PIC X(101).
           05  FILLER                  PIC X(20).
           05  FILLER                  PIC X(02).
           05  FILLER                  PIC X(06).
           05  PP-HOME-ADDRESS.
               10 PP-APARTMENT-NBR     PIC X(05).
               10 PP-STREET            PIC X(30).
               10 PP-CITY              PIC X(20).
               10 PP-STATE             PIC X(02).
               10 PP-POSTAL-CODE       PIC X(9).
               10 PP-COUNTRY           PIC X(20).
           05  FILLER                  PIC X(60).
           05  PP-GUARANTOR-SEGMENT.
               10  PP-GUAR-NAME        PIC X(30).
               10  PP-GUAR-STREET      PIC X(30).
               10  PP-GUAR-CITY        PIC X(20).
               10  PP-GUAR-STATE       PIC X(02).
               10  PP-GUAR-ZIP         PIC X(09).
               10  PP-GUAR-RELATIONSHIP
                                       PIC X(02).
           05  FILLER                  PIC X(169).

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(86).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 3333-ALWAYS-TEST.

           EVALUATE TRUE
              WHEN WS-FIRST-TIME
                 PERFORM 0100-CHECK-AUTHORITY
                 PERFORM 9000-FIRST-TIME
              WHEN PF3-KEY
                 PERFORM 8900-QUIT
              WHEN PF8-KEY
                 PERFORM 2000-NEXT-PAGE
              WHEN PF7-KEY
                 PERFORM 2500-PREVIOUS-WARD
              WHEN ENTER-KEY
                 PERFORM 0500-NORMAL-PROCEDURE
              WHEN OTHER
                 PERFORM 9200-INVALID-KEY-MESSAGE
           END-EVALUATE.

           PERFORM 8000-RETURN-WITH-TRANS-ID.

       0100-CHECK-AUTHORITY.

      * ENTRY TO THE TRANSACTION NEEDS THE INQUIRY FUNCTION; A
      * REFUSED OPERATOR GETS THE MESSAGE AND THE TRANSACTION ENDS
           MOVE SPACES      TO OPRCHK-COMMAREA.
           MOVE WS-TRANS-ID TO OC-TRANS-ID.
           MOVE 'IQ'        TO OC-FUNCTION.
           PERFORM 0150-LINK-OPRCHK.
           IF OC-REFUSED
              EXEC CICS
                 SEND TEXT FROM   (OC-REFUSAL-MESSAGE)
                      ERASE
                      ALARM
                      FREEKB
              END-EXEC
              EXEC CICS
                 RETURN
              END-EXEC
           END-IF.

       0150-LINK-OPRCHK.

           EXEC CICS
              LINK PROGRAM  ('OPRCHK  ')
                   COMMAREA (OPRCHK-COMMAREA)
                   LENGTH   (OPRCHK-COMMAREA-LENGTH)
                   RESP     (WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-ABORT
           END-IF.

       0500-NORMAL-PROCEDURE.

      * A "C" AGAINST ANY BED MEANS MARK CLEAN; OTHERWISE A WARD
      * KEYED MEANS GO TO IT; ENTER ALONE REFRESHES THE SCREEN
           PERFORM 1000-RECEIVE-MAP.
           MOVE ZERO TO WS-SELECT-COUNT.
           PERFORM 1050-COUNT-SELECTION
              VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > CA-LINE-COUNT.

           EVALUATE TRUE
              WHEN WS-SELECT-COUNT > ZERO
                 PERFORM 3000-MARK-BEDS-CLEAN
              WHEN BBM-D-WARD-ID NOT = SPACES
               AND BBM-D-WARD-ID NOT = LOW-VALUE
                 PERFORM 1100-GO-TO-WARD
              WHEN OTHER
                 MOVE CA-FIRST-KEY TO WS-BROWSE-KEY
                 PERFORM 1500-SHOW-PAGE
                 PERFORM 1800-SEND-BOARD
           END-EVALUATE.

       1000-RECEIVE-MAP.

           EXEC CICS
              RECEIVE MAP     (WS-MAP1-NAME)
                      MAPSET  (WS-MAPSET-NAME)
                      INTO    (BED-BOARD-MAP)
                      RESP    (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE WS-RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(MAPFAIL)
                 MOVE LOW-VALUE TO BED-BOARD-MAP
              WHEN OTHER
                 PERFORM 9999-ABORT
           END-EVALUATE.

       1050-COUNT-SELECTION.

           IF BBM-D-SELECT (WS-LINE-SUB) NOT = SPACE
              AND BBM-D-SELECT (WS-LINE-SUB) NOT = LOW-VALUE
              ADD 1 TO WS-SELECT-COUNT
           END-IF.

       1100-GO-TO-WARD.

      * THE SHOW-PAGE CLEARS THE MAP, SO THE WARD KEYED IS HELD TO
      * TELL WHETHER THE BROWSE LANDED ON IT OR ON THE NEXT WARD
           MOVE BBM-D-WARD-ID TO WS-KEYED-WARD-ID.
           MOVE BBM-D-WARD-ID TO WS-BROWSE-WARD-ID.
           MOVE LOW-VALUE     TO WS-BROWSE-BED-ID.
           PERFORM 1500-SHOW-PAGE.
           IF WS-LINE-SUB = ZERO
              MOVE LOW-VALUE TO BED-BOARD-MAP
              MOVE -1 TO BBM-L-WARD-ID
              MOVE 'WARD NOT ON THE BED BOARD'
                 TO BBM-D-ERROR-MESSAGE
              PERFORM 1850-SEND-MESSAGE-ONLY
              PERFORM 8000-RETURN-WITH-TRANS-ID
           END-IF.
           IF CA-FIRST-WARD-ID NOT = WS-KEYED-WARD-ID
              MOVE 'WARD NOT ON THE BED BOARD - NEXT WARD SHOWN'
                 TO BBM-D-ERROR-MESSAGE
           END-IF.
           PERFORM 1800-SEND-BOARD.

       1500-SHOW-PAGE.

      * BUILD ONE SCREEN FROM WS-BROWSE-KEY FORWARD - THE FIRST BED
      * FOUND FIXES THE WARD, AND THE SCREEN STOPS AT THE END OF THAT
      * WARD OR AT 15 BEDS.  A BED EQUAL TO CA-LAST-KEY IS ONE ALREADY
      * SHOWN (PF8) AND IS SKIPPED.  WHEN NO BED IS FOUND THE
      * COMMAREA STILL DESCRIBES THE SCREEN ALREADY UP.
           MOVE LOW-VALUE TO BED-BOARD-MAP.
           MOVE SPACES    TO WS-SCREEN-WARD-ID.
           MOVE ZERO      TO WS-LINE-SUB.
           SET WS-BROWSE-MORE TO TRUE.

           EXEC CICS
              STARTBR FILE  ('BEDBOARD')
                      RIDFLD(WS-BROWSE-KEY)
                      GTEQ
                      RESP  (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE WS-RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                 PERFORM 1600-READ-NEXT-BED
                    UNTIL WS-BROWSE-DONE
                 EXEC CICS
                    ENDBR FILE ('BEDBOARD')
                 END-EXEC
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 9999-ABORT
           END-EVALUATE.

           IF WS-LINE-SUB > ZERO
              MOVE WS-LINE-SUB TO CA-LINE-COUNT
              MOVE WS-SCREEN-WARD-ID TO BBM-D-WARD-ID
              MOVE -1 TO BBM-L-SELECT (1)
              MOVE 'C=MARK CLEAN  PF7/PF8 WARDS  PF3 QUIT'
                 TO BBM-D-OPERATOR-MESSAGE
           END-IF.

       1600-READ-NEXT-BED.

           EXEC CICS
              READNEXT FILE  ('BEDBOARD')
                       INTO  (BED-BOARD-REC)
                       RIDFLD(WS-BROWSE-KEY)
                       RESP  (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESPONSE-CODE = DFHRESP(ENDFILE)
                 SET WS-BROWSE-DONE TO TRUE
              WHEN WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-ABORT
              WHEN BB-KEY = CA-LAST-KEY AND PF8-KEY
                 CONTINUE
              WHEN WS-LINE-SUB = ZERO
                 MOVE BB-WARD-ID TO WS-SCREEN-WARD-ID
                 MOVE BB-KEY     TO CA-FIRST-KEY
                 PERFORM 1700-FORMAT-BED-LINE
              WHEN BB-WARD-ID NOT = WS-SCREEN-WARD-ID
                 SET WS-BROWSE-DONE TO TRUE
              WHEN OTHER
                 PERFORM 1700-FORMAT-BED-LINE
           END-EVALUATE.

           IF WS-LINE-SUB = 15
              SET WS-BROWSE-DONE TO TRUE
           END-IF.

       1700-FORMAT-BED-LINE.

           ADD 1 TO WS-LINE-SUB.
           MOVE BB-KEY      TO CA-LAST-KEY.
           MOVE BB-BED-ID   TO CA-LINE-BED-ID (WS-LINE-SUB).
           MOVE BB-ROOM-ID  TO BBM-D-ROOM-ID (WS-LINE-SUB).
           MOVE BB-BED-ID   TO BBM-D-BED-ID (WS-LINE-SUB).
           MOVE SPACES      TO BBM-D-PATIENT-NAME (WS-LINE-SUB).

           IF NOT BB-UNOCCUPIED
              MOVE 'OCCUPIED' TO BBM-D-STATUS (WS-LINE-SUB)
              PERFORM 1750-READ-OCCUPANT
           ELSE
              EVALUATE TRUE
                 WHEN BB-CLEAN
                    MOVE 'CLEAN'          TO BBM-D-STATUS (WS-LINE-SUB)
                 WHEN BB-DIRTY
                    MOVE 'DIRTY'          TO BBM-D-STATUS (WS-LINE-SUB)
                 WHEN BB-OUT-OF-SERVICE
                    MOVE 'OUT OF SERVICE' TO BBM-D-STATUS (WS-LINE-SUB)
                 WHEN BB-BLOCKED
                    MOVE 'BLOCKED'        TO BBM-D-STATUS (WS-LINE-SUB)
                 WHEN OTHER
                    MOVE 'UNKNOWN'        TO BBM-D-STATUS (WS-LINE-SUB)
              END-EVALUATE
           END-IF.

       1750-READ-OCCUPANT.

           EXEC CICS
              READ FILE  ('PATPERSN')
                   INTO  (PATPERSN-REC)
                   RIDFLD(BB-PATIENT-ID)
                   RESP  (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE WS-RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                 STRING PP-LAST-NAME  DELIMITED BY '  '
                        ', '          DELIMITED BY SIZE
                        PP-FIRST-NAME DELIMITED BY '  '
                        INTO BBM-D-PATIENT-NAME (WS-LINE-SUB)
              WHEN DFHRESP(NOTFND)
                 STRING 'PATIENT '    DELIMITED BY SIZE
                        BB-PATIENT-ID DELIMITED BY SIZE
                        ' - NO NAME'  DELIMITED BY SIZE
                        INTO BBM-D-PATIENT-NAME (WS-LINE-SUB)
              WHEN OTHER
                 PERFORM 9999-ABORT
           END-EVALUATE.

       1800-SEND-BOARD.

      * EVERY PAGE REPAINTS IN FULL - A SHORT WARD MUST NOT LEAVE THE
      * LAST WARD'S BEDS ON THE LOWER LINES
           EXEC CICS
              SEND MAP        (WS-MAP1-NAME)
                   MAPSET     (WS-MAPSET-NAME)
                   FROM       (BED-BOARD-MAP)
                   ERASE
                   CURSOR
           END-EXEC.

       1850-SEND-MESSAGE-ONLY.

      * LEAVE THE BEDS ON THE SCREEN AS THEY ARE AND SHOW A MESSAGE
           EXEC CICS
              SEND MAP        (WS-MAP1-NAME)
                   MAPSET     (WS-MAPSET-NAME)
                   FROM       (BED-BOARD-MAP)
                   DATAONLY
                   CURSOR
           END-EXEC.

       2000-NEXT-PAGE.

      * PF8 - CARRY ON FROM THE LAST BED SHOWN, EITHER THE REST OF
      * THIS WARD OR THE FIRST PAGE OF THE NEXT
           MOVE CA-LAST-KEY TO WS-BROWSE-KEY.
           PERFORM 1500-SHOW-PAGE.
           IF WS-LINE-SUB = ZERO
              MOVE LOW-VALUE TO BED-BOARD-MAP
              MOVE -1 TO BBM-L-WARD-ID
              MOVE 'END OF THE BED BOARD - PF7 FOR THE WARD BEFORE'
                 TO BBM-D-ERROR-MESSAGE
              PERFORM 1850-SEND-MESSAGE-ONLY
              PERFORM 8000-RETURN-WITH-TRANS-ID
           END-IF.
           PERFORM 1800-SEND-BOARD.

       2500-PREVIOUS-WARD.

      * PF7 - READ BACK FROM THE FIRST BED SHOWN TO THE BED BEFORE
      * IT; ITS WARD IS SHOWN FROM THE START.  ON A LATER PAGE OF A
      * LONG WARD THAT IS THE FIRST PAGE OF THE SAME WARD.
           MOVE CA-FIRST-KEY TO WS-BROWSE-KEY.
           SET WS-BROWSE-MORE TO TRUE.

           EXEC CICS
              STARTBR FILE  ('BEDBOARD')
                      RIDFLD(WS-BROWSE-KEY)
                      GTEQ
                      RESP  (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE WS-RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                 PERFORM 2600-READ-PREV-BED
                    UNTIL WS-BROWSE-DONE
                 EXEC CICS
                    ENDBR FILE ('BEDBOARD')
                 END-EXEC
              WHEN DFHRESP(NOTFND)
                 MOVE HIGH-VALUE TO WS-BROWSE-KEY
              WHEN OTHER
                 PERFORM 9999-ABORT
           END-EVALUATE.

           IF WS-BROWSE-KEY NOT < CA-FIRST-KEY
              MOVE LOW-VALUE TO BED-BOARD-MAP
              MOVE -1 TO BBM-L-WARD-ID
              MOVE 'START OF THE BED BOARD - PF8 FOR THE NEXT WARD'
                 TO BBM-D-ERROR-MESSAGE
              PERFORM 1850-SEND-MESSAGE-ONLY
              PERFORM 8000-RETURN-WITH-TRANS-ID
           END-IF.

           MOVE LOW-VALUE TO WS-BROWSE-BED-ID.
           PERFORM 1500-SHOW-PAGE.
           PERFORM 1800-SEND-BOARD.

       2600-READ-PREV-BED.

      * THE FIRST READPREV RETURNS THE BED THE BROWSE STARTED ON
           EXEC CICS
              READPREV FILE  ('BEDBOARD')
                       INTO  (BED-BOARD-REC)
                       RIDFLD(WS-BROWSE-KEY)
                       RESP  (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESPONSE-CODE = DFHRESP(ENDFILE)
                 MOVE HIGH-VALUE TO WS-BROWSE-KEY
                 SET WS-BROWSE-DONE TO TRUE
              WHEN WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-ABORT
              WHEN BB-KEY < CA-FIRST-KEY
                 SET WS-BROWSE-DONE TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       3000-MARK-BEDS-CLEAN.

      * MARKING CLEAN IS ITS OWN FUNCTION - AN OPERATOR WHO MAY ONLY
      * LOOK AT THE BOARD GETS THE REFUSAL AND NOTHING IS CHANGED
           MOVE SPACES      TO OPRCHK-COMMAREA.
           MOVE WS-TRANS-ID TO OC-TRANS-ID.
           MOVE 'HK'        TO OC-FUNCTION.
           PERFORM 0150-LINK-OPRCHK.
           IF OC-REFUSED
              MOVE LOW-VALUE TO BED-BOARD-MAP
              MOVE -1 TO BBM-L-SELECT (1)
              MOVE OC-REFUSAL-MESSAGE TO BBM-D-ERROR-MESSAGE
              PERFORM 1850-SEND-MESSAGE-ONLY
              PERFORM 8000-RETURN-WITH-TRANS-ID
           END-IF.

           MOVE OC-OPERATOR-ID TO WS-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           MOVE ZERO TO WS-CLEANED-COUNT WS-NOT-CHANGED-COUNT.
           PERFORM 3100-MARK-ONE-BED
              VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > CA-LINE-COUNT.

      * REDISPLAY THE SAME PAGE SO THE NEW STATUSES SHOW
           MOVE CA-FIRST-KEY TO WS-BROWSE-KEY.
           PERFORM 1500-SHOW-PAGE.
           MOVE WS-CLEANED-COUNT     TO WS-COUNT-EDIT.
           MOVE WS-NOT-CHANGED-COUNT TO WS-COUNT-EDIT-2.
           STRING WS-COUNT-EDIT         DELIMITED BY SIZE
                  ' BED(S) MARKED CLEAN, ' DELIMITED BY SIZE
                  WS-COUNT-EDIT-2       DELIMITED BY SIZE
                  ' LEFT - ONLY AN EMPTY DIRTY BED' DELIMITED BY SIZE
                  INTO BBM-D-ERROR-MESSAGE.
           PERFORM 1800-SEND-BOARD.

       3100-MARK-ONE-BED.

           IF BBM-D-SELECT (WS-LINE-SUB) = SPACE
              OR BBM-D-SELECT (WS-LINE-SUB) = LOW-VALUE
              CONTINUE
           ELSE
              IF BBM-D-SELECT (WS-LINE-SUB) NOT = 'C'
                 ADD 1 TO WS-NOT-CHANGED-COUNT
              ELSE
                 PERFORM 3200-UPDATE-BED
              END-IF
           END-IF.

       3200-UPDATE-BED.

      * ONLY AN EMPTY DIRTY BED MAY BE MARKED CLEAN.  THE BOARD IS
      * REREAD FOR UPDATE SO A BED SOMEONE ELSE HAS JUST CLEANED IS
      * NOT SENT TO BEDSTAT TWICE.
           MOVE CA-FIRST-WARD-ID             TO WS-BROWSE-WARD-ID.
           MOVE CA-LINE-BED-ID (WS-LINE-SUB) TO WS-BROWSE-BED-ID.

           EXEC CICS
              READ FILE  ('BEDBOARD')
                   INTO  (BED-BOARD-REC)
                   RIDFLD(WS-BROWSE-KEY)
                   UPDATE
                   RESP  (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE WS-RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                 IF BB-DIRTY AND BB-UNOCCUPIED
                    PERFORM 3300-WRITE-STATUS-TRAN
                 ELSE
                    ADD 1 TO WS-NOT-CHANGED-COUNT
                    EXEC CICS
                       UNLOCK FILE ('BEDBOARD')
                    END-EXEC
                 END-IF
              WHEN DFHRESP(NOTFND)
                 ADD 1 TO WS-NOT-CHANGED-COUNT
              WHEN OTHER
                 PERFORM 9999-ABORT
           END-EVALUATE.

       3300-WRITE-STATUS-TRAN.

           MOVE SPACES         TO WS-BED-STATUS-TRAN.
           MOVE BB-BED-ID      TO BST-BED-ID.
           MOVE 'C'            TO BST-STATUS-CODE.
           STRING WS-TODAY (1:4) '-' WS-TODAY (5:2) '-' WS-TODAY (7:2)
                  DELIMITED BY SIZE INTO BST-STATUS-DATE.
           STRING 'CLEANED ON LINE BY ' DELIMITED BY SIZE
                  WS-OPERATOR-ID         DELIMITED BY SIZE
                  INTO BST-COMMENT.
           EXEC CICS
              WRITEQ TD QUEUE ('BSTR')
                     FROM   (WS-BED-STATUS-TRAN)
                     LENGTH (WS-BST-REC-LENGTH)
                     RESP   (WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-ABORT
           END-IF.

           MOVE 'C'             TO BB-STATUS-CODE.
           MOVE BST-STATUS-DATE TO BB-STATUS-DATE.
           MOVE BST-COMMENT     TO BB-STATUS-COMMENT.
           EXEC CICS
              REWRITE FILE ('BEDBOARD')
                      FROM (BED-BOARD-REC)
                      RESP (WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-ABORT
           END-IF.
           ADD 1 TO WS-CLEANED-COUNT.

       3333-ALWAYS-TEST.

           MOVE EIBAID TO EIBAID-TEST-FIELD.
           IF CLEAR-KEY
              PERFORM 8900-QUIT
           END-IF.
           MOVE EIBCALEN TO WS-FIRST-TIME-FLAG.
           IF NOT WS-FIRST-TIME
              MOVE DFHCOMMAREA TO WS-COMMUNICATION-AREA
           END-IF.

       8000-RETURN-WITH-TRANS-ID.

           EXEC CICS
              RETURN TRANSID   (WS-TRANS-ID)
                     COMMAREA  (WS-COMMUNICATION-AREA)
           END-EXEC.

       8900-QUIT.

           EXEC CICS
              SEND TEXT FROM   (WS-END-MESSAGE)
                   ERASE
                   FREEKB
           END-EXEC.
           EXEC CICS
              RETURN
           END-EXEC.

       9000-FIRST-TIME.

      * OPEN ON THE FIRST WARD ON THE BOARD
           MOVE SPACES    TO WS-COMMUNICATION-AREA.
           MOVE ZERO      TO CA-LINE-COUNT.
           MOVE LOW-VALUE TO WS-BROWSE-KEY.
           PERFORM 1500-SHOW-PAGE.
           IF WS-LINE-SUB = ZERO
              MOVE -1 TO BBM-L-WARD-ID
              MOVE 'THE BED BOARD IS EMPTY - SEE THE NIGHT OPERATOR'
                 TO BBM-D-ERROR-MESSAGE
           END-IF.
           PERFORM 1800-SEND-BOARD.

       9200-INVALID-KEY-MESSAGE.

           MOVE LOW-VALUE TO BED-BOARD-MAP.
           MOVE -1 TO BBM-L-WARD-ID.
           MOVE 'YOU PRESSED A WRONG KEY - ENTER, PF7, PF8 OR PF3'
              TO BBM-D-OPERATOR-MESSAGE.
           PERFORM 1850-SEND-MESSAGE-ONLY.

       9999-ABORT.

           EXEC CICS
              SEND TEXT FROM('** CICS ERROR - CONTACT HELP DESK **')
                   ERASE
                   ALARM
                   FREEKB
           END-EXEC.

           EXEC CICS
              RETURN
           END-EXEC.
