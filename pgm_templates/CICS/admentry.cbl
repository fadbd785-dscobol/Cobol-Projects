       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ADMENTRY.
      *REMARKS        ADMISSION ENTRY TRANSACTION.  REPLACES THE PAPER
      *               ADMISSION FORM KEYED IN BATCH AHEAD OF HOSPEDIT.
      *               SCREEN ONE IS THE DUPLICATE CHECK: THE CLERK KEYS
      *               THE SURNAME AND GETS THE NAMESRCH PHONETIC MATCHES
      *               (NAME CODED THROUGH SNDXKEY, LOOKED UP ON THE
      *               SEARCH INDEX SNDXBLD BUILDS - ONLINE THROUGH THE
      *               KEYED COPY SRCHLOAD MAKES OF IT).  "S" BESIDE A
      *               CANDIDATE ADMITS THAT PATIENT; PF5 ADMITS A NEW
      *               PATIENT, ONLY AFTER A SEARCH.  SCREEN TWO TAKES
      *               THE ADMISSION FIELDS HOSPEDIT EDITS PLUS THE
      *               ALLERGIES AND ALERT FLAGS ALRGMNT LOADS.  THE
      *               PHYSICIAN IS CHECKED ON PHYSREG AND THE CARRIER
      *               ON CARRMSTR BEFORE THE ADMISSION IS ACCEPTED.
      *               AN ACCEPTED ADMISSION GOES TO THE HOSP QUEUE
      *               (DATASET DDS0001.HOSPIN) AS A HOSPIN RECORD AND
      *               ITS ALLERGIES TO THE ALRG QUEUE (DATASET
      *               DDS0001.ALRGTRAN) AS ALRGMNT TRANSACTIONS - THE
      *               NIGHT'S HOSPEDIT RUN STAYS THE SYSTEM OF RECORD
      *               AND ALRGMNT RUNS AFTER IT, ONCE THE PATIENT IS ON
      *               THE MASTER.  PF7 ON SCREEN TWO GOES BACK TO THE
      *               SEARCH, PF3/CLEAR QUITS.  ON ENTRY THE OPERATOR'S
      *               AUTHORITY FOR ADMISSION (AD) IS CHECKED THROUGH
      *               OPRCHK.  BUILT ON THE BASECICS PROGRAM SHELL.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-MAP-VALUES.
           12 WS-TRANS-ID              PIC X(04) VALUE 'ADMT'.
           12 WS-MAPSET-NAME           PIC X(08) VALUE 'ADMENTM '.
           12 WS-MAP1-NAME             PIC X(08) VALUE 'ADMENT1 '.
           12 WS-MAP2-NAME             PIC X(08) VALUE 'ADMENT2 '.

       01  WS-CICS-PGM-STORAGE-AREA.
           12 WS-RESPONSE-CODE         PIC S9(8) BINARY.
           12 WS-END-MESSAGE           PIC X(60) VALUE
            'ADMISSION ENTRY ENDED - USE CESF LOGOFF TO END CICS'.

      *****************************************************************
      * COMMAREA - WHICH SCREEN IS UP, THE LAST SEARCH AND ITS
      * CANDIDATES, AND THE PATIENT BEING ADMITTED
      *****************************************************************
       01  WS-COMMUNICATION-AREA.
           12 CA-CURRENT-SCREEN        PIC X(01).
              88 CA-ON-SEARCH-SCREEN             VALUE '1'.
              88 CA-ON-ADMISSION-SCREEN          VALUE '2'.
           12 CA-SEARCH-NAME           PIC X(15).
           12 CA-CANDIDATE-COUNT       PIC 9(02).
           12 CA-CANDIDATE-ID          PIC X(06) OCCURS 10 TIMES.
           12 CA-PATIENT-ID            PIC X(06).
           12 CA-PATIENT-SW            PIC X(01).
              88 CA-KNOWN-PATIENT                VALUE 'K'.
              88 CA-NEW-PATIENT                  VALUE 'N'.

       01  WS-STATUS-FLAGS.
           12 WS-DATA-GOOD-BAD-FLAG    PIC X(01) VALUE ' '.
              88 WS-DATA-GOOD                    VALUE 'G'.
              88 WS-DATA-BAD                     VALUE 'B'.
           12 WS-FIRST-TIME-FLAG       PIC S9(4) BINARY.
              88 WS-FIRST-TIME                   VALUE ZERO.
           12 WS-BROWSE-FLAG           PIC X(01).
              88 WS-BROWSE-DONE                  VALUE 'Y'.
              88 WS-BROWSE-MORE                  VALUE 'N'.
           12 WS-MORE-MATCHES-FLAG     PIC X(01).
              88 WS-MORE-MATCHES                 VALUE 'Y'.

       01  WS-AID-KEY-TEST.
           12 EIBAID-TEST-FIELD        PIC X(01).
              88 CLEAR-KEY                       VALUE X'6D'.
              88 ENTER-KEY                       VALUE X'7D'.
              88 PF3-KEY                         VALUE X'F3'.
              88 PF5-KEY                         VALUE X'F5'.
              88 PF7-KEY                         VALUE X'F7'.

      *****************************************************************
      * SYMBOLIC MAP - SCREEN 1: SURNAME SEARCH, UP TO 10 CANDIDATES
      *****************************************************************
       01  ADMISSION-SEARCH-MAP.
           12 ASM-L-SEARCH-NAME        PIC S9(4) BINARY.
           12 ASM-A-SEARCH-NAME        PIC X(01).
           12 ASM-D-SEARCH-NAME        PIC X(15).
           12 ASM-CANDIDATE-LINE OCCURS 10 TIMES.
              15 ASM-L-SELECT          PIC S9(4) BINARY.
              15 ASM-A-SELECT          PIC X(01).
              15 ASM-D-SELECT          PIC X(01).
              15 ASM-D-CAND-ID         PIC X(06).
              15 ASM-D-CAND-NAME       PIC X(30).
              15 ASM-D-CAND-DOB        PIC 9(05).
              15 ASM-D-CAND-CITY       PIC X(20).
              15 ASM-D-CAND-STATE      PIC X(02).
           12 ASM-D-ERROR-MESSAGE      PIC X(60).
           12 ASM-D-OPERATOR-MESSAGE   PIC X(60).

      *****************************************************************
      * SYMBOLIC MAP - SCREEN 2: THE ADMISSION.  THE INPUT FIELDS ARE
      * DEFINED FSET IN THE MAPSET, SO EVERY FIELD COMES BACK ON EACH
      * ENTER WHETHER THE CLERK TOUCHED IT OR NOT
      *****************************************************************
       01  ADMISSION-ENTRY-MAP.
           12 AEM-L-PATIENT-ID         PIC S9(4) BINARY.
           12 AEM-A-PATIENT-ID         PIC X(01).
           12 AEM-D-PATIENT-ID         PIC X(06).
           12 AEM-L-LAST-NAME          PIC S9(4) BINARY.
           12 AEM-A-LAST-NAME          PIC X(01).
           12 AEM-D-LAST-NAME          PIC X(10).
           12 AEM-L-FIRST-NAME         PIC S9(4) BINARY.
           12 AEM-A-FIRST-NAME         PIC X(01).
           12 AEM-D-FIRST-NAME         PIC X(10).
           12 AEM-L-PHONE              PIC S9(4) BINARY.
           12 AEM-A-PHONE              PIC X(01).
           12 AEM-D-PHONE              PIC X(10).
           12 AEM-L-PATIENT-TYPE       PIC S9(4) BINARY.
           12 AEM-A-PATIENT-TYPE       PIC X(01).
           12 AEM-D-PATIENT-TYPE       PIC X(01).
           12 AEM-L-BED-IDENTITY       PIC S9(4) BINARY.
           12 AEM-A-BED-IDENTITY       PIC X(01).
           12 AEM-D-BED-IDENTITY       PIC X(04).
           12 AEM-L-DATE-ADMIT         PIC S9(4) BINARY.
           12 AEM-A-DATE-ADMIT         PIC X(01).
           12 AEM-D-DATE-ADMIT         PIC X(10).
           12 AEM-L-DIAGNOSTIC-CODE    PIC S9(4) BINARY.
           12 AEM-A-DIAGNOSTIC-CODE    PIC X(01).
           12 AEM-D-DIAGNOSTIC-CODE    PIC X(03).
           12 AEM-L-INS-TYPE           PIC S9(4) BINARY.
           12 AEM-A-INS-TYPE           PIC X(01).
           12 AEM-D-INS-TYPE           PIC X(03).
           12 AEM-L-NETWORK            PIC S9(4) BINARY.
           12 AEM-A-NETWORK            PIC X(01).
           12 AEM-D-NETWORK            PIC X(01).
           12 AEM-L-PHYSICIAN          PIC S9(4) BINARY.
           12 AEM-A-PHYSICIAN          PIC X(01).
           12 AEM-D-PHYSICIAN          PIC X(06).
           12 AEM-D-PHYSICIAN-NAME     PIC X(30).
           12 AEM-L-EXP-DISCHARGE      PIC S9(4) BINARY.
           12 AEM-A-EXP-DISCHARGE      PIC X(01).
           12 AEM-D-EXP-DISCHARGE      PIC X(10).
           12 AEM-L-DIET-ORDER         PIC S9(4) BINARY.
           12 AEM-A-DIET-ORDER         PIC X(01).
           12 AEM-D-DIET-ORDER         PIC X(01).
           12 AEM-ALLERGY-LINE OCCURS 5 TIMES.
              15 AEM-L-MEDICATION-ID   PIC S9(4) BINARY.
              15 AEM-A-MEDICATION-ID   PIC X(01).
              15 AEM-D-MEDICATION-ID   PIC X(08).
              15 AEM-L-SEVERITY        PIC S9(4) BINARY.
              15 AEM-A-SEVERITY        PIC X(01).
              15 AEM-D-SEVERITY        PIC X(01).
           12 AEM-L-FALL-RISK          PIC S9(4) BINARY.
           12 AEM-A-FALL-RISK          PIC X(01).
           12 AEM-D-FALL-RISK          PIC X(01).
           12 AEM-L-DNR                PIC S9(4) BINARY.
           12 AEM-A-DNR                PIC X(01).
           12 AEM-D-DNR                PIC X(01).
           12 AEM-L-ISOLATION          PIC S9(4) BINARY.
           12 AEM-A-ISOLATION          PIC X(01).
           12 AEM-D-ISOLATION          PIC X(01).
           12 AEM-D-ERROR-MESSAGE      PIC X(60).
           12 AEM-D-OPERATOR-MESSAGE   PIC X(60).

       77  WS-LINE-SUB                 PIC S9(4) BINARY VALUE ZERO.
       77  WS-SELECT-SUB               PIC S9(4) BINARY VALUE ZERO.
       77  WS-SELECT-COUNT             PIC S9(4) BINARY VALUE ZERO.

      *****************************************************************
      * PHONETIC SEARCH - SNDXKEY CODES THE SURNAME THE SAME WAY
      * SNDXBLD CODED THE INDEX.  THE ONLINE INDEX IS KEYED BY
      * SOUNDEX KEY PLUS PATIENT-ID (THE FIRST TEN BYTES), SO ALL THE
      * CANDIDATES FOR ONE KEY SIT TOGETHER
      *****************************************************************
       01  WS-SOUNDEX-NAME             PIC X(15).
       01  WS-SRCHIDX-KEY.
           12 WS-SRCH-SOUNDEX-KEY      PIC X(04).
           12 WS-SRCH-PATIENT-ID       PIC X(06).

       01  SRCHIDX-REC.
           05  SX-SOUNDEX-KEY          PIC X(04).
           05  SX-PATIENT-ID           PIC X(06).
           05  SX-LAST-NAME            PIC X(15).
           05  SX-MIDINIT              PIC X(01).
           05  SX-FIRST-NAME           PIC X(20).
           05  SX-DOB                  PIC 9(05).
           05  SX-STREET               PIC X(30).
           05  SX-CITY                 PIC X(20).
           05  SX-STATE                PIC X(02).
           05  FILLER                  PIC X(17).

      *****************************************************************
      * DATE EDITS - DATEVAL WANTS YYYYMMDD, AS IN HOSPEDIT
      *****************************************************************
       01  WS-DATE-YYYYMMDD            PIC X(08).
       01  WS-DATEVAL-RC               PIC S9(04).
       01  WS-TODAY                    PIC X(08).
       01  WS-DATE-DASHED              PIC X(10).

       01  WS-PHYSREG-KEY.
           12 WS-PHYSREG-ID            PIC X(06).
           12 FILLER                   PIC X(02) VALUE SPACES.

      *****************************************************************
      * HOSPIN RECORD - THE SAME 160-BYTE LAYOUT HOSPEDIT EDITS,
      * WRITTEN TO THE HOSP EXTRAPARTITION TD QUEUE
      *****************************************************************
       01  WS-HOSPIN-REC.
           05  PATIENT-NBR             PIC 9(5).
           05  PATIENT-NAME.
               10 LAST-NAME            PIC X(10).
               10 FIRST-NAME           PIC X(10).
           05  PATIENT-PHONE           PIC X(10).
           05  PATIENT-TYPE            PIC X(1).
               88 INPATIENT   VALUE "I".
               88 OUTPATIENT  VALUE "O".
               88 VALID-TYPE  VALUES ARE "I", "O".
           05  BED-IDENTITY            PIC 9(4).
           05  DATE-ADMIT              PIC X(10).
           05  AMT-PER-DAY             PIC 9(5)V99.
           05  DIAGNOSTIC-CODE         PIC 999.
           05  INS-TYPE                PIC X(3).
           05  HOSPITAL-STAY-LTH       PIC 999.
           05  PATIENT-TOT-AMT         PIC 9(7)V99.
           05  PCP-ID                  PIC X(6).
           05  IN-OUT-NETWORK          PIC X(1).
               88 IN-NETWORK       VALUE "N".
               88 OUT-OF-NETWORK   VALUE "O".
               88 VALID-NETWORK    VALUES ARE "N", "O".
           05  COPAY                   PIC S9(3).
           05  DEDUCTIBLE              PIC S9(4).
           05  EXPECTED-DISCHARGE-DATE PIC X(10).
           05  DIET-ORDER-IN           PIC X(1).
               88 VALID-DIET-ORDER-IN
                   VALUES ARE " ", "R", "C", "D", "K", "L", "F", "S",
                              "P", "N".
           05  LIABILITY-IND-IN        PIC X(1).
           05  LIABLE-PARTY-ID-IN      PIC X(10).
           05  LIABLE-PARTY-NAME-IN    PIC X(30).
           05  LIABILITY-CLAIM-REF-IN  PIC X(15).
           05  LIABILITY-STATUS-IN     PIC X(1).
           05  FILLER                  PIC X(3).
       77  WS-HOSPIN-REC-LENGTH        PIC S9(4) BINARY VALUE +160.

      *****************************************************************
      * ALLERGY TRANSACTION - THE 40-BYTE ALRGTRAN LAYOUT ALRGMNT
      * APPLIES, WRITTEN TO THE ALRG EXTRAPARTITION TD QUEUE
      *****************************************************************
       01  ALLERGY-TRAN-REC.
           05  AT-FUNCTION-CD              PIC X(01).
           05  AT-PATIENT-ID               PIC 9(06).
           05  AT-MEDICATION-ID            PIC X(08).
           05  AT-SEVERITY                 PIC X(01).
               88  AT-VALID-SEVERITY
                   VALUES ARE "S", "M", "L".
           05  AT-FALL-RISK                PIC X(01).
           05  AT-DNR                      PIC X(01).
           05  AT-ISOLATION                PIC X(01).
           05  FILLER                      PIC X(21).
       77  WS-ALLERGY-REC-LENGTH       PIC S9(4) BINARY VALUE +40.

      *****************************************************************
      * OPERATOR AUTHORITY CHECK - LINKED TO OPRCHK, WHICH LOGS ANY
      * REFUSAL TO THE PAUD QUEUE PIAUDRPT REPORTS
      *****************************************************************
       COPY OPRCHKCA.

      *****************************************************************
      * FILE RECORD AREAS - SAME LAYOUTS THE BATCH PROGRAMS USE
      *****************************************************************
       COPY PHYSREG.

       COPY CARRMSTR.

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

       COPY PATMSTR.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(85).

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 3333-ALWAYS-TEST.

           EVALUATE TRUE
              WHEN WS-FIRST-TIME
                 PERFORM 0100-CHECK-AUTHORITY
                 PERFORM 9000-FIRST-TIME
              WHEN PF3-KEY
                 PERFORM 8900-QUIT
              WHEN ENTER-KEY AND CA-ON-SEARCH-SCREEN
                 PERFORM 0500-SEARCH-PROCEDURE
              WHEN PF5-KEY AND CA-ON-SEARCH-SCREEN
                 PERFORM 1800-START-NEW-PATIENT
              WHEN ENTER-KEY AND CA-ON-ADMISSION-SCREEN
                 PERFORM 2000-ADMISSION-PROCEDURE
              WHEN PF7-KEY AND CA-ON-ADMISSION-SCREEN
                 PERFORM 1500-RESHOW-SEARCH
              WHEN OTHER
                 PERFORM 9200-INVALID-KEY-MESSAGE
           END-EVALUATE.

           PERFORM 8000-RETURN-WITH-TRANS-ID.

       0100-CHECK-AUTHORITY.

      * ENTRY TO THE TRANSACTION NEEDS THE ADMISSION FUNCTION; A
      * REFUSED OPERATOR GETS THE MESSAGE AND THE TRANSACTION ENDS
           MOVE SPACES      TO OPRCHK-COMMAREA.
           MOVE WS-TRANS-ID TO OC-TRANS-ID.
           MOVE 'AD'        TO OC-FUNCTION.

           EXEC CICS
              LINK PROGRAM  ('OPRCHK  ')
                   COMMAREA (OPRCHK-COMMAREA)
                   LENGTH   (OPRCHK-COMMAREA-LENGTH)
                   RESP     (WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-ABORT
           END-IF.

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

       0500-SEARCH-PROCEDURE.

      * AN "S" BESIDE A CANDIDATE ADMITS THAT PATIENT; OTHERWISE THE
      * SURNAME KEYED IS SEARCHED
           PERFORM 1000-RECEIVE-SEARCH-MAP.

           MOVE ZERO TO WS-SELECT-COUNT WS-SELECT-SUB.
           PERFORM 1050-COUNT-SELECTION
              VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > CA-CANDIDATE-COUNT.

           EVALUATE TRUE
              WHEN WS-SELECT-COUNT > 1
                 MOVE 'KEY "S" BESIDE ONE PATIENT ONLY'
                    TO ASM-D-ERROR-MESSAGE
                 PERFORM 1250-SEND-SEARCH-ERROR
              WHEN WS-SELECT-COUNT = 1
                 PERFORM 1700-START-KNOWN-PATIENT
              WHEN ASM-D-SEARCH-NAME = SPACES
                OR ASM-D-SEARCH-NAME = LOW-VALUE
                 MOVE 'KEY THE PATIENT''S SURNAME TO SEARCH'
                    TO ASM-D-ERROR-MESSAGE
                 PERFORM 1250-SEND-SEARCH-ERROR
              WHEN OTHER
                 MOVE ASM-D-SEARCH-NAME TO CA-SEARCH-NAME
                 PERFORM 1100-SEARCH-NAME
                 PERFORM 1200-SEND-SEARCH-MAP
           END-EVALUATE.

       1000-RECEIVE-SEARCH-MAP.

           EXEC CICS
              RECEIVE MAP     (WS-MAP1-NAME)
                      MAPSET  (WS-MAPSET-NAME)
                      INTO    (ADMISSION-SEARCH-MAP)
                      RESP    (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE WS-RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(MAPFAIL)
                 MOVE LOW-VALUE TO ADMISSION-SEARCH-MAP
              WHEN OTHER
                 PERFORM 9999-ABORT
           END-EVALUATE.

       1050-COUNT-SELECTION.

           IF ASM-D-SELECT (WS-LINE-SUB) NOT = SPACE
              AND ASM-D-SELECT (WS-LINE-SUB) NOT = LOW-VALUE
              ADD 1 TO WS-SELECT-COUNT
              MOVE WS-LINE-SUB TO WS-SELECT-SUB
           END-IF.

       1100-SEARCH-NAME.

      * NAMESRCH'S LOOKUP - UP TO TEN CANDIDATES FOR THE SOUNDEX KEY
           MOVE LOW-VALUE      TO ADMISSION-SEARCH-MAP.
           MOVE CA-SEARCH-NAME TO ASM-D-SEARCH-NAME.
           MOVE CA-SEARCH-NAME TO WS-SOUNDEX-NAME.
           CALL 'SNDXKEY' USING WS-SOUNDEX-NAME, WS-SRCH-SOUNDEX-KEY.
           MOVE LOW-VALUE      TO WS-SRCH-PATIENT-ID.
           MOVE ZERO           TO CA-CANDIDATE-COUNT.
           MOVE SPACES         TO WS-MORE-MATCHES-FLAG.
           SET WS-BROWSE-MORE  TO TRUE.

           EXEC CICS
              STARTBR FILE  ('SRCHIDX ')
                      RIDFLD(WS-SRCHIDX-KEY)
                      GTEQ
                      RESP  (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE WS-RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                 PERFORM 1150-READ-NEXT-CANDIDATE
                    UNTIL WS-BROWSE-DONE
                 EXEC CICS
                    ENDBR FILE ('SRCHIDX ')
                 END-EXEC
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 9999-ABORT
           END-EVALUATE.

           SET CA-ON-SEARCH-SCREEN TO TRUE.
           EVALUATE TRUE
              WHEN CA-CANDIDATE-COUNT = ZERO
                 MOVE -1 TO ASM-L-SEARCH-NAME
                 MOVE 'NO PATIENT SOUNDS LIKE THAT NAME'
                    TO ASM-D-ERROR-MESSAGE
                 MOVE 'PF5 TO ADMIT A NEW PATIENT, OR KEY ANOTHER NAME'
                    TO ASM-D-OPERATOR-MESSAGE
              WHEN WS-MORE-MATCHES
                 MOVE -1 TO ASM-L-SELECT (1)
                 MOVE 'FIRST TEN SHOWN - CHECK BIRTH DATE AND CITY'
                    TO ASM-D-ERROR-MESSAGE
                 MOVE '"S" TO ADMIT A PATIENT SHOWN, PF5 FOR A NEW ONE'
                    TO ASM-D-OPERATOR-MESSAGE
              WHEN OTHER
                 MOVE -1 TO ASM-L-SELECT (1)
                 MOVE '"S" TO ADMIT A PATIENT SHOWN, PF5 FOR A NEW ONE'
                    TO ASM-D-OPERATOR-MESSAGE
           END-EVALUATE.

       1150-READ-NEXT-CANDIDATE.

           EXEC CICS
              READNEXT FILE  ('SRCHIDX ')
                       INTO  (SRCHIDX-REC)
                       RIDFLD(WS-SRCHIDX-KEY)
                       RESP  (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-RESPONSE-CODE = DFHRESP(ENDFILE)
                 SET WS-BROWSE-DONE TO TRUE
              WHEN WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                 PERFORM 9999-ABORT
              WHEN SX-SOUNDEX-KEY NOT = WS-SRCH-SOUNDEX-KEY
                 SET WS-BROWSE-DONE TO TRUE
              WHEN CA-CANDIDATE-COUNT = 10
                 SET WS-MORE-MATCHES TO TRUE
                 SET WS-BROWSE-DONE TO TRUE
              WHEN OTHER
                 ADD 1 TO CA-CANDIDATE-COUNT
                 MOVE CA-CANDIDATE-COUNT TO WS-LINE-SUB
                 MOVE SX-PATIENT-ID TO CA-CANDIDATE-ID (WS-LINE-SUB)
                 MOVE SX-PATIENT-ID TO ASM-D-CAND-ID (WS-LINE-SUB)
                 MOVE SPACES        TO ASM-D-CAND-NAME (WS-LINE-SUB)
                 STRING SX-LAST-NAME  DELIMITED BY '  '
                        ', '          DELIMITED BY SIZE
                        SX-FIRST-NAME DELIMITED BY '  '
                        ' '           DELIMITED BY SIZE
                        SX-MIDINIT    DELIMITED BY SIZE
                        INTO ASM-D-CAND-NAME (WS-LINE-SUB)
                 MOVE SX-DOB        TO ASM-D-CAND-DOB (WS-LINE-SUB)
                 MOVE SX-CITY       TO ASM-D-CAND-CITY (WS-LINE-SUB)
                 MOVE SX-STATE      TO ASM-D-CAND-STATE (WS-LINE-SUB)
           END-EVALUATE.

       1200-SEND-SEARCH-MAP.

           EXEC CICS
              SEND MAP        (WS-MAP1-NAME)
                   MAPSET     (WS-MAPSET-NAME)
                   FROM       (ADMISSION-SEARCH-MAP)
                   ERASE
                   CURSOR
           END-EXEC.

       1250-SEND-SEARCH-ERROR.

      * LEAVE THE CANDIDATES ON THE SCREEN AND SHOW THE MESSAGE
           MOVE LOW-VALUE TO ASM-D-SEARCH-NAME.
           MOVE -1 TO ASM-L-SEARCH-NAME.
           EXEC CICS
              SEND MAP        (WS-MAP1-NAME)
                   MAPSET     (WS-MAPSET-NAME)
                   FROM       (ADMISSION-SEARCH-MAP)
                   DATAONLY
                   CURSOR
           END-EXEC.

       1500-RESHOW-SEARCH.

      * BACK FROM THE ADMISSION SCREEN - NOTHING IS QUEUED; THE LAST
      * SEARCH IS RUN AGAIN
           PERFORM 1100-SEARCH-NAME.
           PERFORM 1200-SEND-SEARCH-MAP.

       1700-START-KNOWN-PATIENT.

      * READMISSION OF A PATIENT ALREADY ON FILE - THE NAME AND PHONE
      * COME FROM THE PERSONAL MASTER.  HOSPIN CARRIES A FIVE-DIGIT
      * PATIENT NUMBER, SO A HIGHER PATIENT-ID CANNOT BE FED THROUGH
           IF WS-SELECT-SUB > CA-CANDIDATE-COUNT
              OR ASM-D-SELECT (WS-SELECT-SUB) NOT = 'S'
              MOVE 'KEY "S" BESIDE THE PATIENT TO ADMIT'
                 TO ASM-D-ERROR-MESSAGE
              PERFORM 1250-SEND-SEARCH-ERROR
              PERFORM 8000-RETURN-WITH-TRANS-ID
           END-IF.

           MOVE CA-CANDIDATE-ID (WS-SELECT-SUB) TO CA-PATIENT-ID.
           IF CA-PATIENT-ID (1:1) NOT = '0'
              MOVE 'PATIENT-ID OVER 99999 - ADMIT ON THE PAPER FORM'
                 TO ASM-D-ERROR-MESSAGE
              PERFORM 1250-SEND-SEARCH-ERROR
              PERFORM 8000-RETURN-WITH-TRANS-ID
           END-IF.

           EXEC CICS
              READ FILE  ('PATPERSN')
                   INTO  (PATPERSN-REC)
                   RIDFLD(CA-PATIENT-ID)
                   RESP  (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE WS-RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 MOVE 'PATIENT NOT ON PERSONAL MASTER - SEARCH AGAIN'
                    TO ASM-D-ERROR-MESSAGE
                 PERFORM 1250-SEND-SEARCH-ERROR
                 PERFORM 8000-RETURN-WITH-TRANS-ID
              WHEN OTHER
                 PERFORM 9999-ABORT
           END-EVALUATE.

           SET CA-KNOWN-PATIENT TO TRUE.
           PERFORM 1900-CLEAR-ADMISSION-MAP.
           MOVE CA-PATIENT-ID   TO AEM-D-PATIENT-ID.
           MOVE PP-LAST-NAME    TO AEM-D-LAST-NAME.
           MOVE PP-FIRST-NAME   TO AEM-D-FIRST-NAME.
           MOVE PP-PHONE-HOME   TO AEM-D-PHONE.
           MOVE -1              TO AEM-L-PATIENT-TYPE.
           PERFORM 1950-SEND-ADMISSION-MAP.

       1800-START-NEW-PATIENT.

      * A NEW PATIENT ONLY AFTER THE SEARCH HAS BEEN LOOKED AT
           IF CA-SEARCH-NAME = SPACES
              MOVE LOW-VALUE TO ADMISSION-SEARCH-MAP
              MOVE 'SEARCH THE NAME FIRST - PF5 THEN ADMITS A NEW ONE'
                 TO ASM-D-ERROR-MESSAGE
              PERFORM 1250-SEND-SEARCH-ERROR
              PERFORM 8000-RETURN-WITH-TRANS-ID
           END-IF.

           SET CA-NEW-PATIENT TO TRUE.
           MOVE SPACES          TO CA-PATIENT-ID.
           PERFORM 1900-CLEAR-ADMISSION-MAP.
           MOVE CA-SEARCH-NAME  TO AEM-D-LAST-NAME.
           MOVE -1              TO AEM-L-PATIENT-ID.
           PERFORM 1950-SEND-ADMISSION-MAP.

       1900-CLEAR-ADMISSION-MAP.

      * A FRESH SCREEN TWO - ADMITTED TODAY UNLESS THE CLERK SAYS
      * OTHERWISE
           MOVE LOW-VALUE TO ADMISSION-ENTRY-MAP.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           STRING WS-TODAY (1:4) '-' WS-TODAY (5:2) '-' WS-TODAY (7:2)
                  DELIMITED BY SIZE INTO AEM-D-DATE-ADMIT.
           MOVE 'KEY THE ADMISSION, <ENTER> TO ACCEPT, PF7 TO SEARCH'
              TO AEM-D-OPERATOR-MESSAGE.
           SET CA-ON-ADMISSION-SCREEN TO TRUE.

       1950-SEND-ADMISSION-MAP.

           EXEC CICS
              SEND MAP        (WS-MAP2-NAME)
                   MAPSET     (WS-MAPSET-NAME)
                   FROM       (ADMISSION-ENTRY-MAP)
                   ERASE
                   CURSOR
           END-EXEC.

       2000-ADMISSION-PROCEDURE.

           PERFORM 2100-RECEIVE-ADMISSION-MAP.

           SET WS-DATA-GOOD TO TRUE.
           PERFORM 5000-VALIDATE-FIELDS.

           IF WS-DATA-GOOD
              PERFORM 5500-QUEUE-ADMISSION
           ELSE
              EXEC CICS
                 SEND MAP        (WS-MAP2-NAME)
                      MAPSET     (WS-MAPSET-NAME)
                      FROM       (ADMISSION-ENTRY-MAP)
                      DATAONLY
                      CURSOR
              END-EXEC
           END-IF.

       2100-RECEIVE-ADMISSION-MAP.

           EXEC CICS
              RECEIVE MAP     (WS-MAP2-NAME)
                      MAPSET  (WS-MAPSET-NAME)
                      INTO    (ADMISSION-ENTRY-MAP)
                      RESP    (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE WS-RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(MAPFAIL)
                 MOVE LOW-VALUE TO ADMISSION-ENTRY-MAP
                 MOVE -1 TO AEM-L-PATIENT-TYPE
                 MOVE 'NO DATA ENTERED; KEY THE ADMISSION OR PF7'
                    TO AEM-D-ERROR-MESSAGE
                 EXEC CICS
                    SEND MAP        (WS-MAP2-NAME)
                         MAPSET     (WS-MAPSET-NAME)
                         FROM       (ADMISSION-ENTRY-MAP)
                         DATAONLY
                         CURSOR
                 END-EXEC
                 PERFORM 8000-RETURN-WITH-TRANS-ID
              WHEN OTHER
                 PERFORM 9999-ABORT
           END-EVALUATE.

      * A FIELD ERASED TO NULLS COUNTS AS NOT KEYED
           INSPECT AEM-D-PHONE         REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AEM-D-EXP-DISCHARGE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AEM-D-DIET-ORDER    REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AEM-D-FALL-RISK     REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AEM-D-DNR           REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AEM-D-ISOLATION     REPLACING ALL LOW-VALUE BY SPACE.
           PERFORM 2150-CLEAR-ALLERGY-NULLS
              VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > 5.

       2150-CLEAR-ALLERGY-NULLS.

           INSPECT AEM-D-MEDICATION-ID (WS-LINE-SUB)
              REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT AEM-D-SEVERITY (WS-LINE-SUB)
              REPLACING ALL LOW-VALUE BY SPACE.

       3333-ALWAYS-TEST.

           MOVE EIBAID TO EIBAID-TEST-FIELD.
           IF CLEAR-KEY
              PERFORM 8900-QUIT
           END-IF.
           MOVE EIBCALEN TO WS-FIRST-TIME-FLAG.
           IF NOT WS-FIRST-TIME
              MOVE DFHCOMMAREA TO WS-COMMUNICATION-AREA
           END-IF.

       5000-VALIDATE-FIELDS.

      * VALIDATE BOTTOM RIGHT TO TOP LEFT, LIKE THE BASE SHELL, SO
      * THE CURSOR AND MESSAGE END UP ON THE FIRST FIELD IN ERROR.
      * THE EDITS ARE HOSPEDIT'S AND ALRGMNT'S, SO AN ADMISSION
      * ACCEPTED HERE IS NOT REJECTED TONIGHT.

           IF AEM-D-ISOLATION NOT = SPACE
              AND AEM-D-ISOLATION NOT = 'Y'
              AND AEM-D-ISOLATION NOT = 'N'
              SET WS-DATA-BAD TO TRUE
              MOVE -1 TO AEM-L-ISOLATION
              MOVE 'ISOLATION MUST BE Y, N OR BLANK' TO
                 AEM-D-ERROR-MESSAGE
           END-IF.

           IF AEM-D-DNR NOT = SPACE
              AND AEM-D-DNR NOT = 'Y'
              AND AEM-D-DNR NOT = 'N'
              SET WS-DATA-BAD TO TRUE
              MOVE -1 TO AEM-L-DNR
              MOVE 'DNR MUST BE Y, N OR BLANK' TO
                 AEM-D-ERROR-MESSAGE
           END-IF.

           IF AEM-D-FALL-RISK NOT = SPACE
              AND AEM-D-FALL-RISK NOT = 'Y'
              AND AEM-D-FALL-RISK NOT = 'N'
              SET WS-DATA-BAD TO TRUE
              MOVE -1 TO AEM-L-FALL-RISK
              MOVE 'FALL RISK MUST BE Y, N OR BLANK' TO
                 AEM-D-ERROR-MESSAGE
           END-IF.

           PERFORM 5100-VALIDATE-ALLERGY
              VARYING WS-LINE-SUB FROM 5 BY -1
              UNTIL WS-LINE-SUB < 1.

           MOVE AEM-D-DIET-ORDER TO DIET-ORDER-IN.
           IF NOT VALID-DIET-ORDER-IN
              SET WS-DATA-BAD TO TRUE
              MOVE -1 TO AEM-L-DIET-ORDER
              MOVE 'DIET ORDER MUST BE R C D K L F S P N OR BLANK' TO
                 AEM-D-ERROR-MESSAGE
           END-IF.

           IF AEM-D-EXP-DISCHARGE NOT = SPACES
              MOVE AEM-D-EXP-DISCHARGE TO WS-DATE-DASHED
              PERFORM 5300-CHECK-DATE
              IF WS-DATEVAL-RC < ZERO
                 OR AEM-D-EXP-DISCHARGE < AEM-D-DATE-ADMIT
                 SET WS-DATA-BAD TO TRUE
                 MOVE -1 TO AEM-L-EXP-DISCHARGE
                 MOVE 'EXPECTED DISCHARGE: YYYY-MM-DD, NOT BEFORE ADMIT'
                    TO AEM-D-ERROR-MESSAGE
              END-IF
           END-IF.

           PERFORM 5200-VALIDATE-PHYSICIAN.

           MOVE AEM-D-NETWORK TO IN-OUT-NETWORK.
           IF NOT VALID-NETWORK
              SET WS-DATA-BAD TO TRUE
              MOVE -1 TO AEM-L-NETWORK
              MOVE 'NETWORK MUST BE N (IN) OR O (OUT)' TO
                 AEM-D-ERROR-MESSAGE
           END-IF.

           PERFORM 5250-VALIDATE-CARRIER.

           IF AEM-D-DIAGNOSTIC-CODE NOT NUMERIC
              SET WS-DATA-BAD TO TRUE
              MOVE -1 TO AEM-L-DIAGNOSTIC-CODE
              MOVE 'DIAGNOSIS MUST BE A THREE-DIGIT CODE' TO
                 AEM-D-ERROR-MESSAGE
           END-IF.

           MOVE AEM-D-DATE-ADMIT TO WS-DATE-DASHED.
           PERFORM 5300-CHECK-DATE.
           IF WS-DATEVAL-RC < ZERO
              SET WS-DATA-BAD TO TRUE
              MOVE -1 TO AEM-L-DATE-ADMIT
              MOVE 'DATE ADMITTED MUST BE A REAL DATE, YYYY-MM-DD' TO
                 AEM-D-ERROR-MESSAGE
           END-IF.

           MOVE AEM-D-PATIENT-TYPE TO PATIENT-TYPE.
           EVALUATE TRUE
              WHEN AEM-D-BED-IDENTITY NOT NUMERIC
                 SET WS-DATA-BAD TO TRUE
                 MOVE -1 TO AEM-L-BED-IDENTITY
                 MOVE 'BED MUST BE FOUR DIGITS (0000 FOR OUTPATIENT)'
                    TO AEM-D-ERROR-MESSAGE
              WHEN INPATIENT AND AEM-D-BED-IDENTITY = '0000'
                 SET WS-DATA-BAD TO TRUE
                 MOVE -1 TO AEM-L-BED-IDENTITY
                 MOVE 'AN INPATIENT NEEDS A BED' TO
                    AEM-D-ERROR-MESSAGE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF NOT VALID-TYPE
              SET WS-DATA-BAD TO TRUE
              MOVE -1 TO AEM-L-PATIENT-TYPE
              MOVE 'PATIENT TYPE MUST BE I (IN) OR O (OUT)'
                 TO AEM-D-ERROR-MESSAGE
           END-IF.

           IF AEM-D-FIRST-NAME = SPACES
              OR AEM-D-FIRST-NAME = LOW-VALUE
              SET WS-DATA-BAD TO TRUE
              MOVE -1 TO AEM-L-FIRST-NAME
              MOVE 'YOU MUST ENTER A FIRST NAME' TO
                 AEM-D-ERROR-MESSAGE
           END-IF.

           IF AEM-D-LAST-NAME = SPACES
              OR AEM-D-LAST-NAME = LOW-VALUE
              SET WS-DATA-BAD TO TRUE
              MOVE -1 TO AEM-L-LAST-NAME
              MOVE 'YOU MUST ENTER A LAST NAME' TO
                 AEM-D-ERROR-MESSAGE
           END-IF.

           IF CA-NEW-PATIENT
              PERFORM 5400-VALIDATE-NEW-PATIENT-ID
           ELSE
              MOVE CA-PATIENT-ID TO AEM-D-PATIENT-ID
           END-IF.

       5100-VALIDATE-ALLERGY.

      * A MEDICATION NEEDS A SEVERITY, AND A SEVERITY A MEDICATION
           MOVE AEM-D-SEVERITY (WS-LINE-SUB) TO AT-SEVERITY.
           EVALUATE TRUE
              WHEN AEM-D-MEDICATION-ID (WS-LINE-SUB) = SPACES
               AND AEM-D-SEVERITY (WS-LINE-SUB) = SPACE
                 CONTINUE
              WHEN AEM-D-MEDICATION-ID (WS-LINE-SUB) = SPACES
                 SET WS-DATA-BAD TO TRUE
                 MOVE -1 TO AEM-L-MEDICATION-ID (WS-LINE-SUB)
                 MOVE 'KEY THE MEDICATION THE PATIENT IS ALLERGIC TO'
                    TO AEM-D-ERROR-MESSAGE
              WHEN NOT AT-VALID-SEVERITY
                 SET WS-DATA-BAD TO TRUE
                 MOVE -1 TO AEM-L-SEVERITY (WS-LINE-SUB)
                 MOVE 'ALLERGY SEVERITY MUST BE S, M OR L'
                    TO AEM-D-ERROR-MESSAGE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       5200-VALIDATE-PHYSICIAN.

      * THE PRIMARY PHYSICIAN MUST BE AN ACTIVE PHYSICIAN WITH A
      * CURRENT LICENSE ON THE PRACTITIONER REGISTRY
           MOVE SPACES TO AEM-D-PHYSICIAN-NAME.
           MOVE AEM-D-PHYSICIAN TO WS-PHYSREG-ID.

           EXEC CICS
              READ FILE  ('PHYSREG ')
                   INTO  (PRACTITIONER-REG-REC)
                   RIDFLD(WS-PHYSREG-KEY)
                   RESP  (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE WS-RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                 MOVE REG-PRACTITIONER-NAME TO AEM-D-PHYSICIAN-NAME
                 EVALUATE TRUE
                    WHEN NOT REG-PHYSICIAN
                       SET WS-DATA-BAD TO TRUE
                       MOVE -1 TO AEM-L-PHYSICIAN
                       MOVE 'PRIMARY PHYSICIAN IS NOT A PHYSICIAN'
                          TO AEM-D-ERROR-MESSAGE
                    WHEN NOT REG-ACTIVE
                      OR NOT REG-LICENSE-CURRENT
                       SET WS-DATA-BAD TO TRUE
                       MOVE -1 TO AEM-L-PHYSICIAN
                       MOVE 'PHYSICIAN IS INACTIVE OR NOT LICENSED'
                          TO AEM-D-ERROR-MESSAGE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              WHEN DFHRESP(NOTFND)
                 SET WS-DATA-BAD TO TRUE
                 MOVE -1 TO AEM-L-PHYSICIAN
                 MOVE 'PHYSICIAN NOT ON THE PRACTITIONER REGISTRY'
                    TO AEM-D-ERROR-MESSAGE
              WHEN OTHER
                 PERFORM 9999-ABORT
           END-EVALUATE.

       5250-VALIDATE-CARRIER.

           EXEC CICS
              READ FILE  ('CARRMSTR')
                   INTO  (CARRIER-MASTER-REC)
                   RIDFLD(AEM-D-INS-TYPE)
                   RESP  (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE WS-RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                 CONTINUE
              WHEN DFHRESP(NOTFND)
                 SET WS-DATA-BAD TO TRUE
                 MOVE -1 TO AEM-L-INS-TYPE
                 MOVE 'INSURANCE CARRIER NOT ON THE CARRIER MASTER'
                    TO AEM-D-ERROR-MESSAGE
              WHEN OTHER
                 PERFORM 9999-ABORT
           END-EVALUATE.

       5300-CHECK-DATE.

      * THE DATE IN HAND IS YYYY-MM-DD; DATEVAL CHECKS YYYYMMDD
           MOVE -1 TO WS-DATEVAL-RC.
           IF WS-DATE-DASHED (5:1) = '-'
              AND WS-DATE-DASHED (8:1) = '-'
              MOVE WS-DATE-DASHED (1:4)
                 TO WS-DATE-YYYYMMDD (1:4)
              MOVE WS-DATE-DASHED (6:2)
                 TO WS-DATE-YYYYMMDD (5:2)
              MOVE WS-DATE-DASHED (9:2)
                 TO WS-DATE-YYYYMMDD (7:2)
              CALL 'DATEVAL' USING WS-DATE-YYYYMMDD, WS-DATEVAL-RC
           END-IF.

       5400-VALIDATE-NEW-PATIENT-ID.

      * A NEW PATIENT'S NUMBER MUST FIT HOSPIN'S FIVE DIGITS AND NOT
      * ALREADY BE ON THE CLINICAL MASTER - THAT PATIENT WOULD BE A
      * READMISSION, TO BE PICKED FROM THE SEARCH
           IF AEM-D-PATIENT-ID NOT NUMERIC
              OR AEM-D-PATIENT-ID (1:1) NOT = '0'
              OR AEM-D-PATIENT-ID = '000000'
              SET WS-DATA-BAD TO TRUE
              MOVE -1 TO AEM-L-PATIENT-ID
              MOVE 'PATIENT-ID MUST BE SIX DIGITS, 000001 TO 099999'
                 TO AEM-D-ERROR-MESSAGE
           ELSE
              EXEC CICS
                 READ FILE  ('PATMSTR ')
                      INTO  (PATIENT-MASTER-REC)
                      RIDFLD(AEM-D-PATIENT-ID)
                      RESP  (WS-RESPONSE-CODE)
              END-EXEC
              EVALUATE WS-RESPONSE-CODE
                 WHEN DFHRESP(NOTFND)
                    MOVE AEM-D-PATIENT-ID TO CA-PATIENT-ID
                 WHEN DFHRESP(NORMAL)
                    SET WS-DATA-BAD TO TRUE
                    MOVE -1 TO AEM-L-PATIENT-ID
                    MOVE 'PATIENT-ID ALREADY ON FILE - PF7 AND PICK IT'
                       TO AEM-D-ERROR-MESSAGE
                 WHEN OTHER
                    PERFORM 9999-ABORT
              END-EVALUATE
           END-IF.

       5500-QUEUE-ADMISSION.

      * THE ADMISSION TO TONIGHT'S HOSPIN, THEN ITS ALLERGIES AND
      * ALERT FLAGS TO TONIGHT'S ALRGTRAN
           MOVE SPACES                TO WS-HOSPIN-REC.
           MOVE CA-PATIENT-ID (2:5)   TO PATIENT-NBR.
           MOVE AEM-D-LAST-NAME       TO LAST-NAME.
           MOVE AEM-D-FIRST-NAME      TO FIRST-NAME.
           MOVE AEM-D-PHONE           TO PATIENT-PHONE.
           MOVE AEM-D-PATIENT-TYPE    TO PATIENT-TYPE.
           MOVE AEM-D-BED-IDENTITY    TO BED-IDENTITY.
           MOVE AEM-D-DATE-ADMIT      TO DATE-ADMIT OF WS-HOSPIN-REC.
           MOVE AEM-D-DIAGNOSTIC-CODE TO DIAGNOSTIC-CODE.
           MOVE AEM-D-INS-TYPE        TO INS-TYPE.
           MOVE AEM-D-PHYSICIAN       TO PCP-ID.
           MOVE AEM-D-NETWORK         TO IN-OUT-NETWORK.
           MOVE AEM-D-EXP-DISCHARGE   TO
                EXPECTED-DISCHARGE-DATE OF WS-HOSPIN-REC.
           MOVE AEM-D-DIET-ORDER      TO DIET-ORDER-IN.
      * CHARGES ARE NOT KNOWN AT ADMISSION
           MOVE ZERO                  TO AMT-PER-DAY,
                                         HOSPITAL-STAY-LTH,
                                         PATIENT-TOT-AMT,
                                         COPAY,
                                         DEDUCTIBLE.

           EXEC CICS
              WRITEQ TD QUEUE ('HOSP')
                     FROM   (WS-HOSPIN-REC)
                     LENGTH (WS-HOSPIN-REC-LENGTH)
                     RESP   (WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-ABORT
           END-IF.

           PERFORM 5600-QUEUE-ALLERGY
              VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > 5.

           IF AEM-D-FALL-RISK NOT = SPACE
              OR AEM-D-DNR NOT = SPACE
              OR AEM-D-ISOLATION NOT = SPACE
              PERFORM 5700-QUEUE-ALERT-FLAGS
           END-IF.

      * BACK TO A CLEAN SEARCH SCREEN FOR THE NEXT ADMISSION
           MOVE SPACES             TO CA-SEARCH-NAME.
           MOVE ZERO               TO CA-CANDIDATE-COUNT.
           SET CA-ON-SEARCH-SCREEN TO TRUE.
           MOVE LOW-VALUE          TO ADMISSION-SEARCH-MAP.
           MOVE -1                 TO ASM-L-SEARCH-NAME.
           STRING 'ADMISSION FOR PATIENT ' DELIMITED BY SIZE
                  CA-PATIENT-ID            DELIMITED BY SIZE
                  ' ACCEPTED FOR TONIGHT''S EDIT'
                                           DELIMITED BY SIZE
                  INTO ASM-D-OPERATOR-MESSAGE.
           PERFORM 1200-SEND-SEARCH-MAP.

       5600-QUEUE-ALLERGY.

           IF AEM-D-MEDICATION-ID (WS-LINE-SUB) NOT = SPACES
              MOVE SPACES        TO ALLERGY-TRAN-REC
              MOVE 'A'           TO AT-FUNCTION-CD
              MOVE CA-PATIENT-ID TO AT-PATIENT-ID
              MOVE AEM-D-MEDICATION-ID (WS-LINE-SUB)
                                 TO AT-MEDICATION-ID
              MOVE AEM-D-SEVERITY (WS-LINE-SUB)
                                 TO AT-SEVERITY
              PERFORM 5800-WRITE-ALRG-QUEUE
           END-IF.

       5700-QUEUE-ALERT-FLAGS.

      * ALRGMNT SETS ALL THREE FLAGS FROM ONE TRANSACTION - A FLAG
      * LEFT BLANK GOES ON AS "N"
           MOVE SPACES          TO ALLERGY-TRAN-REC.
           MOVE 'F'             TO AT-FUNCTION-CD.
           MOVE CA-PATIENT-ID   TO AT-PATIENT-ID.
           MOVE 'N'             TO AT-FALL-RISK AT-DNR AT-ISOLATION.
           IF AEM-D-FALL-RISK NOT = SPACE
              MOVE AEM-D-FALL-RISK TO AT-FALL-RISK
           END-IF.
           IF AEM-D-DNR NOT = SPACE
              MOVE AEM-D-DNR       TO AT-DNR
           END-IF.
           IF AEM-D-ISOLATION NOT = SPACE
              MOVE AEM-D-ISOLATION TO AT-ISOLATION
           END-IF.
           PERFORM 5800-WRITE-ALRG-QUEUE.

       5800-WRITE-ALRG-QUEUE.

           EXEC CICS
              WRITEQ TD QUEUE ('ALRG')
                     FROM   (ALLERGY-TRAN-REC)
                     LENGTH (WS-ALLERGY-REC-LENGTH)
                     RESP   (WS-RESPONSE-CODE)
           END-EXEC.
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-ABORT
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

           MOVE SPACES    TO WS-COMMUNICATION-AREA.
           MOVE ZERO      TO CA-CANDIDATE-COUNT.
           SET CA-ON-SEARCH-SCREEN TO TRUE.
           MOVE LOW-VALUE TO ADMISSION-SEARCH-MAP.
           MOVE -1 TO ASM-L-SEARCH-NAME.
           MOVE 'KEY THE PATIENT''S SURNAME, PRESS <ENTER> TO SEARCH'
              TO ASM-D-OPERATOR-MESSAGE.
           PERFORM 1200-SEND-SEARCH-MAP.

       9200-INVALID-KEY-MESSAGE.

      * SEND THE MESSAGE ON WHICHEVER MAP IS ACTUALLY DISPLAYED
           IF CA-ON-ADMISSION-SCREEN
              MOVE LOW-VALUE TO ADMISSION-ENTRY-MAP
              MOVE -1 TO AEM-L-PATIENT-TYPE
              MOVE 'YOU PRESSED A WRONG KEY - ENTER, PF7 OR PF3'
                 TO AEM-D-OPERATOR-MESSAGE
              EXEC CICS
                 SEND MAP         (WS-MAP2-NAME)
                      MAPSET      (WS-MAPSET-NAME)
                      FROM        (ADMISSION-ENTRY-MAP)
                      DATAONLY
                      CURSOR
              END-EXEC
           ELSE
              MOVE LOW-VALUE TO ADMISSION-SEARCH-MAP
              MOVE -1 TO ASM-L-SEARCH-NAME
              MOVE 'YOU PRESSED A WRONG KEY - ENTER, PF5 OR PF3'
                 TO ASM-D-OPERATOR-MESSAGE
              EXEC CICS
                 SEND MAP         (WS-MAP1-NAME)
                      MAPSET      (WS-MAPSET-NAME)
                      FROM        (ADMISSION-SEARCH-MAP)
                      DATAONLY
                      CURSOR
              END-EXEC
           END-IF.

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
