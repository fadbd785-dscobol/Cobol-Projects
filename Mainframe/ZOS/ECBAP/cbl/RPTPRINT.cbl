       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTPRINT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          REPRINT FROM THE REPORT ARCHIVE.
      *
      *          JCL PARM - REPORT NAME (8), BUSINESS DATE YYYYMMDD
      *          (8) AND OPTIONALLY A KEY (UP TO 15 - PATIENT ID,
      *          POLICY NUMBER...).  WITHOUT A KEY THE WHOLE REPORT
      *          AS CAPTURED BY RPTCAPT IS REPRINTED; WITH ONE, ONLY
      *          THE PAGES WHOSE INDEXED KEY RANGE TAKES IN THAT KEY.
      *
      *          RC 0  - PAGES REPRINTED
      *          RC 4  - REPORT FOUND BUT NO PAGE CARRIES THE KEY
      *          RC 8  - REPORT NOT IN THE ARCHIVE FOR THAT DATE
      *                  (NEVER CAPTURED, OR PURGED AFTER ITS
      *                  RETENTION)
      *
      ******************************************************************

             REPORT ARCHIVE (KSDS)   -   DDS0001.RPTARCH

             REPORT INDEX (KSDS)     -   DDS0001.RPTINDX

             REPRINTED PAGES         -   RPTOUT

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTOUT
           ASSIGN TO UT-S-RPTOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS ROCODE.

           SELECT RPTARCH
                  ASSIGN       TO RPTARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RA-KEY
                  FILE STATUS  IS RACODE.

           SELECT RPTINDX
                  ASSIGN       TO RPTINDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RI-KEY
                  FILE STATUS  IS IXCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  RPTOUT
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPTOUT-REC.
       01  RPTOUT-REC  PIC X(133).

       FD  RPTARCH
           RECORD CONTAINS 159 CHARACTERS
           DATA RECORD IS REPORT-ARCHIVE-REC.
       COPY RPTARCH.

       FD  RPTINDX
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REPORT-INDEX-REC.
       COPY RPTINDX.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  ROCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RACODE                  PIC X(2).
               88 RACODE-OK          VALUE "00".
               88 RACODE-NOT-FOUND   VALUE "23".
           05  IXCODE                  PIC X(2).
               88 IXCODE-OK          VALUE "00".
               88 IXCODE-NOT-FOUND   VALUE "23".

       01  FLAGS-AND-SWITCHES.
           05 MORE-PAGES-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-PAGES         VALUE "N".
           05 MORE-LINES-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-LINES         VALUE "N".

      ****** PARM - REPORT, DATE AND OPTIONAL KEY
       01  WS-RUN-PARM.
           05  PARM-REPORT-ID          PIC X(08).
           05  PARM-BUSINESS-DATE      PIC X(08).
           05  PARM-KEY                PIC X(15).

      ****** THE KEY AS IT WOULD PRINT IN THE INDEXED KEY COLUMNS
       01  WS-SEARCH-KEY               PIC X(15).

       01  COUNTERS-AND-ACCUMULATORS.
           05 PAGES-ON-FILE            PIC 9(5) COMP.
           05 PAGES-REPRINTED          PIC 9(5) COMP.
           05 LINES-REPRINTED          PIC 9(7) COMP.
       77  WS-PAGE-NUMBER              PIC 9(05) VALUE ZERO.

       01  WS-TRAILER-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(20) VALUE "*** REPRINT OF ".
           05  TR-REPORT-ID            PIC X(08).
           05  FILLER     PIC X(04) VALUE " OF ".
           05  TR-BUSINESS-DATE        PIC XXXX/XX/XX.
           05  FILLER     PIC X(08) VALUE " - KEY ".
           05  TR-KEY                  PIC X(15).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  TR-PAGES                PIC ZZ,ZZ9.
           05  FILLER     PIC X(04) VALUE " OF ".
           05  TR-PAGES-ON-FILE        PIC ZZ,ZZ9.
           05  FILLER     PIC X(10) VALUE " PAGES ***".
           05  FILLER     PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-FIND-REPORT THRU 100-EXIT.
           PERFORM 200-NEXT-PAGE THRU 200-EXIT
               UNTIL NO-MORE-PAGES.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "RPTPRINT HOUSEKEEPING".
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           MOVE SPACES TO WS-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF PARM-REPORT-ID = SPACES
              OR PARM-BUSINESS-DATE NOT NUMERIC
               DISPLAY "*** RPTPRINT NEEDS PARM=REPORT+YYYYMMDD"
                       "[+KEY] ***"
               MOVE +16 TO RETURN-CODE
               GOBACK.
           MOVE PARM-KEY TO WS-SEARCH-KEY.

           OPEN INPUT RPTARCH, RPTINDX.
           IF NOT RACODE-OK OR NOT IXCODE-OK
               DISPLAY "*** REPORT ARCHIVE OPEN PROBLEM " RACODE
                       " " IXCODE
               MOVE +16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT RPTOUT.
       000-EXIT.
           EXIT.

       100-FIND-REPORT.
           MOVE PARM-REPORT-ID     TO RI-REPORT-ID.
           MOVE PARM-BUSINESS-DATE TO RI-BUSINESS-DATE.
           MOVE ZERO               TO RI-PAGE-NUMBER.
           READ RPTINDX
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT IXCODE-OK
               DISPLAY "*** " PARM-REPORT-ID " FOR "
                       PARM-BUSINESS-DATE " IS NOT IN THE REPORT "
                       "ARCHIVE - NEVER CAPTURED OR PAST RETENTION"
               CLOSE RPTARCH, RPTINDX, RPTOUT
               MOVE +8 TO RETURN-CODE
               GOBACK.
           MOVE RI-TOTAL-PAGES TO PAGES-ON-FILE.
           DISPLAY "REPRINTING " PARM-REPORT-ID " "
                   PARM-BUSINESS-DATE " - " RI-TOTAL-PAGES
                   " PAGES ON FILE, KEPT UNTIL " RI-PURGE-DATE.
       100-EXIT.
           EXIT.

      ****** THE PAGE RECORDS FOLLOW THE HEADER IN KEY ORDER
       200-NEXT-PAGE.
           READ RPTINDX NEXT RECORD
               AT END
                   MOVE "N" TO MORE-PAGES-SW
                   GO TO 200-EXIT
           END-READ
           IF RI-REPORT-ID NOT = PARM-REPORT-ID
              OR RI-BUSINESS-DATE NOT = PARM-BUSINESS-DATE
               MOVE "N" TO MORE-PAGES-SW
               GO TO 200-EXIT.
           IF WS-SEARCH-KEY NOT = SPACES
               IF RI-LOW-KEY = SPACES
                  OR WS-SEARCH-KEY < RI-LOW-KEY
                  OR WS-SEARCH-KEY > RI-HIGH-KEY
                   GO TO 200-EXIT.
           MOVE RI-PAGE-NUMBER TO WS-PAGE-NUMBER.
           PERFORM 300-PRINT-PAGE THRU 300-EXIT.
           ADD +1 TO PAGES-REPRINTED.
       200-EXIT.
           EXIT.

       300-PRINT-PAGE.
           MOVE PARM-REPORT-ID     TO RA-REPORT-ID.
           MOVE PARM-BUSINESS-DATE TO RA-BUSINESS-DATE.
           MOVE WS-PAGE-NUMBER     TO RA-PAGE-NUMBER.
           MOVE ZERO               TO RA-LINE-NUMBER.
           MOVE "Y" TO MORE-LINES-SW.
           START RPTARCH KEY IS NOT < RA-KEY
               INVALID KEY
                   MOVE "N" TO MORE-LINES-SW
           END-START.
           PERFORM 310-PRINT-LINE THRU 310-EXIT
               UNTIL NO-MORE-LINES.
       300-EXIT.
           EXIT.

       310-PRINT-LINE.
           READ RPTARCH NEXT RECORD
               AT END
                   MOVE "N" TO MORE-LINES-SW
                   GO TO 310-EXIT
           END-READ
           IF RA-REPORT-ID NOT = PARM-REPORT-ID
              OR RA-BUSINESS-DATE NOT = PARM-BUSINESS-DATE
              OR RA-PAGE-NUMBER NOT = WS-PAGE-NUMBER
               MOVE "N" TO MORE-LINES-SW
               GO TO 310-EXIT.
           WRITE RPTOUT-REC FROM RA-PRINT-LINE.
           ADD +1 TO LINES-REPRINTED.
       310-EXIT.
           EXIT.

       999-CLEANUP.
           MOVE PARM-REPORT-ID     TO TR-REPORT-ID.
           MOVE PARM-BUSINESS-DATE TO TR-BUSINESS-DATE.
           IF WS-SEARCH-KEY = SPACES
               MOVE "(ALL)"        TO TR-KEY
           ELSE
               MOVE WS-SEARCH-KEY  TO TR-KEY.
           MOVE PAGES-REPRINTED    TO TR-PAGES.
           MOVE PAGES-ON-FILE      TO TR-PAGES-ON-FILE.
           WRITE RPTOUT-REC FROM WS-TRAILER-REC.
           CLOSE RPTARCH, RPTINDX, RPTOUT.
           IF PAGES-REPRINTED = 0 AND WS-SEARCH-KEY NOT = SPACES
               MOVE +4 TO RETURN-CODE
               DISPLAY "*** NO PAGE OF " PARM-REPORT-ID
                       " CARRIES KEY " WS-SEARCH-KEY
           ELSE
               MOVE +0 TO RETURN-CODE
               DISPLAY "NORMAL END OF JOB RPTPRINT - "
                       LINES-REPRINTED " LINES".
       999-EXIT.
           EXIT.
