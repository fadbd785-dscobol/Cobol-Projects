       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTCAPT.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          REPORT CAPTURE FOR THE REPORT ARCHIVE.
      *
      *          RUN ONCE PER REPORT AT THE END OF THE CYCLE (JOB
      *          RPTCAPT) WITH THE REPORT'S PRINT DATASET ON RPTIN.
      *          EVERY LINE IS COPIED TO THE ARCHIVE KSDS UNDER THE
      *          REPORT NAME, BUSINESS DATE, PAGE AND LINE, AND AN
      *          INDEX RECORD IS WRITTEN PER PAGE CARRYING THE LOWEST
      *          AND HIGHEST KEY (PATIENT ID, POLICY NUMBER...) ON
      *          THE PAGE, PLUS A HEADER FOR THE REPORT AS A WHOLE.
      *          PAGE BREAKS, KEY POSITION AND RETENTION COME FROM
      *          THE REPORT CATALOG (COPYBOOK RPTCAT).
      *
      *          A REPORT ALREADY CAPTURED FOR THE SAME BUSINESS DATE
      *          (A RERUN CYCLE) IS REPLACED.  EVERY CAPTURE ALSO
      *          PURGES THAT REPORT'S CAPTURES WHOSE RETENTION HAS
      *          RUN OUT, SO EACH REPORT TYPE KEEPS ITS OWN PERIOD.
      *
      *          JCL PARM - REPORT NAME (8), OPTIONALLY FOLLOWED BY
      *          THE BUSINESS DATE YYYYMMDD (8).  WITHOUT A DATE THE
      *          CYCLE'S BUSINESS DATE IS USED, OR TODAY WHEN RUN
      *          OUTSIDE NIGHTRUN.  A REPORT NOT ON THE CATALOG ENDS
      *          RC 8 WITHOUT CAPTURING.
      *
      ******************************************************************

             REPORT PRINT FILE       -   RPTIN

             REPORT CATALOG          -   DDS0001.RPTCAT

             REPORT ARCHIVE (KSDS)   -   DDS0001.RPTARCH

             REPORT INDEX (KSDS)     -   DDS0001.RPTINDX

             CONTROL REPORT          -   RPTFILE

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPTIN
           ASSIGN TO UT-S-RPTIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RICODE.

           SELECT RPTCAT
           ASSIGN TO UT-S-RPTCAT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS RCCODE.

           SELECT RPTFILE
           ASSIGN TO RPTFILE
             FILE STATUS IS RFCODE.

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
       FD  RPTIN
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPTIN-REC.
       01  RPTIN-REC  PIC X(133).

       FD  RPTCAT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REPORT-CATALOG-REC.
       COPY RPTCAT.

       FD  RPTFILE
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

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
           05  RICODE                  PIC X(2).
               88 RICODE-OK     VALUE "00".
           05  RCCODE                  PIC X(2).
               88 RCCODE-OK     VALUE "00".
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  RACODE                  PIC X(2).
               88 RACODE-OK          VALUE "00".
               88 RACODE-NOT-FOUND   VALUE "23".
               88 RACODE-AT-END      VALUE "10".
           05  IXCODE                  PIC X(2).
               88 IXCODE-OK          VALUE "00".
               88 IXCODE-NOT-FOUND   VALUE "23".
               88 IXCODE-AT-END      VALUE "10".

       01  FLAGS-AND-SWITCHES.
           05 MORE-PRINT-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-PRINT         VALUE "N".
           05 MORE-CATALOG-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-CATALOG       VALUE "N".
           05 CATALOG-FOUND-SW         PIC X(01) VALUE "N".
              88 CATALOG-FOUND         VALUE "Y".
           05 MORE-PURGE-SW            PIC X(01) VALUE "Y".
              88 NO-MORE-PURGE         VALUE "N".
           05 MORE-EXPIRY-SW           PIC X(01) VALUE "Y".
              88 NO-MORE-EXPIRY        VALUE "N".
           05 NEW-PAGE-SW              PIC X(01) VALUE "N".
              88 NEW-PAGE              VALUE "Y".

      ****** PARM - REPORT NAME AND OPTIONAL BUSINESS DATE
       01  WS-RUN-PARM.
           05  PARM-REPORT-ID          PIC X(08).
           05  PARM-BUSINESS-DATE      PIC X(08).

       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
                                       PIC 9(08).
       01  WS-PURGE-DATE-N             PIC 9(08).

      ****** THE CATALOG ENTRY FOR THIS REPORT
       01  CATALOG-ENTRY.
           05  CE-LINES-PER-PAGE       PIC 9(03).
           05  CE-KEY-COLUMN           PIC 9(03).
           05  CE-KEY-LENGTH           PIC 9(02).
           05  CE-TITLE-COLUMN         PIC 9(03).
           05  CE-TITLE-LENGTH         PIC 9(02).
           05  CE-TITLE-TEXT           PIC X(19).
           05  CE-KEY-LABEL            PIC X(10).
           05  CE-RETENTION-DAYS       PIC 9(04).
           05  CE-ASA-SW               PIC X(01).
               88  CE-ASA-CONTROL      VALUE "Y".
           05  CE-KEY-NUMERIC-SW       PIC X(01).
               88  CE-KEY-NUMERIC      VALUE "Y".

      ****** THE PAGE BEING CAPTURED
       01  PAGE-WORK.
           05  PG-PAGE-NUMBER          PIC 9(05).
           05  PG-LINE-NUMBER          PIC 9(05).
           05  PG-LOW-KEY              PIC X(15).
           05  PG-HIGH-KEY             PIC X(15).
           05  PG-LINE-KEY             PIC X(15).

      ****** ONE REPORT'S CAPTURE BEING REMOVED - A REPLACED RERUN
      ****** OR A CAPTURE PAST ITS RETENTION
       01  PURGE-KEY.
           05  PK-REPORT-ID            PIC X(08).
           05  PK-BUSINESS-DATE        PIC X(08).

       01  EXPIRED-TABLE.
           05  EXPIRED-DATE OCCURS 500 TIMES
                                       PIC X(08).
       77  EXPIRED-COUNT               PIC S9(4) COMP VALUE 0.
       77  EXPIRED-SUB                 PIC S9(4) COMP VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 LINES-CAPTURED           PIC 9(7) COMP.
           05 PAGES-CAPTURED           PIC 9(5) COMP.
           05 LINES-REPLACED           PIC 9(7) COMP.
           05 REPORTS-PURGED           PIC 9(5) COMP.
           05 LINES-PURGED             PIC 9(9) COMP.
           05 LINES-REMOVED            PIC 9(9) COMP.

      ****** STEP COUNT INTERFACE FILLED FOR NIGHTRUN
       COPY RUNCOUNT.

       01  WS-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(18) VALUE "REPORT CAPTURE - ".
           05  HDR-REPORT-ID           PIC X(08).
           05  FILLER     PIC X(02) VALUE SPACES.
           05  HDR-DESCRIPTION         PIC X(24).
           05  FILLER     PIC X(17) VALUE "  BUSINESS DATE: ".
           05  HDR-BUSINESS-DATE       PIC XXXX/XX/XX.
           05  FILLER     PIC X(13) VALUE "  RETENTION: ".
           05  HDR-RETENTION           PIC ZZZ9.
           05  FILLER     PIC X(05) VALUE " DAYS".
           05  FILLER     PIC X(31) VALUE SPACES.

       01  WS-PAGE-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(08) VALUE "   PAGE".
           05  FILLER     PIC X(08) VALUE "  LINES".
           05  FILLER     PIC X(04) VALUE SPACES.
           05  PH-KEY-LABEL            PIC X(10).
           05  FILLER     PIC X(08) VALUE " FROM".
           05  FILLER     PIC X(15) VALUE SPACES.
           05  FILLER     PIC X(04) VALUE "TO".
           05  FILLER     PIC X(75) VALUE SPACES.

       01  WS-PAGE-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  PL-PAGE                 PIC ZZ,ZZ9.
           05  FILLER     PIC X(02) VALUE SPACES.
           05  PL-LINES                PIC ZZ,ZZ9.
           05  FILLER     PIC X(18) VALUE SPACES.
           05  PL-LOW-KEY              PIC X(15).
           05  FILLER     PIC X(04) VALUE SPACES.
           05  PL-HIGH-KEY             PIC X(15).
           05  FILLER     PIC X(66) VALUE SPACES.

       01  WS-PURGED-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  PR-LABEL                PIC X(34).
           05  PR-DATE                 PIC XXXX/XX/XX.
           05  FILLER     PIC X(88) VALUE SPACES.

       01  WS-COUNT-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  CT-LABEL                PIC X(34).
           05  CT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER     PIC X(87) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-FIND-CATALOG THRU 100-EXIT
               UNTIL NO-MORE-CATALOG.
           IF NOT CATALOG-FOUND
               DISPLAY "*** REPORT " PARM-REPORT-ID
                       " IS NOT ON THE REPORT CATALOG - NOT CAPTURED"
               CLOSE RPTIN, RPTCAT, RPTFILE
               MOVE +8 TO RETURN-CODE
               GOBACK.
           PERFORM 150-OPEN-ARCHIVE THRU 150-EXIT.
           PERFORM 200-REPLACE-PRIOR THRU 200-EXIT.
           PERFORM 300-PURGE-EXPIRED THRU 300-EXIT.
           PERFORM 400-CAPTURE-LINE THRU 400-EXIT
               UNTIL NO-MORE-PRINT.
           PERFORM 500-WRITE-HEADER THRU 500-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "RPTCAPT HOUSEKEEPING".
           INITIALIZE COUNTERS-AND-ACCUMULATORS, PAGE-WORK.
           MOVE SPACES TO WS-RUN-PARM.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF PARM-REPORT-ID = SPACES
               DISPLAY "*** RPTCAPT NEEDS PARM=REPORT NAME ***"
               MOVE +16 TO RETURN-CODE
               GOBACK.
           EVALUATE TRUE
               WHEN PARM-BUSINESS-DATE NUMERIC
                   MOVE PARM-BUSINESS-DATE  TO WS-BUSINESS-DATE
               WHEN CYCLE-BUSINESS-DATE > SPACES
                   MOVE CYCLE-BUSINESS-DATE TO WS-BUSINESS-DATE
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE (1:8)
                       TO WS-BUSINESS-DATE
           END-EVALUATE.

           OPEN INPUT RPTIN, RPTCAT.
           IF NOT RICODE-OK OR NOT RCCODE-OK
               DISPLAY "*** RPTCAPT OPEN PROBLEM - RPTIN " RICODE
                       " RPTCAT " RCCODE
               MOVE +16 TO RETURN-CODE
               GOBACK.
           OPEN OUTPUT RPTFILE.
       000-EXIT.
           EXIT.

       100-FIND-CATALOG.
           READ RPTCAT
               AT END
               MOVE "N" TO MORE-CATALOG-SW
               GO TO 100-EXIT
           END-READ
           IF RT-REPORT-ID NOT = PARM-REPORT-ID
               GO TO 100-EXIT.
           MOVE "Y" TO CATALOG-FOUND-SW.
           MOVE "N" TO MORE-CATALOG-SW.
           MOVE RT-LINES-PER-PAGE  TO CE-LINES-PER-PAGE.
           MOVE RT-KEY-COLUMN      TO CE-KEY-COLUMN.
           MOVE RT-KEY-LENGTH      TO CE-KEY-LENGTH.
           MOVE RT-TITLE-COLUMN    TO CE-TITLE-COLUMN.
           MOVE RT-TITLE-LENGTH    TO CE-TITLE-LENGTH.
           MOVE RT-TITLE-TEXT      TO CE-TITLE-TEXT.
           MOVE RT-KEY-LABEL       TO CE-KEY-LABEL.
           MOVE RT-RETENTION-DAYS  TO CE-RETENTION-DAYS.
           MOVE RT-ASA-SW          TO CE-ASA-SW.
           MOVE RT-KEY-NUMERIC-SW  TO CE-KEY-NUMERIC-SW.
      *  Catalog values that cannot be used as they stand
           IF CE-LINES-PER-PAGE NOT NUMERIC
              OR CE-LINES-PER-PAGE = ZERO
               MOVE 60 TO CE-LINES-PER-PAGE.
           IF CE-KEY-COLUMN NOT NUMERIC OR CE-KEY-LENGTH NOT NUMERIC
              OR CE-KEY-COLUMN = ZERO OR CE-KEY-LENGTH > 15
              OR CE-KEY-COLUMN + CE-KEY-LENGTH > 134
               MOVE ZERO TO CE-KEY-COLUMN, CE-KEY-LENGTH.
           IF CE-TITLE-COLUMN NOT NUMERIC
              OR CE-TITLE-LENGTH NOT NUMERIC
              OR CE-TITLE-COLUMN = ZERO OR CE-TITLE-LENGTH > 19
              OR CE-TITLE-COLUMN + CE-TITLE-LENGTH > 134
               MOVE ZERO TO CE-TITLE-COLUMN, CE-TITLE-LENGTH.
           IF CE-RETENTION-DAYS NOT NUMERIC
               MOVE ZERO TO CE-RETENTION-DAYS.

           MOVE PARM-REPORT-ID    TO HDR-REPORT-ID.
           MOVE RT-DESCRIPTION    TO HDR-DESCRIPTION.
           MOVE WS-BUSINESS-DATE  TO HDR-BUSINESS-DATE.
           MOVE CE-RETENTION-DAYS TO HDR-RETENTION.
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           MOVE CE-KEY-LABEL      TO PH-KEY-LABEL.
           WRITE RPT-REC FROM WS-PAGE-HDR-REC.
       100-EXIT.
           EXIT.

       150-OPEN-ARCHIVE.
           OPEN I-O RPTARCH.
           IF NOT RACODE-OK
               DISPLAY "*** REPORT ARCHIVE OPEN PROBLEM " RACODE
               GO TO 990-ABEND-RTN.
           OPEN I-O RPTINDX.
           IF NOT IXCODE-OK
               DISPLAY "*** REPORT INDEX OPEN PROBLEM " IXCODE
               GO TO 990-ABEND-RTN.
       150-EXIT.
           EXIT.

       200-REPLACE-PRIOR.
      *  A rerun cycle's report replaces the earlier capture
           MOVE PARM-REPORT-ID   TO PK-REPORT-ID.
           MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE.
           MOVE ZERO TO LINES-REMOVED.
           PERFORM 600-REMOVE-CAPTURE THRU 600-EXIT.
           MOVE LINES-REMOVED TO LINES-REPLACED.
           IF LINES-REPLACED > 0
               MOVE "PRIOR CAPTURE REPLACED" TO PR-LABEL
               MOVE WS-BUSINESS-DATE TO PR-DATE
               WRITE RPT-REC FROM WS-PURGED-REC.
       200-EXIT.
           EXIT.

       300-PURGE-EXPIRED.
      *  Note the expired captures first, then remove them
           MOVE ZERO TO EXPIRED-COUNT.
           MOVE "Y" TO MORE-EXPIRY-SW.
           MOVE PARM-REPORT-ID TO RI-REPORT-ID.
           MOVE LOW-VALUES     TO RI-BUSINESS-DATE.
           MOVE ZERO           TO RI-PAGE-NUMBER.
           START RPTINDX KEY IS NOT < RI-KEY
               INVALID KEY
                   MOVE "N" TO MORE-EXPIRY-SW
           END-START.
           PERFORM 310-NOTE-EXPIRED THRU 310-EXIT
               UNTIL NO-MORE-EXPIRY.
           PERFORM 320-PURGE-ONE THRU 320-EXIT
               VARYING EXPIRED-SUB FROM 1 BY 1
               UNTIL EXPIRED-SUB > EXPIRED-COUNT.
       300-EXIT.
           EXIT.

       310-NOTE-EXPIRED.
           READ RPTINDX NEXT RECORD
               AT END
                   MOVE "N" TO MORE-EXPIRY-SW
                   GO TO 310-EXIT
           END-READ
           IF RI-REPORT-ID NOT = PARM-REPORT-ID
               MOVE "N" TO MORE-EXPIRY-SW
               GO TO 310-EXIT.
           IF NOT RI-REPORT-HEADER
              OR RI-PURGE-DATE NOT < WS-BUSINESS-DATE
               GO TO 310-EXIT.
           IF EXPIRED-COUNT = 500
               DISPLAY "*** EXPIRED CAPTURES EXCEED TABLE - "
                       "INCREASE EXPIRED-DATE OCCURS ***"
               GO TO 990-ABEND-RTN.
           ADD +1 TO EXPIRED-COUNT.
           MOVE RI-BUSINESS-DATE TO EXPIRED-DATE (EXPIRED-COUNT).
       310-EXIT.
           EXIT.

       320-PURGE-ONE.
           MOVE PARM-REPORT-ID             TO PK-REPORT-ID.
           MOVE EXPIRED-DATE (EXPIRED-SUB) TO PK-BUSINESS-DATE.
           MOVE ZERO TO LINES-REMOVED.
           PERFORM 600-REMOVE-CAPTURE THRU 600-EXIT.
           ADD LINES-REMOVED TO LINES-PURGED.
           ADD +1 TO REPORTS-PURGED.
           MOVE "PURGED - RETENTION EXPIRED" TO PR-LABEL.
           MOVE PK-BUSINESS-DATE TO PR-DATE.
           WRITE RPT-REC FROM WS-PURGED-REC.
       320-EXIT.
           EXIT.

       400-CAPTURE-LINE.
           READ RPTIN
               AT END
                   MOVE "N" TO MORE-PRINT-SW
                   IF PG-LINE-NUMBER > ZERO
                       PERFORM 450-END-PAGE THRU 450-EXIT
                   END-IF
                   GO TO 400-EXIT
           END-READ

      *  Does this line open a new page
           MOVE "N" TO NEW-PAGE-SW.
           IF PG-LINE-NUMBER = ZERO
              OR PG-LINE-NUMBER NOT < CE-LINES-PER-PAGE
               MOVE "Y" TO NEW-PAGE-SW.
           IF CE-ASA-CONTROL AND RPTIN-REC (1:1) = "1"
               MOVE "Y" TO NEW-PAGE-SW.
           IF CE-TITLE-LENGTH > ZERO
               IF RPTIN-REC (CE-TITLE-COLUMN:CE-TITLE-LENGTH) =
                  CE-TITLE-TEXT (1:CE-TITLE-LENGTH)
                   MOVE "Y" TO NEW-PAGE-SW.
           IF NEW-PAGE AND PG-LINE-NUMBER > ZERO
               PERFORM 450-END-PAGE THRU 450-EXIT.
           IF NEW-PAGE
               ADD 1 TO PG-PAGE-NUMBER
               MOVE ZERO   TO PG-LINE-NUMBER
               MOVE SPACES TO PG-LOW-KEY, PG-HIGH-KEY.

           ADD 1 TO PG-LINE-NUMBER.
           MOVE PARM-REPORT-ID   TO RA-REPORT-ID.
           MOVE WS-BUSINESS-DATE TO RA-BUSINESS-DATE.
           MOVE PG-PAGE-NUMBER   TO RA-PAGE-NUMBER.
           MOVE PG-LINE-NUMBER   TO RA-LINE-NUMBER.
           MOVE RPTIN-REC        TO RA-PRINT-LINE.
           WRITE REPORT-ARCHIVE-REC
               INVALID KEY
                   DISPLAY "*** REPORT ARCHIVE WRITE PROBLEM " RACODE
                           " " RA-KEY
                   GO TO 990-ABEND-RTN
           END-WRITE.
           ADD +1 TO LINES-CAPTURED.

      *  Key range on the page - headings and blank lines carry no key
           IF CE-KEY-LENGTH > ZERO
               MOVE SPACES TO PG-LINE-KEY
               MOVE RPTIN-REC (CE-KEY-COLUMN:CE-KEY-LENGTH)
                   TO PG-LINE-KEY
               IF PG-LINE-KEY NOT = SPACES
                  AND (NOT CE-KEY-NUMERIC
                   OR RPTIN-REC (CE-KEY-COLUMN:CE-KEY-LENGTH) NUMERIC)
                   IF PG-LOW-KEY = SPACES OR PG-LINE-KEY < PG-LOW-KEY
                       MOVE PG-LINE-KEY TO PG-LOW-KEY
                   END-IF
                   IF PG-LINE-KEY > PG-HIGH-KEY
                       MOVE PG-LINE-KEY TO PG-HIGH-KEY.
       400-EXIT.
           EXIT.

       450-END-PAGE.
           MOVE SPACES           TO REPORT-INDEX-REC.
           MOVE PARM-REPORT-ID   TO RI-REPORT-ID.
           MOVE WS-BUSINESS-DATE TO RI-BUSINESS-DATE.
           MOVE PG-PAGE-NUMBER   TO RI-PAGE-NUMBER.
           MOVE PG-LINE-NUMBER   TO RI-LINE-COUNT.
           MOVE PG-LOW-KEY       TO RI-LOW-KEY.
           MOVE PG-HIGH-KEY      TO RI-HIGH-KEY.
           WRITE REPORT-INDEX-REC
               INVALID KEY
                   DISPLAY "*** REPORT INDEX WRITE PROBLEM " IXCODE
                           " " RI-KEY
                   GO TO 990-ABEND-RTN
           END-WRITE.
           ADD +1 TO PAGES-CAPTURED.
           MOVE PG-PAGE-NUMBER TO PL-PAGE.
           MOVE PG-LINE-NUMBER TO PL-LINES.
           MOVE PG-LOW-KEY     TO PL-LOW-KEY.
           MOVE PG-HIGH-KEY    TO PL-HIGH-KEY.
           WRITE RPT-REC FROM WS-PAGE-REC.
       450-EXIT.
           EXIT.

       500-WRITE-HEADER.
      *  The report header - a report with no lines still gets one,
      *  so the reprint can tell "empty" from "never captured"
           COMPUTE WS-PURGE-DATE-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-N)
                + CE-RETENTION-DAYS).
           MOVE SPACES           TO REPORT-INDEX-REC.
           MOVE PARM-REPORT-ID   TO RI-REPORT-ID.
           MOVE WS-BUSINESS-DATE TO RI-BUSINESS-DATE.
           MOVE ZERO             TO RI-PAGE-NUMBER.
           MOVE PAGES-CAPTURED   TO RI-TOTAL-PAGES.
           MOVE LINES-CAPTURED   TO RI-TOTAL-LINES.
           MOVE FUNCTION CURRENT-DATE (1:8)  TO RI-CAPTURE-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO RI-CAPTURE-TIME.
           MOVE WS-PURGE-DATE-N  TO RI-PURGE-DATE.
           MOVE CE-KEY-LABEL     TO RI-KEY-LABEL.
           WRITE REPORT-INDEX-REC
               INVALID KEY
                   DISPLAY "*** REPORT INDEX WRITE PROBLEM " IXCODE
                           " " RI-KEY
                   GO TO 990-ABEND-RTN
           END-WRITE.
       500-EXIT.
           EXIT.

      ****** REMOVE EVERY ARCHIVE LINE AND INDEX RECORD OF ONE
      ****** CAPTURE (PK-REPORT-ID / PK-BUSINESS-DATE)
       600-REMOVE-CAPTURE.
           MOVE PK-REPORT-ID     TO RA-REPORT-ID.
           MOVE PK-BUSINESS-DATE TO RA-BUSINESS-DATE.
           MOVE ZERO             TO RA-PAGE-NUMBER, RA-LINE-NUMBER.
           MOVE "Y" TO MORE-PURGE-SW.
           START RPTARCH KEY IS NOT < RA-KEY
               INVALID KEY
                   MOVE "N" TO MORE-PURGE-SW
           END-START.
           PERFORM 610-REMOVE-LINE THRU 610-EXIT
               UNTIL NO-MORE-PURGE.

           MOVE PK-REPORT-ID     TO RI-REPORT-ID.
           MOVE PK-BUSINESS-DATE TO RI-BUSINESS-DATE.
           MOVE ZERO             TO RI-PAGE-NUMBER.
           MOVE "Y" TO MORE-PURGE-SW.
           START RPTINDX KEY IS NOT < RI-KEY
               INVALID KEY
                   MOVE "N" TO MORE-PURGE-SW
           END-START.
           PERFORM 620-REMOVE-INDEX THRU 620-EXIT
               UNTIL NO-MORE-PURGE.
       600-EXIT.
           EXIT.

       610-REMOVE-LINE.
           READ RPTARCH NEXT RECORD
               AT END
                   MOVE "N" TO MORE-PURGE-SW
                   GO TO 610-EXIT
           END-READ
           IF RA-REPORT-ID NOT = PK-REPORT-ID
              OR RA-BUSINESS-DATE NOT = PK-BUSINESS-DATE
               MOVE "N" TO MORE-PURGE-SW
               GO TO 610-EXIT.
           DELETE RPTARCH RECORD
               INVALID KEY
                   DISPLAY "*** REPORT ARCHIVE DELETE PROBLEM "
                           RACODE " " RA-KEY
                   GO TO 990-ABEND-RTN
           END-DELETE.
           ADD +1 TO LINES-REMOVED.
       610-EXIT.
           EXIT.

       620-REMOVE-INDEX.
           READ RPTINDX NEXT RECORD
               AT END
                   MOVE "N" TO MORE-PURGE-SW
                   GO TO 620-EXIT
           END-READ
           IF RI-REPORT-ID NOT = PK-REPORT-ID
              OR RI-BUSINESS-DATE NOT = PK-BUSINESS-DATE
               MOVE "N" TO MORE-PURGE-SW
               GO TO 620-EXIT.
           DELETE RPTINDX RECORD
               INVALID KEY
                   DISPLAY "*** REPORT INDEX DELETE PROBLEM "
                           IXCODE " " RI-KEY
                   GO TO 990-ABEND-RTN
           END-DELETE.
       620-EXIT.
           EXIT.

       990-ABEND-RTN.
           CLOSE RPTIN, RPTCAT, RPTFILE, RPTARCH, RPTINDX.
           DISPLAY "*** RPTCAPT ABENDING - " PARM-REPORT-ID
                   " NOT CAPTURED".
           MOVE +16 TO RETURN-CODE.
           GOBACK.

       999-CLEANUP.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           MOVE "PAGES CAPTURED"          TO CT-LABEL.
           MOVE PAGES-CAPTURED            TO CT-COUNT.
           WRITE RPT-REC FROM WS-COUNT-REC.
           MOVE "LINES CAPTURED"          TO CT-LABEL.
           MOVE LINES-CAPTURED            TO CT-COUNT.
           WRITE RPT-REC FROM WS-COUNT-REC.
           MOVE "LINES REPLACED FROM A RERUN" TO CT-LABEL.
           MOVE LINES-REPLACED            TO CT-COUNT.
           WRITE RPT-REC FROM WS-COUNT-REC.
           MOVE "EXPIRED CAPTURES PURGED" TO CT-LABEL.
           MOVE REPORTS-PURGED            TO CT-COUNT.
           WRITE RPT-REC FROM WS-COUNT-REC.
           MOVE "EXPIRED LINES PURGED"    TO CT-LABEL.
           MOVE LINES-PURGED              TO CT-COUNT.
           WRITE RPT-REC FROM WS-COUNT-REC.

           MOVE LINES-CAPTURED TO CYCLE-STEP-RECORDS-IN,
                                  CYCLE-STEP-RECORDS-OUT.
           CLOSE RPTIN, RPTCAT, RPTFILE, RPTARCH, RPTINDX.
           MOVE +0 TO RETURN-CODE.
           DISPLAY "NORMAL END OF JOB RPTCAPT".
       999-EXIT.
           EXIT.
