       IDENTIFICATION DIVISION.
       PROGRAM-ID.  JRNLARCH.
       AUTHOR. JON SAYLES.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 01/23/08.
       DATE-COMPILED. 01/23/08.
       SECURITY. CONFIDENTIAL PATIENT DATA.

      ******************************************************************
      *REMARKS.
      *
      *          PATJRNL ARCHIVAL AND COMPACTION.
      *
      *          EVERY PATJRNL RECORD CARRIES TWO FULL PATIENT-MASTER
      *          IMAGES, AND BACKOUT AND MSTRVRFY READ THE JOURNAL
      *          FROM THE TOP.  THIS STEP RUNS AFTER MSTRVRFY HAS
      *          CERTIFIED THE CYCLE (IT FOLLOWS MSTRVRFY ON THE
      *          RUN-CONTROL FILE, AND A FAILED VERIFY STOPS THE
      *          CYCLE BEFORE IT) AND:
      *
      *             - RECORDS THIS CYCLE'S CUT POINT (THE TIME OF
      *               THIS RUN) ON THE ARCHIVAL CONTROL FILE
      *             - SETS THE BACKOUT HORIZON TO THE CUT POINT OF
      *               THE CYCLE THE RETENTION PERIOD BACK
      *             - COPIES JOURNAL RECORDS STAMPED AT OR AFTER THE
      *               HORIZON UNCHANGED TO THE NEW LIVE JOURNAL, AND
      *               THOSE BEFORE IT TO THE ARCHIVE - RUN, KEY,
      *               ACTION AND AFTER-IMAGE ONLY (COPYBOOK PATJARC)
      *
      *          BACKOUT REFUSES ANY RUN STAMPED BEFORE THE HORIZON.
      *
      *          JCL PARM RRR - BACKOUT RETENTION IN CYCLES,
      *          DEFAULT 014.  THE ARCHIVE DATASET IS NAMED FOR THE
      *          CYCLE'S BUSINESS DATE, DDS0001.PATJRNL.ARCH.DYYMMDD.
      *
      ******************************************************************

             LIVE JOURNAL            -   DDS0001.PATJRNL(0)

             NEW LIVE JOURNAL        -   DDS0001.PATJRNL(+1)

             JOURNAL ARCHIVE         -   DDS0001.PATJRNL.ARCH.DYYMMDD

             PRIOR ARCHIVAL CONTROL  -   DDS0001.JRNLCTL(0)

             NEW ARCHIVAL CONTROL    -   DDS0001.JRNLCTL(+1)

             CONTROL REPORT          -   RPTFILE

      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNFILE
           ASSIGN TO UT-S-PATJRNL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS JRCODE.

           SELECT JRNKEEP
           ASSIGN TO UT-S-JRNKEEP
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS JKCODE.

           SELECT JRNARCH
           ASSIGN TO UT-S-JRNARCH
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS JACODE.

           SELECT CTLIN
           ASSIGN TO UT-S-CTLIN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CICODE.

           SELECT CTLOUT
           ASSIGN TO UT-S-CTLOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS COCODE.

           SELECT RPTFILE
           ASSIGN TO RPTFILE
             FILE STATUS IS RFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNFILE
           RECORD CONTAINS 5965 CHARACTERS
           DATA RECORD IS JRNFILE-REC.
       01  JRNFILE-REC  PIC X(5965).

       FD  JRNKEEP
           RECORD CONTAINS 5965 CHARACTERS
           DATA RECORD IS JRNKEEP-REC.
       01  JRNKEEP-REC  PIC X(5965).

       FD  JRNARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 2993 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PATIENT-JOURNAL-ARCHIVE-REC.
       COPY PATJARC.

       FD  CTLIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CTLIN-REC.
       01  CTLIN-REC  PIC X(80).

       FD  CTLOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CTLOUT-REC.
       01  CTLOUT-REC  PIC X(80).

       FD  RPTFILE
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  RPT-REC PIC X(133).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  JRCODE                  PIC X(2).
               88 JRCODE-OK     VALUE "00".
           05  JKCODE                  PIC X(2).
               88 JKCODE-OK     VALUE "00".
           05  JACODE                  PIC X(2).
               88 JACODE-OK     VALUE "00".
           05  CICODE                  PIC X(2).
               88 CICODE-OK     VALUE "00".
           05  COCODE                  PIC X(2).
               88 COCODE-OK     VALUE "00".
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       01  FLAGS-AND-SWITCHES.
           05 MORE-JOURNAL-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-JOURNAL       VALUE "N".
           05 MORE-CONTROL-SW          PIC X(01) VALUE "Y".
              88 NO-MORE-CONTROL       VALUE "N".
           05 CONTROL-OPEN-SW          PIC X(01) VALUE "N".
              88 CONTROL-OPEN          VALUE "Y".

      ****** JOURNAL RECORD WRITTEN BY HOSPEDIT, DISCHRG AND ALRGMNT
       COPY PATJRNL.

      ****** ARCHIVAL CONTROL RECORD - HORIZON AND CYCLE CUT POINTS
       COPY JRNLCTL.

      ****** PARM - RETENTION IN CYCLES
       01  WS-RUN-PARM                 PIC X(03) VALUE SPACES.
       01  WS-RUN-PARM-N REDEFINES WS-RUN-PARM
                                       PIC 9(03).
       77  WS-RETENTION-CYCLES         PIC 9(03) VALUE 14.

      ****** CERTIFIED CYCLES ON THE CONTROL FILE, OLDEST FIRST,
      ****** WITH THIS CYCLE ADDED AT THE END
       01  CYCLE-CUT-TABLE.
           05  CUT-ENTRY OCCURS 1000 TIMES.
               10  CUT-CYCLE-DATE      PIC X(08).
               10  CUT-STAMP           PIC X(14).
       77  CUT-COUNT                   PIC S9(4) COMP VALUE 0.
       77  CUT-SUB                     PIC S9(4) COMP VALUE 0.
       77  CUT-FIRST-KEPT              PIC S9(4) COMP VALUE 0.

       01  HORIZON-FIELDS.
           05  OLD-HORIZON-STAMP       PIC X(14) VALUE LOW-VALUES.
           05  NEW-HORIZON-STAMP       PIC X(14) VALUE LOW-VALUES.
           05  OLD-ARCHIVE-DSN         PIC X(44) VALUE SPACES.
           05  WS-CUTOFF-STAMP         PIC X(14).
           05  WS-RECORD-STAMP.
               10  WS-RECORD-DATE      PIC X(08).
               10  WS-RECORD-TIME      PIC X(06).

       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-ARCHIVE-DSN.
           05  FILLER                  PIC X(22)
                  VALUE "DDS0001.PATJRNL.ARCH.D".
           05  DSN-YYMMDD              PIC X(06).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 JOURNAL-RECORDS-READ     PIC 9(9) COMP.
           05 RECORDS-KEPT             PIC 9(9) COMP.
           05 RECORDS-ARCHIVED         PIC 9(9) COMP.

      ****** STEP COUNT INTERFACE FILLED FOR NIGHTRUN
       COPY RUNCOUNT.

       01  WS-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(40)
                  VALUE "PATJRNL ARCHIVAL - BUSINESS DATE: ".
           05  HDR-BUSINESS-DATE       PIC XXXX/XX/XX.
           05  FILLER     PIC X(14) VALUE "   RETENTION: ".
           05  HDR-RETENTION           PIC ZZ9.
           05  FILLER     PIC X(07) VALUE " CYCLES".
           05  FILLER     PIC X(58) VALUE SPACES.

       01  WS-HORIZON-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  HZ-LABEL                PIC X(30).
           05  HZ-DATE                 PIC XXXX/XX/XX.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  HZ-TIME                 PIC XX/XX/XX.
           05  FILLER     PIC X(83) VALUE SPACES.

       01  WS-COUNT-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  CT-LABEL                PIC X(30).
           05  CT-COUNT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER     PIC X(91) VALUE SPACES.

       01  WS-DSN-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(30) VALUE "ARCHIVE DATASET".
           05  DSN-OUT                 PIC X(44).
           05  FILLER     PIC X(58) VALUE SPACES.

       01  WS-CYCLE-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  FILLER     PIC X(30)
                  VALUE "  CYCLE ON LIVE JOURNAL".
           05  CY-CYCLE-DATE           PIC XXXX/XX/XX.
           05  FILLER     PIC X(10) VALUE "  ENDS AT ".
           05  CY-DATE                 PIC XXXX/XX/XX.
           05  FILLER     PIC X(01) VALUE SPACE.
           05  CY-TIME                 PIC XX/XX/XX.
           05  FILLER     PIC X(63) VALUE SPACES.

       01  WS-BLANK-LINE               PIC X(133) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-LOAD-CONTROL THRU 100-EXIT
               UNTIL NO-MORE-CONTROL.
           PERFORM 200-SET-HORIZON THRU 200-EXIT.
           PERFORM 300-COPY-JOURNAL THRU 300-EXIT
               UNTIL NO-MORE-JOURNAL.
           PERFORM 400-WRITE-CONTROL THRU 400-EXIT.
           PERFORM 999-CLEANUP THRU 999-EXIT.
           GOBACK.

       000-HOUSEKEEPING.
           DISPLAY "JRNLARCH HOUSEKEEPING".
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
           IF WS-RUN-PARM NUMERIC AND WS-RUN-PARM-N > ZERO
               MOVE WS-RUN-PARM-N TO WS-RETENTION-CYCLES.

      *  The cycle's business date names the archive - the machine
      *  date when run outside NIGHTRUN
           IF CYCLE-BUSINESS-DATE > SPACES
               MOVE CYCLE-BUSINESS-DATE TO WS-BUSINESS-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE (3:6) TO DSN-YYMMDD.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CUTOFF-STAMP.

           OPEN INPUT JRNFILE.
           IF NOT JRCODE-OK
               DISPLAY "*** PATJRNL OPEN PROBLEM " JRCODE
               MOVE +16 TO RETURN-CODE
               GOBACK.
      *  No prior control generation is a first run - nothing has
      *  been archived and there is no horizon yet
           OPEN INPUT CTLIN.
           IF CICODE-OK
               MOVE "Y" TO CONTROL-OPEN-SW
           ELSE
               MOVE "N" TO MORE-CONTROL-SW.
           OPEN OUTPUT JRNKEEP, JRNARCH, CTLOUT, RPTFILE.

           MOVE WS-BUSINESS-DATE    TO HDR-BUSINESS-DATE.
           MOVE WS-RETENTION-CYCLES TO HDR-RETENTION.
           WRITE RPT-REC FROM WS-HDR-REC.
           WRITE RPT-REC FROM WS-BLANK-LINE.
       000-EXIT.
           EXIT.

       100-LOAD-CONTROL.
           READ CTLIN INTO JOURNAL-CONTROL-REC
               AT END
               MOVE "N" TO MORE-CONTROL-SW
               GO TO 100-EXIT
           END-READ
           IF JC-HORIZON-REC
               MOVE JC-CUTOFF-STAMP TO OLD-HORIZON-STAMP
               MOVE JC-ARCHIVE-DSN  TO OLD-ARCHIVE-DSN
               GO TO 100-EXIT.
           IF CUT-COUNT >= 999
               DISPLAY "*** CONTROL CYCLES EXCEED TABLE - "
                       "INCREASE CUT-ENTRY OCCURS ***"
               MOVE +16 TO RETURN-CODE
               GOBACK.
           ADD +1 TO CUT-COUNT.
           MOVE JC-CYCLE-DATE   TO CUT-CYCLE-DATE (CUT-COUNT).
           MOVE JC-CUTOFF-STAMP TO CUT-STAMP (CUT-COUNT).
       100-EXIT.
           EXIT.

       200-SET-HORIZON.
      *  This cycle's journal ends now
           ADD +1 TO CUT-COUNT.
           MOVE WS-BUSINESS-DATE TO CUT-CYCLE-DATE (CUT-COUNT).
           MOVE WS-CUTOFF-STAMP  TO CUT-STAMP (CUT-COUNT).

      *  Keep the last RETENTION cycles - the end of the cycle before
      *  the oldest of them is the new horizon.  The horizon never
      *  moves backwards, even when the retention is lengthened.
           MOVE OLD-HORIZON-STAMP TO NEW-HORIZON-STAMP.
           IF CUT-COUNT > WS-RETENTION-CYCLES
               COMPUTE CUT-FIRST-KEPT =
                   CUT-COUNT - WS-RETENTION-CYCLES + 1
               COMPUTE CUT-SUB = CUT-FIRST-KEPT - 1
               IF CUT-STAMP (CUT-SUB) > NEW-HORIZON-STAMP
                   MOVE CUT-STAMP (CUT-SUB) TO NEW-HORIZON-STAMP
               END-IF
           ELSE
               MOVE 1 TO CUT-FIRST-KEPT.

           MOVE "PRIOR BACKOUT HORIZON" TO HZ-LABEL.
           MOVE OLD-HORIZON-STAMP TO WS-RECORD-STAMP.
           PERFORM 800-SHOW-HORIZON THRU 800-EXIT.
           MOVE "NEW BACKOUT HORIZON" TO HZ-LABEL.
           MOVE NEW-HORIZON-STAMP TO WS-RECORD-STAMP.
           PERFORM 800-SHOW-HORIZON THRU 800-EXIT.
           PERFORM 900-READ-JRNFILE THRU 900-EXIT.
       200-EXIT.
           EXIT.

       300-COPY-JOURNAL.
           MOVE PJ-RUN-DATE TO WS-RECORD-DATE.
           MOVE PJ-RUN-TIME TO WS-RECORD-TIME.
           IF WS-RECORD-STAMP < NEW-HORIZON-STAMP
               MOVE PJ-PROGRAM-NAME TO PA-PROGRAM-NAME
               MOVE PJ-RUN-DATE     TO PA-RUN-DATE
               MOVE PJ-RUN-TIME     TO PA-RUN-TIME
               MOVE PJ-ACTION-CODE  TO PA-ACTION-CODE
               MOVE PJ-PATIENT-ID   TO PA-PATIENT-ID
               MOVE PJ-AFTER-IMAGE  TO PA-AFTER-IMAGE
               WRITE PATIENT-JOURNAL-ARCHIVE-REC
               IF NOT JACODE-OK
                   DISPLAY "*** ARCHIVE WRITE PROBLEM " JACODE
                   GO TO 990-ABEND-RTN
               END-IF
               ADD +1 TO RECORDS-ARCHIVED
           ELSE
               WRITE JRNKEEP-REC FROM PATIENT-JOURNAL-REC
               IF NOT JKCODE-OK
                   DISPLAY "*** NEW JOURNAL WRITE PROBLEM " JKCODE
                   GO TO 990-ABEND-RTN
               END-IF
               ADD +1 TO RECORDS-KEPT.
           PERFORM 900-READ-JRNFILE THRU 900-EXIT.
       300-EXIT.
           EXIT.

       400-WRITE-CONTROL.
           MOVE SPACES              TO JOURNAL-CONTROL-REC.
           MOVE "H"                 TO JC-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE    TO JC-CYCLE-DATE.
           MOVE NEW-HORIZON-STAMP   TO JC-CUTOFF-STAMP.
           MOVE WS-RETENTION-CYCLES TO JC-RETENTION-CYCLES.
           IF RECORDS-ARCHIVED > 0
               MOVE WS-ARCHIVE-DSN  TO JC-ARCHIVE-DSN
           ELSE
               MOVE OLD-ARCHIVE-DSN TO JC-ARCHIVE-DSN.
           WRITE CTLOUT-REC FROM JOURNAL-CONTROL-REC.
           IF NOT COCODE-OK
               DISPLAY "*** CONTROL WRITE PROBLEM " COCODE
               GO TO 990-ABEND-RTN.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           PERFORM 410-WRITE-CYCLE THRU 410-EXIT
               VARYING CUT-SUB FROM CUT-FIRST-KEPT BY 1
               UNTIL CUT-SUB > CUT-COUNT.
       400-EXIT.
           EXIT.

       410-WRITE-CYCLE.
           MOVE SPACES                  TO JOURNAL-CONTROL-REC.
           MOVE "C"                     TO JC-RECORD-TYPE.
           MOVE CUT-CYCLE-DATE (CUT-SUB) TO JC-CYCLE-DATE.
           MOVE CUT-STAMP (CUT-SUB)     TO JC-CUTOFF-STAMP.
           MOVE ZERO                    TO JC-RETENTION-CYCLES.
           WRITE CTLOUT-REC FROM JOURNAL-CONTROL-REC.
           IF NOT COCODE-OK
               DISPLAY "*** CONTROL WRITE PROBLEM " COCODE
               GO TO 990-ABEND-RTN.
           MOVE CUT-CYCLE-DATE (CUT-SUB)       TO CY-CYCLE-DATE.
           MOVE CUT-STAMP (CUT-SUB) (1:8)      TO CY-DATE.
           MOVE CUT-STAMP (CUT-SUB) (9:6)      TO CY-TIME.
           INSPECT CY-TIME REPLACING ALL "/" BY ":".
           WRITE RPT-REC FROM WS-CYCLE-REC.
       410-EXIT.
           EXIT.

       800-SHOW-HORIZON.
           IF WS-RECORD-STAMP = LOW-VALUES OR SPACES
               MOVE SPACES TO HZ-DATE, HZ-TIME
               MOVE "NONE" TO HZ-DATE
           ELSE
               MOVE WS-RECORD-DATE TO HZ-DATE
               MOVE WS-RECORD-TIME TO HZ-TIME
               INSPECT HZ-TIME REPLACING ALL "/" BY ":".
           WRITE RPT-REC FROM WS-HORIZON-REC.
       800-EXIT.
           EXIT.

       900-READ-JRNFILE.
           READ JRNFILE INTO PATIENT-JOURNAL-REC
               AT END MOVE "N" TO MORE-JOURNAL-SW
               GO TO 900-EXIT
           END-READ
           ADD +1 TO JOURNAL-RECORDS-READ.
       900-EXIT.
           EXIT.

       990-ABEND-RTN.
           CLOSE JRNFILE, JRNKEEP, JRNARCH, CTLOUT, RPTFILE.
           IF CONTROL-OPEN
               CLOSE CTLIN.
           DISPLAY "*** JRNLARCH ABENDING - LIVE JOURNAL UNCHANGED".
           MOVE +16 TO RETURN-CODE.
           GOBACK.

       999-CLEANUP.
           WRITE RPT-REC FROM WS-BLANK-LINE.
           MOVE "JOURNAL RECORDS READ" TO CT-LABEL.
           MOVE JOURNAL-RECORDS-READ   TO CT-COUNT.
           WRITE RPT-REC FROM WS-COUNT-REC.
           MOVE "RECORDS KEPT ON LIVE JOURNAL" TO CT-LABEL.
           MOVE RECORDS-KEPT           TO CT-COUNT.
           WRITE RPT-REC FROM WS-COUNT-REC.
           MOVE "RECORDS ARCHIVED"     TO CT-LABEL.
           MOVE RECORDS-ARCHIVED       TO CT-COUNT.
           WRITE RPT-REC FROM WS-COUNT-REC.
           IF RECORDS-ARCHIVED > 0
               MOVE WS-ARCHIVE-DSN TO DSN-OUT
           ELSE
               MOVE "NONE - NOTHING PAST THE HORIZON" TO DSN-OUT.
           WRITE RPT-REC FROM WS-DSN-REC.

           MOVE JOURNAL-RECORDS-READ TO CYCLE-STEP-RECORDS-IN.
           MOVE RECORDS-KEPT         TO CYCLE-STEP-RECORDS-OUT.
           CLOSE JRNFILE, JRNKEEP, JRNARCH, CTLOUT, RPTFILE.
           IF CONTROL-OPEN
               CLOSE CTLIN.
           MOVE +0 TO RETURN-CODE.
           DISPLAY "NORMAL END OF JOB JRNLARCH".
       999-EXIT.
           EXIT.
