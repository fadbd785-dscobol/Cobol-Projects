      *
      *          LEAVING THE MASTER AS IT STOOD BEFORE THE NAMED RUN.
      *
      *          JRNLARCH MOVES JOURNAL RECORDS OLDER THAN THE BACKOUT
      *          RETENTION TO AN ARCHIVE WITHOUT THEIR BEFORE-IMAGES.
      *          A RUN STAMPED BEFORE THE HORIZON ON THE ARCHIVAL
      *          CONTROL FILE CAN NO LONGER BE BACKED OUT AND IS
      *          REFUSED (RC=12) BEFORE THE MASTER IS OPENED.
      *
      ******************************************************************

               INPUT JOURNAL FILE      -   DDS0001.PATJRNL

               ARCHIVAL CONTROL        -   DDS0001.JRNLCTL(0)

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               CONTROL REPORT          -   RPTFILE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS JRCODE.

           SELECT JRNLCTL
           ASSIGN TO UT-S-JRNLCTL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS JCCODE.

           SELECT RPTFILE
           ASSIGN TO RPTFILE
             FILE STATUS IS RFCODE.
           DATA RECORD IS JRNFILE-REC.
       01  JRNFILE-REC  PIC X(5965).

       FD  JRNLCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JRNLCTL-REC.
       01  JRNLCTL-REC  PIC X(80).

       FD  RPTFILE
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
       01  FILE-STATUS-CODES.
           05  JRCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.
           05  JCCODE                  PIC X(2).
               88 JCCODE-OK     VALUE "00".
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PMCODE                  PIC X(2).

       COPY PATJRNL.

      ****** BACKOUT HORIZON - THE FIRST (HORIZON) RECORD OF THE
      ****** ARCHIVAL CONTROL FILE
       COPY JRNLCTL.
       01  WS-RUN-STAMP.
           05  WS-RUN-STAMP-DATE       PIC X(08).
           05  WS-RUN-STAMP-TIME       PIC X(06).

       77  MORE-JOURNAL-SW             PIC X(1) VALUE "Y".
           88 NO-MORE-JOURNAL  VALUE 'N'.

               GOBACK.
           MOVE PARM-PROGRAM-NAME TO HDR-PROGRAM-NAME.
           MOVE PARM-RUN-DATE     TO HDR-RUN-DATE.
           PERFORM 050-CHECK-HORIZON THRU 050-EXIT.

           OPEN INPUT JRNFILE.
           OPEN OUTPUT RPTFILE.
       000-EXIT.
           EXIT.

       050-CHECK-HORIZON.
      *  No control file yet means nothing has been archived
           OPEN INPUT JRNLCTL.
           IF NOT JCCODE-OK
               GO TO 050-EXIT.
           READ JRNLCTL INTO JOURNAL-CONTROL-REC
               AT END
                   MOVE SPACES TO JOURNAL-CONTROL-REC
           END-READ
           CLOSE JRNLCTL.
           IF NOT JC-HORIZON-REC
              OR JC-CUTOFF-STAMP = SPACES OR LOW-VALUES
               GO TO 050-EXIT.
           MOVE PARM-RUN-DATE TO WS-RUN-STAMP-DATE.
           IF PARM-RUN-TIME = SPACES
               MOVE "000000"      TO WS-RUN-STAMP-TIME
           ELSE
               MOVE PARM-RUN-TIME TO WS-RUN-STAMP-TIME.
           IF WS-RUN-STAMP < JC-CUTOFF-STAMP
               DISPLAY "*** RUN " PARM-PROGRAM-NAME " "
                       PARM-RUN-DATE " IS BEYOND THE BACKOUT HORIZON "
                       JC-CUTOFF-STAMP " - ITS BEFORE-IMAGES ARE NO "
                       "LONGER ON THE JOURNAL"
               DISPLAY "*** ARCHIVED JOURNAL (AFTER-IMAGES ONLY) - "
                       JC-ARCHIVE-DSN
               DISPLAY "*** BACKOUT REFUSED ***"
               MOVE +12 TO RETURN-CODE
               GOBACK.
       050-EXIT.
           EXIT.

       100-LOAD-RUN-JOURNAL.
      *  Keep only the named run's records, in arrival order, so the
      *  backout pass can run over them last-to-first.
