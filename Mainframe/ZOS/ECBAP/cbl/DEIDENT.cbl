      *               BY A FIXED NUMBER OF DAYS (JCL PARM, DEFAULT
      *               37) SO INTERVALS STILL HANG TOGETHER
      *
      *          EVERY REAL PATIENT WHOSE RECORDS GO INTO THE TRAINING
      *          COPIES IS LOGGED ONCE TO THE SHARED DISCLOSURE
      *          REGISTER (RECIPIENT TRAINING, PURPOSE TEST DATA),
      *          UNDER THE REAL PATIENT-ID, SO THE PRIVACY OFFICE'S
      *          ACCOUNTING OF DISCLOSURES INCLUDES THE RUN.
      *
      ******************************************************************

             VSAM MASTER FILE        -   DDS0001.PATMASTR

             MASKED TREATMENT COPY   -   DDS0001.TRNTRMT

             DISCLOSURE REGISTER     -   DDS0001.DISCLOG (MOD)

             CONTROL REPORT          -   RPTFILE

      ******************************************************************
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS T4CODE.

           SELECT DISCLOG
           ASSIGN TO UT-S-DISCLOG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DLCODE.

           SELECT RPTFILE
           ASSIGN TO RPTFILE
             FILE STATUS IS RFCODE.
           DATA RECORD IS TRNTRMT-REC.
       01  TRNTRMT-REC  PIC X(1101).

       FD  DISCLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCLOG-REC.
       01  DISCLOG-REC  PIC X(80).

       FD  RPTFILE
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS RPT-REC.
               88 CODE-WRITE    VALUE SPACES.
           05  RFCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  DLCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  PMCODE                  PIC X(2).
               88 PMCODE-OK          VALUE "00".
           05  PPCODE                  PIC X(2).
           05 PERSONS-MASKED           PIC S9(7) COMP.
           05 DISCH-MASKED             PIC S9(7) COMP.
           05 TRMT-MASKED              PIC S9(7) COMP.
           05 DISCLOSURES-LOGGED       PIC S9(7) COMP.

      ****** REAL-ID TO SYNTHETIC-ID MAP - ASSIGNED ON FIRST SIGHT
      ****** OF EACH REAL ID, APPLIED EVERYWHERE AFTER
               10  IDM-SYNTH-ID        PIC X(06).
       77  ID-MAP-COUNT                PIC S9(5) COMP VALUE +0.
       77  NEXT-SYNTH-ID               PIC 9(06) VALUE 900001.
       77  DISCLOSURE-DATE             PIC X(08) VALUE SPACES.
       77  DISCLOSURE-TIME             PIC X(06) VALUE SPACES.

       01  ID-LOOKUP-FIELDS.
           05  WS-REAL-ID              PIC X(06).

       COPY TREATMNT.

      ****** ACCOUNTING-OF-DISCLOSURES REGISTER RECORD
       COPY DISCLOG.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MASK-MASTER THRU 100-EXIT
           DISPLAY "DEIDENT HOUSEKEEPING".
           OPEN INPUT PATMSTR, PATPERSN, DISCHIST, TRMTEDIT.
           OPEN OUTPUT TRNPATM, TRNPERS, TRNDISC, TRNTRMT, RPTFILE.
           OPEN EXTEND DISCLOG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DISCLOSURE-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO DISCLOSURE-TIME.

           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
                       MOVE NEXT-SYNTH-ID TO IDM-SYNTH-ID (MAP-IDX)
                       MOVE NEXT-SYNTH-ID TO WS-SYNTH-ID
                       ADD 1 TO NEXT-SYNTH-ID
                       PERFORM 330-LOG-DISCLOSURE THRU 330-EXIT
                   ELSE
                       DISPLAY "*** DEIDENT ID MAP TABLE FULL"
                       MOVE "999999" TO WS-SYNTH-ID
       320-EXIT.
           EXIT.

       330-LOG-DISCLOSURE.
      *  First sight of a real id is the one disclosure for the run
           MOVE SPACES                 TO DISCLOSURE-LOG-REC.
           MOVE WS-REAL-ID             TO DL-PATIENT-ID.
           MOVE DISCLOSURE-DATE        TO DL-DISCLOSURE-DATE.
           MOVE DISCLOSURE-TIME        TO DL-DISCLOSURE-TIME.
           MOVE "DEIDENT"              TO DL-EXTRACT-NAME.
           MOVE "TRAINING"             TO DL-RECIPIENT.
           MOVE "TD"                   TO DL-PURPOSE-CODE.
           MOVE "TEST DATA - TRAINING COPY"
                                       TO DL-PURPOSE-DESC.
           WRITE DISCLOG-REC FROM DISCLOSURE-LOG-REC.
           ADD +1 TO DISCLOSURES-LOGGED.
       330-EXIT.
           EXIT.

       200-CLEANUP.
           MOVE MASTERS-MASKED TO MASTERS-OUT.
           MOVE PERSONS-MASKED TO PERSONS-OUT.
           MOVE TRMT-MASKED    TO TRMT-OUT.
           WRITE RPT-REC FROM WS-TOTALS-REC.
           CLOSE PATMSTR, PATPERSN, DISCHIST, TRMTEDIT,
                 TRNPATM, TRNPERS, TRNDISC, TRNTRMT, RPTFILE,
                 DISCLOG.
           DISPLAY "** DISCLOSURES LOGGED **".
           DISPLAY DISCLOSURES-LOGGED.
           DISPLAY "NORMAL END OF JOB DEIDENT".
       200-EXIT.
           EXIT.
