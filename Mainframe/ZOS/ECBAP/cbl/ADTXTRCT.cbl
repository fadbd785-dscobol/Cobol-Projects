      *          DEPARTMENTAL SYSTEMS CONSUME, AND A FRESH UNLOAD IS
      *          WRITTEN FOR TOMORROW'S COMPARISON.
      *
      *          EVERY PATIENT SENT AN EVENT IS LOGGED TO THE SHARED
      *          DISCLOSURE REGISTER (RECIPIENT LAB/RADIOLOGY,
      *          PURPOSE TREATMENT) FOR THE PRIVACY OFFICE'S
      *          ACCOUNTING OF DISCLOSURES.
      *
      ******************************************************************

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               ADT EVENT FILE          -   DDS0001.ADTEVENT

               DISCLOSURE REGISTER     -   DDS0001.DISCLOG (MOD)

      ******************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS AECODE.

           SELECT DISCLOG
           ASSIGN TO UT-S-DISCLOG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DLCODE.

           SELECT PATMSTR
                  ASSIGN       TO PATMSTR
                  ORGANIZATION IS INDEXED
           05  ADT-INSURANCE-TYPE          PIC X(03).
           05  ADT-EVENT-DATE              PIC X(08).

       FD  DISCLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCLOG-REC.
       01  DISCLOG-REC  PIC X(80).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
               88 CODE-WRITE    VALUE SPACES.
           05  PMCODE                  PIC X(2).
               88 PMCODE-OK          VALUE "00".
           05  DLCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

      ****** ACCOUNTING-OF-DISCLOSURES REGISTER RECORD
       COPY DISCLOG.

      ****** CURRENT-MASTER SIDE OF THE MATCH
       COPY PATMSTR.
       77  WS-MASTER-KEY               PIC X(06) VALUE SPACES.
       77  WS-PREV-KEY                 PIC X(06) VALUE SPACES.
       77  WS-EVENT-DATE               PIC X(08) VALUE SPACES.
       77  WS-EVENT-TIME               PIC X(06) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 MASTER-RECORDS-READ      PIC 9(7) COMP.
           05 ADMISSION-EVENTS         PIC 9(7) COMP.
           05 DISCHARGE-EVENTS         PIC 9(7) COMP.
           05 TRANSFER-EVENTS          PIC 9(7) COMP.
           05 DISCLOSURES-LOGGED       PIC 9(7) COMP.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           DISPLAY "ADTXTRCT HOUSEKEEPING".
           OPEN INPUT PATMSTR, PATMPREV.
           OPEN OUTPUT PATMCURR, ADTEVENT.
           OPEN EXTEND DISCLOG.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-EVENT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-EVENT-TIME.
           PERFORM 900-READ-MASTER THRU 900-EXIT.
           PERFORM 910-READ-PREV THRU 910-EXIT.
       000-EXIT.
           MOVE "A"                        TO ADT-EVENT-TYPE.
           PERFORM 600-FILL-EVENT-FROM-MASTER THRU 600-EXIT.
           WRITE ADT-EVENT-REC.
           PERFORM 700-LOG-DISCLOSURE THRU 700-EXIT.
           ADD +1 TO ADMISSION-EVENTS.
       300-EXIT.
           EXIT.
           MOVE PREV-INSURANCE-TYPE        TO ADT-INSURANCE-TYPE.
           MOVE WS-EVENT-DATE              TO ADT-EVENT-DATE.
           WRITE ADT-EVENT-REC.
           PERFORM 700-LOG-DISCLOSURE THRU 700-EXIT.
           ADD +1 TO DISCHARGE-EVENTS.
       400-EXIT.
           EXIT.
               MOVE "T" TO ADT-EVENT-TYPE
               PERFORM 600-FILL-EVENT-FROM-MASTER THRU 600-EXIT
               WRITE ADT-EVENT-REC
               PERFORM 700-LOG-DISCLOSURE THRU 700-EXIT
               ADD +1 TO TRANSFER-EVENTS.
       500-EXIT.
           EXIT.
       600-EXIT.
           EXIT.

       700-LOG-DISCLOSURE.
      *  A patient gets at most one event a cycle, so each event
      *  written is one disclosure to the departmental systems
           MOVE SPACES                     TO DISCLOSURE-LOG-REC.
           MOVE ADT-PATIENT-ID             TO DL-PATIENT-ID.
           MOVE WS-EVENT-DATE              TO DL-DISCLOSURE-DATE.
           MOVE WS-EVENT-TIME              TO DL-DISCLOSURE-TIME.
           MOVE "ADTXTRCT"                 TO DL-EXTRACT-NAME.
           MOVE "LAB/RADIOL"               TO DL-RECIPIENT.
           MOVE "TR"                       TO DL-PURPOSE-CODE.
           MOVE "TREATMENT - ADT NOTIFICATION"
                                           TO DL-PURPOSE-DESC.
           WRITE DISCLOG-REC FROM DISCLOSURE-LOG-REC.
           ADD +1 TO DISCLOSURES-LOGGED.
       700-EXIT.
           EXIT.

       900-READ-MASTER.
      *  Key-order read of the VSAM master; each record also goes
      *  straight out as tomorrow's comparison unload.
           EXIT.

       999-CLEANUP.
           CLOSE PATMSTR, PATMPREV, PATMCURR, ADTEVENT, DISCLOG.
           DISPLAY "** MASTER RECORDS READ **".
           DISPLAY MASTER-RECORDS-READ.
           DISPLAY "** ADMISSIONS / DISCHARGES / TRANSFERS **".
           DISPLAY ADMISSION-EVENTS " " DISCHARGE-EVENTS " "
                   TRANSFER-EVENTS.
           DISPLAY "** DISCLOSURES LOGGED **".
           DISPLAY DISCLOSURES-LOGGED.
           DISPLAY "NORMAL END OF JOB ADTXTRCT".
       999-EXIT.
           EXIT.
