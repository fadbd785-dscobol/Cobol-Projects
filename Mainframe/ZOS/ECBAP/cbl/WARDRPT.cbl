      *          WHICH IS SORTED ON WARD/ROOM/BED - FOR CORRECT
      *          CONTROL-BREAK REPORTING
      *
      *          EVERY PATIENT WRITTEN TO THE COMPLIANCE CENSUS
      *          EXTRACT IS ALSO LOGGED TO THE SHARED DISCLOSURE
      *          REGISTER FOR THE PRIVACY OFFICE'S ACCOUNTING OF
      *          DISCLOSURES
      *
      *
      ******************************************************************


             OUTPUT FILE PRODUCED -  DDS001.WARDPRT

             CENSUS EXTRACT       - DDS0001.CENSEXT

             DISCLOSURE REGISTER  - DDS0001.DISCLOG (MOD)

             DUMP FILE            -   SYSOUT

      ******************************************************************
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CENCODE.

      ***** SHARED ACCOUNTING-OF-DISCLOSURES REGISTER - ONE RECORD PER
      ***** PATIENT SENT OUT ON THE CENSUS EXTRACT
           SELECT DISCLOG
           ASSIGN TO UT-S-DISCLOG
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS DLCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
           05  CE-INSURANCE-TYPE           PIC X(03).
           05  FILLER                      PIC X(22).

       FD  DISCLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCLOG-REC.
       01  DISCLOG-REC  PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
           05  PATMSTR-STATUS          PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  CENCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  DLCODE                   PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       COPY DISCLOG.

       COPY PATDALY.
      ** QSAM FILE
           MOVE INSURANCE-TYPE IN PATIENT-MASTER-REC
                                                   TO CE-INSURANCE-TYPE.
           WRITE CENSUS-EXTRACT-REC.

           MOVE SPACES                       TO DISCLOSURE-LOG-REC.
           MOVE CE-PATIENT-ID                TO DL-PATIENT-ID.
           MOVE WS-CURRENT-DATE              TO DL-DISCLOSURE-DATE.
           MOVE WS-CURRENT-TIME (1:6)        TO DL-DISCLOSURE-TIME.
           MOVE "WARDRPT"                    TO DL-EXTRACT-NAME.
           MOVE "COMPLIANCE"                 TO DL-RECIPIENT.
           MOVE "CM"                         TO DL-PURPOSE-CODE.
           MOVE "COMPLIANCE - DAILY CENSUS"  TO DL-PURPOSE-DESC.
           WRITE DISCLOG-REC FROM DISCLOSURE-LOG-REC.
       465-EXIT.
           EXIT.

           OPEN INPUT PATSRCH, PATPERSN, PATMSTR.
           OPEN OUTPUT WARDFILE, PATERR, SYSOUT, CHKPTOUT, DEMOEXC,
                       CENSEXT.
           OPEN EXTEND DISCLOG.
           DISPLAY PATMSTR-STATUS, PATPERSN-STATUS.
      *     GOBACK.
       800-EXIT.
           CLOSE PATSRCH, WARDFILE,
                 SYSOUT, PATPERSN,
                 PATMSTR, CHKPTOUT,
                 DEMOEXC, CENSEXT,
                 DISCLOG.
           DISPLAY PATMSTR-STATUS, PATPERSN-STATUS.
      *     GOBACK.
       850-EXIT.
