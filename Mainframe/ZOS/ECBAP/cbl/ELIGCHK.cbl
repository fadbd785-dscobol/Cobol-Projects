      *          SELF-PAY PATIENTS (BLANK INSURANCE-TYPE) ARE NOT
      *          CHECKED.
      *
      *          A POLICY THE CARRIER HAS TERMINATED ALSO PRODUCES A
      *          COVERAGE-CHANGE TRANSACTION FOR COVMAINT, CONVERTING
      *          THE STAY TO SELF-PAY FROM THE DAY AFTER TERMINATION,
      *          SO THE DAYS AFTER IT ARE BILLED TO THE PATIENT.
      *
      ******************************************************************

               VSAM MASTER FILE        -   DDS0001.PATMASTR

               EXCEPTION REPORT        -   ELIGEXC

               COVERAGE CHANGES        -   DDS0001.COVTRAN

      ******************************************************************

       ENVIRONMENT DIVISION.
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS EXCODE.

           SELECT COVTRAN
           ASSIGN TO UT-S-COVTRAN
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CVCODE.

           SELECT PATMSTR
                  ASSIGN       TO PATMSTR
                  ORGANIZATION IS INDEXED
           DATA RECORD IS EXC-REC.
       01  EXC-REC  PIC X(133).

      ****** COVERAGE-CHANGE TRANSACTIONS FOR COVMAINT - SAME LAYOUT
      ****** COVMAINT READS
       FD  COVTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COVERAGE-TRAN-REC.
       01  COVERAGE-TRAN-REC.
           05  CT-PATIENT-ID               PIC 9(06).
           05  CT-CARRIER                  PIC X(03).
           05  CT-MEMBER-ID                PIC X(10).
           05  CT-EFFECTIVE-DATE           PIC X(08).
           05  CT-SOURCE                   PIC X(08).
           05  FILLER                      PIC X(05).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATMSTR-REC.
               88 CODE-WRITE    VALUE SPACES.
           05  PMCODE                  PIC X(2).
               88 PMCODE-OK     VALUE "00".
           05  CVCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.

       COPY PATMSTR.

       77  WS-MASTER-KEY               PIC X(06) VALUE SPACES.
       77  WS-ENROLL-KEY               PIC X(06) VALUE SPACES.
       77  WS-RUN-DATE                 PIC X(08) VALUE SPACES.
       77  WS-TERM-DATE-NUM            PIC 9(08) VALUE ZERO.
       77  WS-SELF-PAY-FROM-DATE       PIC 9(08) VALUE ZERO.

       01  COUNTERS-AND-ACCUMULATORS.
           05 MASTER-RECORDS-READ      PIC 9(7) COMP.
           05 LAPSED-COUNT             PIC 9(5) COMP.
           05 MISMATCH-COUNT           PIC 9(5) COMP.
           05 UNKNOWN-CARRIER-COUNT    PIC 9(5) COMP.
           05 COVERAGE-CHANGES-WRITTEN PIC 9(5) COMP.

       01  WS-HDR-REC.
           05  FILLER     PIC X(01) VALUE SPACE.
       000-HOUSEKEEPING.
           DISPLAY "ELIGCHK HOUSEKEEPING".
           OPEN INPUT PATMSTR, ENROLLMT, CARRTABL.
           OPEN OUTPUT ELIGEXC, COVTRAN.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           PERFORM 250-LOAD-CARRIER-TABLE THRU 250-EXIT
               UNTIL NO-MORE-CARRTABL.
               MOVE "*** COVERAGE LAPSED OR NOT YET EFFECTIVE"
                   TO EXC-REASON
               WRITE EXC-REC FROM WS-EXCEPTION-REC
               IF EN-TERMINATION-DATE NOT = SPACES
                  AND WS-RUN-DATE > EN-TERMINATION-DATE
                   PERFORM 450-WRITE-SELF-PAY-CHANGE THRU 450-EXIT
               END-IF
               GO TO 400-EXIT.

           ADD +1 TO PATIENTS-VERIFIED.
       400-EXIT.
           EXIT.

       450-WRITE-SELF-PAY-CHANGE.
      *  Terminated policy - the stay is self-pay from the day after
      *  the termination date.  COVMAINT passes over the change once
      *  it is in force, so writing it again each night is harmless
           IF EN-TERMINATION-DATE NOT NUMERIC
               GO TO 450-EXIT.
           MOVE EN-TERMINATION-DATE TO WS-TERM-DATE-NUM.
           COMPUTE WS-SELF-PAY-FROM-DATE =
               FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TERM-DATE-NUM) + 1).
           MOVE WS-MASTER-KEY         TO CT-PATIENT-ID.
           MOVE SPACES                TO CT-CARRIER, CT-MEMBER-ID.
           MOVE WS-SELF-PAY-FROM-DATE TO CT-EFFECTIVE-DATE.
           MOVE "ELIGCHK"             TO CT-SOURCE.
           WRITE COVERAGE-TRAN-REC.
           ADD +1 TO COVERAGE-CHANGES-WRITTEN.
       450-EXIT.
           EXIT.

       900-READ-MASTER.
           READ PATMSTR INTO PATIENT-MASTER-REC
               AT END
           MOVE MISMATCH-COUNT      TO MISMATCH-OUT.
           DISPLAY "ELIGCHK UNKNOWN-CARRIER EXCEPTIONS: "
                   UNKNOWN-CARRIER-COUNT.
           DISPLAY "ELIGCHK SELF-PAY COVERAGE CHANGES WRITTEN: "
                   COVERAGE-CHANGES-WRITTEN.
           WRITE EXC-REC FROM WS-BLANK-LINE.
           WRITE EXC-REC FROM WS-TOTALS-REC.
           CLOSE PATMSTR, ENROLLMT, CARRTABL, ELIGEXC, COVTRAN.
           DISPLAY "******** NORMAL END OF JOB ELIGCHK ********".
       999-EXIT.
           EXIT.
