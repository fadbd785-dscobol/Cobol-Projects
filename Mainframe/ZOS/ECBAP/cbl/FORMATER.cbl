      *          CRITERIA, BALANCES FINAL TOTALS AND WRITES GOOD
      *          RECORDS TO AN OUTPUT FILE
      *
      *          A TREATMENT FOR A PATIENT NO LONGER ON THE MASTER IS
      *          LOOKED UP ON THE DISCHARGE HISTORY.  WHEN DISCHRG HAS
      *          ALREADY TAKEN THE PATIENT OFF AND THE TREATMENT-DATE
      *          FALLS INSIDE THAT STAY (ADMIT THROUGH DISCHARGE), IT
      *          IS A LATE CHARGE - IT GOES TO THE LATE-CHARGE FILE
      *          FOR LATECHG TO POST TO THE STAY AND RE-BILL, NOT TO
      *          THE ERROR FILE.  A LATE CHARGE STILL GETS THE DB2
      *          TABLE EDITS (DIAGNOSIS FROM THE DISCHARGED STAY) AND
      *          GOES TO THE ERROR FILE IF IT FAILS ONE.
      *
      *          DIAG_CODES CARRIES AN EFFECTIVE AND A TERMINATION DATE
      *          ON EVERY CODE, SO DIAGNOSTIC-CODE-PRIMARY IS EDITED
      *          AGAINST THE CODE SET IN FORCE ON THE TREATMENT-DATE -
      *          A TREATMENT DATED BEFORE A CODE-SET CUTOVER STILL
      *          PASSES ON THE OLD CODE, AND A NEW CODE PASSES FROM ITS
      *          EFFECTIVE DATE WITHOUT A TABLE RELOAD.
      *
      ******************************************************************

               INPUT FILE              -   DDS0001.TRMTDATA

               INPUT ERROR FILE        -   DDS0001.TRMTERR

               DISCHARGE HISTORY       -   DDS0001.DISCHIST

               LATE-CHARGE FILE        -   DDS0001.TRMTLATE

               OUTPUT FILE PRODUCED    -   DDS001.TRMTEDIT

               DUMP FILE               -   SYSOUT
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT DISCHIST
           ASSIGN TO UT-S-DISCHIST
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT TRMTLATE
           ASSIGN TO UT-S-TRMTLATE
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT PATMSTR
                  ASSIGN       TO PATMSTR
                  ORGANIZATION IS INDEXED
          05  ERR-MSG                     PIC X(40).
          05  REST-OF-REC                 PIC X(1101).

      ****** DISCHARGED STAYS WRITTEN BY DISCHRG - ONLY THE PATIENT,
      ****** ADMIT AND DISCHARGE DATES ARE KEPT, FOR LATE CHARGES
       FD  DISCHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 2992 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DISCHIST-REC.
       01  DISCHIST-REC  PIC X(2992).

      ****** TREATMENTS FOR AN ALREADY-DISCHARGED STAY - SAME LAYOUT
      ****** AS TRMTDATA, PICKED UP BY LATECHG
       FD  TRMTLATE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 1101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INPATIENT-TREATMENT-REC-LATE.
       01  INPATIENT-TREATMENT-REC-LATE PIC X(1101).

       FD  PATMSTR
           RECORD CONTAINS 2964 CHARACTERS
           DATA RECORD IS PATIENT-MASTER-REC.
       01  WS-SYSOUT-REC.
          05  MSG                     PIC X(80).

       COPY DISCHIST.

      ****** DISCHARGED STAYS HELD IN STORAGE - A TREATMENT FOR A
      ****** PATIENT OFF THE MASTER IS A LATE CHARGE WHEN ITS DATE
      ****** FALLS IN ONE OF THEM
       01  DISCHARGED-STAY-TABLE.
          05  DISCHARGED-STAY-ENTRY OCCURS 20000 TIMES
                      INDEXED BY STAY-IDX.
             10  STAY-PATIENT-ID      PIC X(06).
             10  STAY-ADMIT-DATE      PIC X(08).
             10  STAY-DISCHARGE-DATE  PIC X(08).
             10  STAY-DIAG-CODE       PIC X(05).
       77  STAY-ENTRY-COUNT            PIC S9(5) COMP VALUE 0.
       77  WS-LATE-PATIENT-ID          PIC X(06) VALUE SPACES.

       77  WS-DATE                     PIC 9(6).

       01  COUNTERS-AND-ACCUMULATORS.
          05 RECORDS-WRITTEN          PIC 9(7) COMP.
          05 RECORDS-IN-ERROR         PIC 9(7) COMP.
          05 RECORDS-READ             PIC 9(7) COMP.
          05 LATE-CHARGES-WRITTEN     PIC 9(7) COMP.
          05 WS-MEDICATION-CHARGES    PIC S9(9)V99 COMP-3.
          05 WS-PHARMACY-CHARGES      PIC S9(7)V99 COMP-3.
          05 WS-ANCILLARY-CHARGES     PIC S9(5)V99 COMP-3.
             88 VALID-RECORD  VALUE "N".
          05  MORE-TABLE-ROWS         PIC X(01) VALUE "Y".
             88 NO-MORE-TABLE-ROWS VALUE "N".
          05  LATE-CHARGE-SW          PIC X(01) VALUE "N".
             88 LATE-CHARGE-RECORD VALUE "Y".
          05  MORE-DISCHIST-SW        PIC X(01) VALUE "Y".
             88 NO-MORE-DISCHIST VALUE "N".

      * COPY ABENDREC.
      ** QSAM FILE
          05 OTHER-VARS.
          10 DEDUCTIBLE                  PIC S9(4) COMP.
          05 VAR2                           PIC X(40).
          05 VAR3                        PIC X(40).
          05 VAR4                           PIC X(40).
          05 VAR5                        PIC X(40).
          05 VAR6                           PIC X(8).
          88 MOOSE-AND-SQUIRREL    VALUE 'ROCKY   '.

      ****** DIAG_CODES EFFECTIVE-DATING - THE TREATMENT-DATE THE CODE
      ****** MUST BE VALID ON, AND HOW MANY DATED VERSIONS OF THE CODE
      ****** EXIST AT ALL (TELLS "NOT VALID ON THIS DATE" FROM
      ****** "NO SUCH CODE")
       01  DIAG-VALID-ON-DATE            PIC X(08).
       01  DIAG-VERSION-COUNT            PIC S9(9) COMP.


       01  DCLWARD-CODES.
          10 WARD-ID                        PIC X(04).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           PERFORM 800-OPEN-FILES THRU 800-EXIT.
           PERFORM 820-LOAD-STAY-TABLE THRU 820-EXIT
               UNTIL NO-MORE-DISCHIST.
           PERFORM 900-READ-TRMTDATA THRU 900-EXIT.
           IF NO-MORE-DATA
              MOVE "EMPTY INPUT FILE" TO ABEND-REASON
              ADD +1 TO RECORDS-IN-ERROR
              PERFORM 710-WRITE-TRMTERR THRU 710-EXIT
           ELSE
              IF LATE-CHARGE-RECORD
                 PERFORM 720-WRITE-TRMTLATE THRU 720-EXIT
              ELSE
                 PERFORM 700-WRITE-TRMTEDIT THRU 700-EXIT.
           PERFORM 900-READ-TRMTDATA THRU 900-EXIT.
       100-EXIT.
           EXIT.

           IF (PHARMACY-COST IN INPATIENT-TREATMENT-REC > 880)
               IF (ANCILLARY-CHARGE > 900 AND ERROR-FOUND-SW = 'N')
                   IF LAB-TEST-ID(ROW-SUB) NOT = SPACES
                      AND NOT VALID-CATEGORY (ROW-SUB)
                      OR PHARMACY-COST IN INPATIENT-TREATMENT-REC < .88
                       MOVE "*** INVALID PHARMACY COSTS" TO
                          ERR-MSG IN INPATIENT-TREATMENT-REC-ERR.
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC TO
           PATIENT-KEY.
           READ PATMSTR INTO PATIENT-MASTER-REC.
           IF  NOT RECORD-FOUND
              PERFORM 520-CHECK-LATE-CHARGE THRU 520-EXIT
              IF LATE-CHARGE-RECORD
                 PERFORM 600-DB2-TABLE-EDITS THRU 600-EXIT
                 GO TO 500-EXIT.
           IF  NOT RECORD-FOUND
              MOVE "*** PATIENT NOT-FOUND ON MASTER FILE" TO
              ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
       500-EXIT.
           EXIT.

       520-CHECK-LATE-CHARGE.
           MOVE "520-CHECK-LATE-CHARGE" TO PARA-NAME.
      ******** Off the master - a discharged stay covering the
      ******** treatment date makes it a late charge, not an error
           MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
             TO WS-LATE-PATIENT-ID.
           SET STAY-IDX TO 1.
           SEARCH DISCHARGED-STAY-ENTRY
               AT END
                   CONTINUE
               WHEN STAY-IDX > STAY-ENTRY-COUNT
                   CONTINUE
               WHEN STAY-PATIENT-ID (STAY-IDX) = WS-LATE-PATIENT-ID
                AND STAY-ADMIT-DATE (STAY-IDX) NOT > TREATMENT-DATE
                AND STAY-DISCHARGE-DATE (STAY-IDX) NOT < TREATMENT-DATE
                   MOVE "Y" TO LATE-CHARGE-SW
                   MOVE STAY-DIAG-CODE (STAY-IDX)
                     TO DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
           END-SEARCH.
       520-EXIT.
           EXIT.

       600-DB2-TABLE-EDITS.
           MOVE "600-DB2-TABLE-EDITS" TO PARA-NAME.
      ******** EXEC SQL to get info from DB2
           MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC TO
           DIAG-CODE IN DCLDIAG-CODES.

      ****** CHECK FOR A DIAGNOSTIC CODE VALID ON THE TREATMENT-DATE
           MOVE TREATMENT-DATE TO DIAG-VALID-ON-DATE.
           EXEC SQL
                SELECT DIAG_CODE INTO :DIAG-CODE
                FROM DDS0001.DIAG_CODES
                WHERE DIAG_CODE = :DIAG-CODE
                  AND EFFECTIVE_DATE <= :DIAG-VALID-ON-DATE
                  AND TERMINATION_DATE >= :DIAG-VALID-ON-DATE
                END-EXEC.

           IF SQLCODE = -811 OR 0
              NEXT SENTENCE
           ELSE
              IF SQLCODE = +100
                 MOVE "Y" TO ERROR-FOUND-SW
                 MOVE SQLCODE TO  PATIENT-ID IN INPATIENT-TREATMENT-REC
                 MOVE DIAG-CODE IN DCLDIAG-CODES
                 MOVE PATIENT-ID IN INPATIENT-TREATMENT-REC
                 TO ACTUAL-VAL
                 WRITE SYSOUT-REC FROM ABEND-REC
                 PERFORM 605-CHECK-DIAG-VERSIONS THRU 605-EXIT
                 IF DIAG-VERSION-COUNT > 0
                    MOVE "*** DIAG CODE NOT IN FORCE ON TRMT DATE"
                    TO ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
                 ELSE
                    MOVE "*** DIAGNOSTIC CODE NOT-FOUND IN DIAG_CODES"
                    TO ERR-MSG IN INPATIENT-TREATMENT-REC-ERR
                 END-IF
                 GO TO 600-EXIT
              ELSE
                 IF SQLCODE < 0
                    GO TO 1000-DB2-ERROR-RTN.

      ****** CHECK FOR VALID PHYSICIAN-ID
           MOVE ATTENDING-PHYS-ID IN INPATIENT-TREATMENT-REC
             TO PRIMARY-PHYSICIAN-ID IN DCLWARD-CODES.
           EXEC SQL
                SELECT PRIMARY_PHYSICIAN_ID INTO :PRIMARY-PHYSICIAN-ID
                FROM DDS0001.WARD_DATA
       600-EXIT.
           EXIT.

       605-CHECK-DIAG-VERSIONS.
      *  The code was not in force on the treatment date - find out
      *  whether it exists under some other date range
           MOVE "605-CHECK-DIAG-VERSIONS" TO PARA-NAME.
           MOVE ZERO TO DIAG-VERSION-COUNT.
           EXEC SQL
                SELECT COUNT(*) INTO :DIAG-VERSION-COUNT
                FROM DDS0001.DIAG_CODES
                WHERE DIAG_CODE = :DIAG-CODE
                END-EXEC.
           IF SQLCODE < 0
              MOVE ZERO TO DIAG-VERSION-COUNT.
       605-EXIT.
           EXIT.

       700-WRITE-TRMTEDIT.
           MOVE "700-WRITE-TRMTEDIT" TO PARA-NAME.

       710-EXIT.
           EXIT.

       720-WRITE-TRMTLATE.
           WRITE INPATIENT-TREATMENT-REC-LATE
           FROM INPATIENT-TREATMENT-REC.
           ADD +1 TO LATE-CHARGES-WRITTEN.
       720-EXIT.
           EXIT.

       800-OPEN-FILES.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT TRMTDATA, DISCHIST.
           OPEN OUTPUT TRMTEDIT, SYSOUT, TRMTERR, TRMTLATE.
           OPEN EXTEND BALFILE.
           OPEN I-O PATMSTR.
       800-EXIT.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE TRMTDATA,
           TRMTEDIT, SYSOUT, TRMTERR,
           PATMSTR, BALFILE, DISCHIST, TRMTLATE.
       850-EXIT.
           EXIT.

       820-LOAD-STAY-TABLE.
           READ DISCHIST INTO DISCHARGE-HISTORY-REC
           AT END MOVE "N" TO MORE-DISCHIST-SW
              GO TO 820-EXIT
           END-READ
           IF STAY-ENTRY-COUNT = 20000
              MOVE "** DISCHARGED STAY TABLE FULL" TO ABEND-REASON
              MOVE 904 TO WS-ABEND-CODE
              MOVE 4 TO WS-ABEND-REASON-CODE
              GO TO 1000-ABEND-RTN.
      ******** Both dates are held YYYYMMDD to compare against
      ******** TREATMENT-DATE
           MOVE DH-MASTER-IMAGE TO PATIENT-MASTER-REC.
           ADD +1 TO STAY-ENTRY-COUNT.
           SET STAY-IDX TO STAY-ENTRY-COUNT.
           MOVE DH-PATIENT-ID TO STAY-PATIENT-ID (STAY-IDX).
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC (1:4)
             TO STAY-ADMIT-DATE (STAY-IDX) (1:4).
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC (6:2)
             TO STAY-ADMIT-DATE (STAY-IDX) (5:2).
           MOVE DATE-ADMIT IN PATIENT-MASTER-REC (9:2)
             TO STAY-ADMIT-DATE (STAY-IDX) (7:2).
           MOVE DH-DISCHARGE-DATE (1:4)
             TO STAY-DISCHARGE-DATE (STAY-IDX) (1:4).
           MOVE DH-DISCHARGE-DATE (6:2)
             TO STAY-DISCHARGE-DATE (STAY-IDX) (5:2).
           MOVE DH-DISCHARGE-DATE (9:2)
             TO STAY-DISCHARGE-DATE (STAY-IDX) (7:2).
           MOVE DIAGNOSTIC-CODE-PRIMARY IN PATIENT-MASTER-REC
             TO STAY-DIAG-CODE (STAY-IDX).
       820-EXIT.
           EXIT.

       900-READ-TRMTDATA.
      *  Code your statements here to read the input file
      *  Remember to move "NO" to IFCODE if the input file is AT END
              GO TO 900-EXIT
           END-READ
           MOVE "N" TO ERROR-FOUND-SW.
           MOVE "N" TO LATE-CHARGE-SW.
           ADD +1 TO RECORDS-READ.
       900-EXIT.
           EXIT.
           DISPLAY  RECORDS-WRITTEN.
           DISPLAY "** ERROR RECORDS FOUND **".
           DISPLAY  RECORDS-IN-ERROR.
           DISPLAY "** LATE CHARGES FOR DISCHARGED STAYS **".
           DISPLAY  LATE-CHARGES-WRITTEN.

      *  Code the statement to Display a successful end-of-job msg
           DISPLAY "******** NORMAL END OF JOB TRTMNT ********".
