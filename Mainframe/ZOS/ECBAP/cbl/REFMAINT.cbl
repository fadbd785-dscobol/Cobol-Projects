      *          BE LOADED BEFORE THE NEXT TREATMENT EDIT RUN INSTEAD
      *          OF WAITING ON A REQUEST OUTSIDE THIS SYSTEM.
      *
      *          DIAG_CODES ROWS ARE EFFECTIVE-DATED.  AN ADD CARRIES
      *          THE EFFECTIVE AND TERMINATION DATES OF THE NEW CODE
      *          (BLANK MEANS IN FORCE FROM THE START / UNTIL RETIRED),
      *          AND CHANGE AND DELETE ARE KEYED BY CODE PLUS EFFECTIVE
      *          DATE.  AN "R" (RETIRE) TRANSACTION CLOSES THE OPEN
      *          VERSION OF A CODE AS OF THE TERMINATION DATE GIVEN
      *          AND, WHEN A REPLACEMENT CODE IS KEYED, APPENDS THE
      *          OLD-TO-NEW PAIR TO THE DIAGNOSIS CROSSWALK READ BY
      *          DRGGROUP AND READMRPT.
      *
      ******************************************************************

               INPUT FILE              -   DDS0001.REFTRAN

               REJECTED TRANS FILE     -   DDS0001.REFREJ

               DIAG CODE CROSSWALK     -   DDS0001.DIAGXWLK (MOD)

               DUMP FILE               -   SYSOUT

      ******************************************************************
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

           SELECT DIAGXWLK
           ASSIGN TO UT-S-DIAGXWLK
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS OFCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT
              88  TRAN-ADD             VALUE "A".
              88  TRAN-CHANGE          VALUE "C".
              88  TRAN-DELETE          VALUE "D".
              88  TRAN-RETIRE          VALUE "R".
           05  TRAN-TABLE-ID           PIC X(04).
              88  TRAN-DIAG-TABLE      VALUE "DIAG".
              88  TRAN-WARD-TABLE      VALUE "WARD".
              10  TRAN-DIAG-INS-TYPE        PIC X(03).
              10  TRAN-DIAG-COPAY           PIC S9(4) COMP.
              10  TRAN-DIAG-DEDUCTIBLE      PIC S9(4) COMP.
              10  TRAN-DIAG-EFFECTIVE-DATE  PIC X(08).
              10  TRAN-DIAG-TERM-DATE       PIC X(08).
      ****** ON A RETIRE - THE CODE THAT TAKES OVER FROM THIS ONE
              10  TRAN-DIAG-REPLACEMENT     PIC X(05).
           05  TRAN-WARD-DATA REDEFINES TRAN-DIAG-DATA.
              10  TRAN-WARD-ID              PIC X(04).
              10  TRAN-PRIMARY-PHYSICIAN-ID PIC X(08).
          05  ERR-MSG                      PIC X(40).
          05  REST-OF-REC                  PIC X(80).

      ****** RETIRED-CODE TO REPLACEMENT-CODE PAIRS, APPENDED TO THE
      ****** SHARED CROSSWALK EVERY RUN
       FD  DIAGXWLK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DIAG-CROSSWALK-REC.
       COPY DIAGXWLK.

      ** QSAM FILE
       WORKING-STORAGE SECTION.
       01  FILLER                     PIC X(32) VALUE
             88 CODE-WRITE    VALUE SPACES.

      ***** DB2 TABLE DCLGENS
      *    CREATE TABLE DIAG_CODES (
      *  DIAG_CODE CHAR(5) NOT NULL,
      *  INS_TYPE CHAR(3) WITH DEFAULT NULL,
      *  COPAY SMALLINT WITH DEFAULT NULL,
      *  DEDUCTIBLE SMALLINT WITH DEFAULT NULL,
      *  EFFECTIVE_DATE CHAR(8) NOT NULL WITH DEFAULT '00000000',
      *  TERMINATION_DATE CHAR(8) NOT NULL WITH DEFAULT '99991231'
       01  DCLDIAG-CODES.
          10 DIAG-CODE                   PIC X(05).
          10 INS-TYPE                    PIC X(03).
          10 COPAY                       PIC S9(4) COMP.
          10 DEDUCTIBLE                  PIC S9(4) COMP.
          10 EFFECTIVE-DATE              PIC X(08).
          10 TERMINATION-DATE            PIC X(08).

       01  DCLWARD-CODES.
          10 WARD-ID                        PIC X(04).

       COPY SQLCA.

      ****** OPEN-ENDED DIAG_CODES DATES AND THE DATEVAL INTERFACE
       01  DIAG-FIRST-DATE             PIC X(08) VALUE "00000000".
       01  DIAG-OPEN-END-DATE          PIC X(08) VALUE "99991231".
       01  RETURN-CD                   PIC S9(04).

       01  COUNTERS-AND-ACCUMULATORS.
          05 RECORDS-READ             PIC 9(7) COMP.
          05 RECORDS-APPLIED          PIC 9(7) COMP.
          05 RECORDS-REJECTED         PIC 9(7) COMP.
          05 CROSSWALKS-WRITTEN       PIC 9(7) COMP.

       01  FLAGS-AND-SWITCHES.
          05 MORE-DATA-SW             PIC X(01) VALUE "Y".
           MOVE "300-EDIT-TRANSACTION" TO PARA-NAME.
           MOVE "N" TO ERROR-FOUND-SW.

           IF NOT (TRAN-ADD OR TRAN-CHANGE OR TRAN-DELETE
                                OR TRAN-RETIRE)
              MOVE "*** INVALID FUNCTION CODE - MUST BE A,C,D,R" TO
              ERR-MSG IN REFTRAN-REC-ERR
              MOVE "Y" TO ERROR-FOUND-SW
              GO TO 300-EXIT.
              MOVE "Y" TO ERROR-FOUND-SW
              GO TO 300-EXIT.

           IF TRAN-RETIRE AND NOT TRAN-DIAG-TABLE
              MOVE "*** RETIRE APPLIES TO DIAG CODES ONLY" TO
              ERR-MSG IN REFTRAN-REC-ERR
              MOVE "Y" TO ERROR-FOUND-SW
              GO TO 300-EXIT.

           IF TRAN-DIAG-TABLE
              PERFORM 310-EDIT-DIAG-DATES THRU 310-EXIT.

       300-EXIT.
           EXIT.

      ****** DEFAULT THE OPEN ENDS OF A DIAG_CODES VERSION AND EDIT
      ****** ANY DATE THAT WAS KEYED
       310-EDIT-DIAG-DATES.
           MOVE "310-EDIT-DIAG-DATES" TO PARA-NAME.
           IF TRAN-RETIRE AND TRAN-DIAG-TERM-DATE = SPACES
              MOVE "*** RETIRE NEEDS A TERMINATION DATE" TO
              ERR-MSG IN REFTRAN-REC-ERR
              MOVE "Y" TO ERROR-FOUND-SW
              GO TO 310-EXIT.

           IF TRAN-DIAG-EFFECTIVE-DATE = SPACES
              MOVE DIAG-FIRST-DATE TO TRAN-DIAG-EFFECTIVE-DATE
           ELSE
              CALL 'DATEVAL' USING TRAN-DIAG-EFFECTIVE-DATE, RETURN-CD
              IF TRAN-DIAG-EFFECTIVE-DATE NOT NUMERIC
                                OR RETURN-CD < 0
                 MOVE "*** INVALID DIAG EFFECTIVE DATE" TO
                 ERR-MSG IN REFTRAN-REC-ERR
                 MOVE "Y" TO ERROR-FOUND-SW
                 GO TO 310-EXIT.

           IF TRAN-DIAG-TERM-DATE = SPACES
              MOVE DIAG-OPEN-END-DATE TO TRAN-DIAG-TERM-DATE
           ELSE
              CALL 'DATEVAL' USING TRAN-DIAG-TERM-DATE, RETURN-CD
              IF TRAN-DIAG-TERM-DATE NOT NUMERIC
                                OR RETURN-CD < 0
                 MOVE "*** INVALID DIAG TERMINATION DATE" TO
                 ERR-MSG IN REFTRAN-REC-ERR
                 MOVE "Y" TO ERROR-FOUND-SW
                 GO TO 310-EXIT.

           IF NOT TRAN-RETIRE
              AND TRAN-DIAG-EFFECTIVE-DATE > TRAN-DIAG-TERM-DATE
              MOVE "*** DIAG EFFECTIVE DATE AFTER TERMINATION" TO
              ERR-MSG IN REFTRAN-REC-ERR
              MOVE "Y" TO ERROR-FOUND-SW
              GO TO 310-EXIT.

           IF TRAN-RETIRE
              AND TRAN-DIAG-REPLACEMENT = TRAN-DIAG-CODE
              MOVE "*** DIAG CODE CANNOT REPLACE ITSELF" TO
              ERR-MSG IN REFTRAN-REC-ERR
              MOVE "Y" TO ERROR-FOUND-SW
              GO TO 310-EXIT.

       310-EXIT.
           EXIT.

       400-APPLY-TRANSACTION.
           MOVE "400-APPLY-TRANSACTION" TO PARA-NAME.
           EVALUATE TRUE
           MOVE TRAN-DIAG-INS-TYPE   TO INS-TYPE.
           MOVE TRAN-DIAG-COPAY      TO COPAY.
           MOVE TRAN-DIAG-DEDUCTIBLE TO DEDUCTIBLE.
           MOVE TRAN-DIAG-EFFECTIVE-DATE TO EFFECTIVE-DATE.
           MOVE TRAN-DIAG-TERM-DATE  TO TERMINATION-DATE.

           EVALUATE TRUE
              WHEN TRAN-ADD
                 EXEC SQL
                      INSERT INTO DDS0001.DIAG_CODES
                         (DIAG_CODE, INS_TYPE, COPAY, DEDUCTIBLE,
                          EFFECTIVE_DATE, TERMINATION_DATE)
                      VALUES
                         (:DIAG-CODE, :INS-TYPE, :COPAY, :DEDUCTIBLE,
                          :EFFECTIVE-DATE, :TERMINATION-DATE)
                      END-EXEC
              WHEN TRAN-CHANGE
                 EXEC SQL
                      UPDATE DDS0001.DIAG_CODES
                      SET INS_TYPE = :INS-TYPE,
                          COPAY = :COPAY,
                          DEDUCTIBLE = :DEDUCTIBLE,
                          TERMINATION_DATE = :TERMINATION-DATE
                      WHERE DIAG_CODE = :DIAG-CODE
                        AND EFFECTIVE_DATE = :EFFECTIVE-DATE
                      END-EXEC
              WHEN TRAN-DELETE
                 EXEC SQL
                      DELETE FROM DDS0001.DIAG_CODES
                      WHERE DIAG_CODE = :DIAG-CODE
                        AND EFFECTIVE_DATE = :EFFECTIVE-DATE
                      END-EXEC
      ****** RETIRE CLOSES ONLY THE VERSION STILL OPEN-ENDED
              WHEN TRAN-RETIRE
                 EXEC SQL
                      UPDATE DDS0001.DIAG_CODES
                      SET TERMINATION_DATE = :TERMINATION-DATE
                      WHERE DIAG_CODE = :DIAG-CODE
                        AND TERMINATION_DATE = :DIAG-OPEN-END-DATE
                      END-EXEC
           END-EVALUATE.

           PERFORM 600-CHECK-SQLCODE THRU 600-EXIT.

           IF TRAN-RETIRE AND VALID-RECORD
              AND TRAN-DIAG-REPLACEMENT NOT = SPACES
              PERFORM 415-WRITE-CROSSWALK THRU 415-EXIT.
       410-EXIT.
           EXIT.

       415-WRITE-CROSSWALK.
           MOVE "415-WRITE-CROSSWALK" TO PARA-NAME.
           MOVE SPACES                TO DIAG-CROSSWALK-REC.
           MOVE TRAN-DIAG-CODE        TO XW-OLD-DIAG-CODE.
           MOVE TRAN-DIAG-REPLACEMENT TO XW-NEW-DIAG-CODE.
           MOVE TRAN-DIAG-TERM-DATE   TO XW-OLD-TERM-DATE.
           WRITE DIAG-CROSSWALK-REC.
           ADD +1 TO CROSSWALKS-WRITTEN.
       415-EXIT.
           EXIT.

       420-MAINTAIN-WARD-DATA.
           MOVE "420-MAINTAIN-WARD-DATA" TO PARA-NAME.
           MOVE TRAN-WARD-ID              TO WARD-ID.
           MOVE "800-OPEN-FILES" TO PARA-NAME.
           OPEN INPUT REFTRAN.
           OPEN OUTPUT REFACC, SYSOUT, REFREJ.
           OPEN EXTEND DIAGXWLK.
       800-EXIT.
           EXIT.

       850-CLOSE-FILES.
           MOVE "850-CLOSE-FILES" TO PARA-NAME.
           CLOSE REFTRAN, REFACC, SYSOUT, REFREJ, DIAGXWLK.
       850-EXIT.
           EXIT.

           DISPLAY RECORDS-APPLIED.
           DISPLAY "** RECORDS REJECTED **".
           DISPLAY RECORDS-REJECTED.
           DISPLAY "** CROSSWALK RECORDS WRITTEN **".
           DISPLAY CROSSWALKS-WRITTEN.

           DISPLAY "******** NORMAL END OF JOB REFMAINT ********".
       999-EXIT.
