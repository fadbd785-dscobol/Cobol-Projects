                  RECORD KEY   IS PATMSTR-KEY
                  FILE STATUS  IS PMCODE.

      ****** NIGHTLY SEQUENTIAL UNLOAD OF THE CARRIER MASTER - THE
      ****** INS-TYPE MUST BE A CARRIER ON IT, THE SAME EDIT ADMENTRY
      ****** MAKES ONLINE AGAINST CARRMSTR
           SELECT CARRTABL
           ASSIGN TO UT-S-CARRTABL
             ACCESS MODE IS SEQUENTIAL
             FILE STATUS IS CTCODE.

      ****** BEFORE/AFTER IMAGE JOURNAL - EVERY ADD/CHANGE APPLIED TO
      ****** PATMSTR IS JOURNALED SO BACKOUT CAN RESTORE THE MASTER
           SELECT JRNFILE
       DATA DIVISION.
       FILE SECTION.
       FD  INFILE
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS In-Rec.
       01  IN-REC  PIC X(160).

       FD  OUTFILE
           RECORD CONTAINS 133 CHARACTERS
       01  OUT-REC  PIC X(133).

       FD  ERRFILE
           RECORD CONTAINS 180 CHARACTERS
           DATA RECORD IS ERR-Rec.
       01  ERR-REC.
           05  ERR-REASON              PIC X(20).
           05  ERR-DETAIL              PIC X(160).

       FD  RPTFILE
           RECORD CONTAINS 133 CHARACTERS
           05 PATMSTR-KEY      PIC X(06).
           05 FILLER           PIC X(2958).

       FD  CARRTABL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CARRTABL-REC.
       01  CARRTABL-REC  PIC X(120).

       FD  JRNFILE
           RECORD CONTAINS 5965 CHARACTERS
           DATA RECORD IS JRNFILE-REC.
               88 PMCODE-DUPLICATE   VALUE "22".
           05  JRCODE                  PIC X(2).
               88 CODE-WRITE    VALUE SPACES.
           05  CTCODE                  PIC X(2).
               88 CODE-READ     VALUE SPACES.

      ****** RUN-MODE PARM - PASSED IN FROM JCL PARM=
      ****** "EDITONLY" EDITS HOSPIN ONLY, AS BEFORE
           05  FILLER                  PIC X(12)
                  VALUE " Bad InsTyp:".
           05  BAD-INS-TYPE-OUT        PIC Z(3).
           05  FILLER                  PIC X(12)
                  VALUE " Bad ExpDis:".
           05  BAD-EXP-DISCH-OUT       PIC Z(3).
           05  FILLER                  PIC X(10)
                  VALUE " Bad Diet:".
           05  BAD-DIET-OUT            PIC Z(3).
           05  FILLER                  PIC X(10)
                  VALUE " Bad Liab:".
           05  BAD-LIAB-OUT            PIC Z(3).
           05  FILLER                  PIC X(19) VALUE SPACES.

       77  WS-DATE                     PIC 9(6).
       77  MORE-RECORDS-SW             PIC X(1) VALUE SPACE.
           88 NO-MORE-RECORDS  VALUE 'N'.
       77  MORE-CARRTABL-SW            PIC X(1) VALUE "Y".
           88 NO-MORE-CARRTABL VALUE "N".

      ****** CARRIER CODES OFF THE CARRIER MASTER UNLOAD - INS-TYPE
      ****** MUST BE ONE OF THESE
       77  INS-TYPE-SW                 PIC X(1) VALUE "N".
           88 VALID-INS-TYPE   VALUE "Y".
       01  KNOWN-CARRIER-TABLE.
           05  KNOWN-CARRIER-ENTRY OCCURS 100 TIMES
                       INDEXED BY KC-IDX.
               10  KC-CARRIER-CODE     PIC X(03).
       77  KC-ENTRY-COUNT              PIC S9(4) COMP VALUE 0.

      ****** CARRIER MASTER RECORD VIEW OF THE UNLOAD FILE
       COPY CARRMSTR.

       01  WS-MASTER-KEY-NUM               PIC 9(06).

      ****** EXPECTED DISCHARGE DATE EDIT - DATEVAL WANTS YYYYMMDD
       77  EXP-DISCH-SW                PIC X(1) VALUE "Y".
           88 EXP-DISCH-OK     VALUE "Y".
       01  EXP-DISCH-YYYYMMDD          PIC X(08).
       01  RETURN-CD                   PIC S9(04).

      ****** ACCIDENT / LIABILITY EDIT
       77  LIABILITY-SW                PIC X(1) VALUE "Y".
           88 LIABILITY-OK     VALUE "Y".

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC S9(4) COMP.
           05 RECORDS-WRITTEN          PIC S9(4) COMP.
           05 NBR-NO-COVERAGE          PIC S9(4) COMP.
           05 BAD-TYPE-RECS            PIC S9(4) COMP.
           05 BAD-INS-TYPE-RECS        PIC S9(4) COMP.
           05 BAD-EXP-DISCH-RECS       PIC S9(4) COMP.
           05 BAD-DIET-RECS            PIC S9(4) COMP.
           05 BAD-LIAB-RECS            PIC S9(4) COMP.
           05 PAT-TOTAL-AMT-NET        PIC S9(7)V99 COMP-3.
           05 TOTAL-AMT-GROSS          PIC S9(7)V99 COMP-3.
           05 TOTAL-AMT-NET            PIC S9(7)V99 COMP-3.
           05  AMT-PER-DAY             PIC 9(5)V99.
           05  DIAGNOSTIC-CODE         PIC 999.
           05  INS-TYPE                PIC X(3).
               88 Managed-Care value "MAN".
           05  HOSPITAL-STAY-LTH       PIC 999.
           05  PATIENT-TOT-AMT         PIC 9(7)V99.
               88 OUT-OF-NETWORK   VALUE "O".
           05  COPAY                   PIC S9(3).
           05  DEDUCTIBLE              PIC S9(4).
      *  Expected discharge date, YYYY-MM-DD - blank leaves the date
      *  already on the master unchanged
           05  EXPECTED-DISCHARGE-DATE PIC X(10).
      *  Diet order code (see DIET-ORDER-CODE on PATMSTR) - blank
      *  leaves the order already on the master unchanged
           05  DIET-ORDER-IN           PIC X(1).
               88 DIET-ORDER-NOT-GIVEN VALUE " ".
               88 VALID-DIET-ORDER-IN
                   VALUES ARE " ", "R", "C", "D", "K", "L", "F", "S",
                              "P", "N".
      *  Accident / third-party liability (see LIABILITY-SEGMENT on
      *  PATMSTR) - blank leaves the master unchanged and "N" clears
      *  it.  W (workers' comp), A (auto) or L (other liability) needs
      *  the liable employer or carrier and its claim reference.
      *  Status "D" records that the liable party denied the claim;
      *  blank status leaves it as it was
           05  LIABILITY-IND-IN        PIC X(1).
               88 LIABILITY-NOT-GIVEN  VALUE " ".
               88 LIABILITY-CLEARED    VALUE "N".
               88 LIABLE-PARTY-GIVEN   VALUES ARE "W", "A", "L".
           05  LIABLE-PARTY-ID-IN      PIC X(10).
           05  LIABLE-PARTY-NAME-IN    PIC X(30).
           05  LIABILITY-CLAIM-REF-IN  PIC X(15).
           05  LIABILITY-STATUS-IN     PIC X(1).
               88 LIAB-STATUS-NOT-GIVEN VALUE " ".
               88 VALID-LIAB-STATUS-IN VALUES ARE " ", "P", "D".
           05  FILLER                  PIC X(3).

      ****** WORKING-STORAGE VIEW OF THE PATIENT MASTER, BUILT FROM
      ****** EACH VALIDATED HOSPIN RECORD WHEN UPDATE-PATIENT-MASTER
           OPEN OUTPUT OUTFILE.
           OPEN OUTPUT RPTFILE.
           OPEN OUTPUT ERRFILE.
           OPEN INPUT CARRTABL.
           PERFORM 250-LOAD-CARRIER-TABLE THRU 250-EXIT
               UNTIL NO-MORE-CARRTABL.
           CLOSE CARRTABL.
           IF UPDATE-PATIENT-MASTER
               OPEN I-O PATMSTR
               OPEN EXTEND JRNFILE.
      *  Validate patient type and insurance coverage
           DISPLAY "MAINLINE".
           DISPLAY WS-INPUT-REC.
           PERFORM 120-EDIT-EXPECTED-DISCH THRU 120-EXIT.
           PERFORM 130-EDIT-LIABILITY THRU 130-EXIT.
           PERFORM 260-CHECK-CARRIER THRU 260-EXIT.
           IF VALID-TYPE AND VALID-INS-TYPE AND EXP-DISCH-OK
              AND VALID-DIET-ORDER-IN AND LIABILITY-OK
      *  HOSPOUT keeps the 100-byte admission image - the liability
      *  fields go to the master only
                MOVE WS-INPUT-REC (1:100) TO OUT-REC
               WRITE OUT-REC
           ELSE
               EVALUATE TRUE
                   WHEN NOT VALID-INS-TYPE
                       MOVE "BAD INSURANCE TYPE"   TO ERR-REASON
                       ADD +1 TO BAD-INS-TYPE-RECS
                   WHEN NOT EXP-DISCH-OK
                       MOVE "BAD EXP DISCH DATE"   TO ERR-REASON
                       ADD +1 TO BAD-EXP-DISCH-RECS
                   WHEN NOT VALID-DIET-ORDER-IN
                       MOVE "BAD DIET ORDER"       TO ERR-REASON
                       ADD +1 TO BAD-DIET-RECS
                   WHEN NOT LIABILITY-OK
                       MOVE "BAD LIABILITY DATA"   TO ERR-REASON
                       ADD +1 TO BAD-LIAB-RECS
               END-EVALUATE
               MOVE WS-INPUT-REC TO ERR-DETAIL
               WRITE ERR-REC
       100-EXIT.
           EXIT.

       120-EDIT-EXPECTED-DISCH.
      *  Blank is allowed; otherwise a real YYYY-MM-DD date no
      *  earlier than the admit date
           MOVE "Y" TO EXP-DISCH-SW.
           IF EXPECTED-DISCHARGE-DATE IN WS-INPUT-REC = SPACES
               GO TO 120-EXIT.
           IF EXPECTED-DISCHARGE-DATE IN WS-INPUT-REC (5:1) NOT = "-"
              OR EXPECTED-DISCHARGE-DATE IN WS-INPUT-REC (8:1)
                                                        NOT = "-"
               MOVE "N" TO EXP-DISCH-SW
               GO TO 120-EXIT.
           MOVE EXPECTED-DISCHARGE-DATE IN WS-INPUT-REC (1:4)
                                   TO EXP-DISCH-YYYYMMDD (1:4).
           MOVE EXPECTED-DISCHARGE-DATE IN WS-INPUT-REC (6:2)
                                   TO EXP-DISCH-YYYYMMDD (5:2).
           MOVE EXPECTED-DISCHARGE-DATE IN WS-INPUT-REC (9:2)
                                   TO EXP-DISCH-YYYYMMDD (7:2).
           CALL 'DATEVAL' USING EXP-DISCH-YYYYMMDD, RETURN-CD.
           IF RETURN-CD < 0
               MOVE "N" TO EXP-DISCH-SW
               GO TO 120-EXIT.
           IF EXPECTED-DISCHARGE-DATE IN WS-INPUT-REC <
              DATE-ADMIT IN WS-INPUT-REC
               MOVE "N" TO EXP-DISCH-SW.
       120-EXIT.
           EXIT.

       130-EDIT-LIABILITY.
      *  A liable-party stay must say who is liable and under what
      *  claim, or CLAIMSUB would have no one to bill
           MOVE "Y" TO LIABILITY-SW.
           IF NOT (LIABILITY-NOT-GIVEN OR LIABILITY-CLEARED
                                       OR LIABLE-PARTY-GIVEN)
               MOVE "N" TO LIABILITY-SW
               GO TO 130-EXIT.
           IF NOT VALID-LIAB-STATUS-IN
               MOVE "N" TO LIABILITY-SW
               GO TO 130-EXIT.
           IF LIABLE-PARTY-GIVEN
              AND (LIABLE-PARTY-NAME-IN = SPACES
                   OR LIABILITY-CLAIM-REF-IN = SPACES)
               MOVE "N" TO LIABILITY-SW.
       130-EXIT.
           EXIT.

       200-CLEANUP.
      *  Move the final computational fields
           DISPLAY "CLEAN-UP".
           MOVE TOTAL-AMT-NET           TO TOTAL-NET-OUT.
           MOVE BAD-TYPE-RECS           TO BAD-TYPE-OUT.
           MOVE BAD-INS-TYPE-RECS       TO BAD-INS-TYPE-OUT.
           MOVE BAD-EXP-DISCH-RECS      TO BAD-EXP-DISCH-OUT.
           MOVE BAD-DIET-RECS           TO BAD-DIET-OUT.
           MOVE BAD-LIAB-RECS           TO BAD-LIAB-OUT.

           WRITE RPT-REC FROM WS-TOTALS-REC.
           WRITE RPT-REC FROM WS-REJECT-REASON-REC.
       200-EXIT.
           EXIT.

       250-LOAD-CARRIER-TABLE.
           READ CARRTABL INTO CARRIER-MASTER-REC
               AT END
               MOVE "N" TO MORE-CARRTABL-SW
               GO TO 250-EXIT
           END-READ
           IF KC-ENTRY-COUNT >= +100
               DISPLAY "*** HOSPEDIT CARRIER TABLE FULL"
               GO TO 250-EXIT.
           ADD +1 TO KC-ENTRY-COUNT.
           SET KC-IDX TO KC-ENTRY-COUNT.
           MOVE CM-CARRIER-CODE TO KC-CARRIER-CODE (KC-IDX).
       250-EXIT.
           EXIT.

       260-CHECK-CARRIER.
           MOVE "N" TO INS-TYPE-SW.
           IF KC-ENTRY-COUNT = +0
               GO TO 260-EXIT.
           SET KC-IDX TO 1.
           SEARCH KNOWN-CARRIER-ENTRY
               AT END
                   GO TO 260-EXIT
      *  Only the loaded entries are real - stop at the count
               WHEN KC-IDX > KC-ENTRY-COUNT
                   GO TO 260-EXIT
               WHEN KC-CARRIER-CODE (KC-IDX) = INS-TYPE
                   MOVE "Y" TO INS-TYPE-SW
           END-SEARCH.
       260-EXIT.
           EXIT.

       150-UPDATE-PATIENT-MASTER.
      *  Apply a validated HOSPIN record as an insert or update
      *  against the same PATMSTR VSAM file WARDRPT reads.
           MOVE PCP-ID             TO ATTENDING-PHYS-ID.
           MOVE BED-IDENTITY       TO BED-IDENTITY-PRIMARY.
           MOVE DIAGNOSTIC-CODE    TO DIAGNOSTIC-CODE-PRIMARY.
           IF EXPECTED-DISCHARGE-DATE IN WS-INPUT-REC NOT = SPACES
               MOVE EXPECTED-DISCHARGE-DATE IN WS-INPUT-REC
                 TO EXPECTED-DISCHARGE-DATE IN PATIENT-MASTER-REC.
           IF NOT DIET-ORDER-NOT-GIVEN
               MOVE DIET-ORDER-IN  TO DIET-ORDER-CODE.
           PERFORM 155-APPLY-LIABILITY THRU 155-EXIT.

           MOVE PATIENT-MASTER-REC TO PATMSTR-REC.
           MOVE MASTER-KEY-AREA    TO PATMSTR-KEY.
       150-EXIT.
           EXIT.

       155-APPLY-LIABILITY.
      *  A new liable party starts out pending until it pays or
      *  denies; a status on its own updates the party already held
           IF LIABILITY-CLEARED
               MOVE SPACES             TO LIABILITY-SEGMENT
               GO TO 155-EXIT.
           IF LIABLE-PARTY-GIVEN
               MOVE LIABILITY-IND-IN   TO ACCIDENT-LIABILITY-IND
               MOVE LIABLE-PARTY-ID-IN TO LIABLE-PARTY-ID
               MOVE LIABLE-PARTY-NAME-IN
                                       TO LIABLE-PARTY-NAME
               MOVE LIABILITY-CLAIM-REF-IN
                                       TO LIABILITY-CLAIM-REF
               MOVE "P"                TO LIABILITY-STATUS.
           IF NOT LIAB-STATUS-NOT-GIVEN
              AND LIABLE-PARTY-STAY
               MOVE LIABILITY-STATUS-IN
                                       TO LIABILITY-STATUS.
       155-EXIT.
           EXIT.

       170-VSAM-ERROR.
      *  One common routine logs the event and abends the run
           MOVE "HOSPEDIT"          TO VE-PROGRAM-NAME.
