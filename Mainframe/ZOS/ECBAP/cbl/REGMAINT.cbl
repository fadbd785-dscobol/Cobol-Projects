      *          THE PHYSICIAN AND NURSING REPORTS PULL NAMES FROM
      *          THE REGISTRY'S NIGHTLY UNLOAD.
      *
      *          CLINICAL PRIVILEGES ARE MAINTAINED HERE AS WELL.  A
      *          GRANT ("G") GIVES THE PRACTITIONER ONE TREATMENT-TYPE
      *          CODE WITH ITS GRANTED AND REAPPOINTMENT REVIEW DATES
      *          - A GRANT FOR A CODE ALREADY HELD REPLACES THE DATES,
      *          WHICH IS HOW A REAPPOINTMENT IS RECORDED.  A REVOKE
      *          ("R") TAKES THE CODE OFF.  THE TREATMENT EDIT PENDS
      *          ANY TREATMENT ORDERED OUTSIDE THE PRESCRIBER'S
      *          PRIVILEGES.
      *
      *          REJECTED TRANSACTIONS (BAD FUNCTION, BAD TYPE OR
      *          LICENSE CODE, ADD OF AN EXISTING ID, CHANGE OR
      *          TERMINATE OF AN UNKNOWN ID, BAD PRIVILEGE CODE OR
      *          DATES, GRANT BEYOND THE SEGMENT'S TEN ENTRIES, REVOKE
      *          OF A PRIVILEGE NOT HELD) GO TO THE REJECT FILE WITH A
      *          REASON.
      *
      ******************************************************************

               88  RT-ADD                  VALUE "A".
               88  RT-CHANGE               VALUE "C".
               88  RT-TERMINATE            VALUE "T".
               88  RT-GRANT-PRIVILEGE      VALUE "G".
               88  RT-REVOKE-PRIVILEGE     VALUE "R".
               88  RT-VALID-FUNCTION
                   VALUES ARE "A", "C", "T", "G", "R".
           05  RT-PRACTITIONER-ID          PIC X(08).
           05  RT-PRACTITIONER-NAME        PIC X(30).
           05  RT-PRACTITIONER-TYPE        PIC X(01).
      ****** LICENSE EXPIRATION (YYYYMMDD); BLANK ON A CHANGE LEAVES
      ****** THE DATE AS IT STANDS
           05  RT-LICENSE-EXP-DATE         PIC X(08).
      ****** GRANT / REVOKE ONLY - THE TREATMENT-TYPE CODE AND, ON A
      ****** GRANT, ITS DATES (YYYYMMDD).  A BLANK GRANTED DATE ON A
      ****** GRANT DEFAULTS TO THE RUN DATE
           05  RT-PRIV-TRMT-TYPE           PIC X(02).
               88  RT-VALID-TRMT-TYPE
                   VALUES ARE "MR", "CT", "CH", "RT", "SU",
                              "LT", "OA", "IV", "IN", "OT".
           05  RT-PRIV-GRANTED-DATE        PIC X(08).
           05  RT-PRIV-REVIEW-DATE         PIC X(08).
           05  FILLER                      PIC X(02).

       FD  REGREJ
           RECORDING MODE IS F
           05  REST-OF-REC                 PIC X(80).

       FD  PHYSREG
           RECORD CONTAINS 260 CHARACTERS
           DATA RECORD IS PHYSREG-REC.
       01  PHYSREG-REC.
           05 PHYSREG-KEY      PIC X(08).
           05 FILLER           PIC X(252).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
       77  MORE-RECORDS-SW             PIC X(1) VALUE SPACE.
           88 NO-MORE-RECORDS  VALUE 'N'.

       77  PRIV-SUB                    PIC 9(02) VALUE 0.
       77  PRIV-FOUND-SUB              PIC 9(02) VALUE 0.
       77  WS-RUN-YYYYMMDD             PIC X(08) VALUE SPACES.

       01  COUNTERS-AND-ACCUMULATORS.
           05 RECORDS-READ             PIC S9(4) COMP.
           05 RECORDS-APPLIED          PIC S9(4) COMP.
           OPEN OUTPUT REGREJ.
           OPEN I-O PHYSREG.
           INITIALIZE COUNTERS-AND-ACCUMULATORS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-YYYYMMDD.
           PERFORM 900-READ-REGTRAN THRU 900-EXIT.
       000-EXIT.
           EXIT.

       300-EDIT-TRANSACTION.
           IF NOT RT-VALID-FUNCTION
               MOVE "*** INVALID FUNCTION - MUST BE A,C,T,G,R"
                   TO ERR-MSG
               PERFORM 710-WRITE-REGREJ THRU 710-EXIT
               GO TO 300-EXIT.
                   PERFORM 500-CHANGE-PRACTITIONER THRU 500-EXIT
               WHEN RT-TERMINATE
                   PERFORM 600-TERMINATE-PRACTITIONER THRU 600-EXIT
               WHEN RT-GRANT-PRIVILEGE
                   PERFORM 800-GRANT-PRIVILEGE THRU 800-EXIT
               WHEN RT-REVOKE-PRIVILEGE
                   PERFORM 850-REVOKE-PRIVILEGE THRU 850-EXIT
           END-EVALUATE.
       300-EXIT.
           EXIT.
       710-EXIT.
           EXIT.

       800-GRANT-PRIVILEGE.
           IF RGCODE-NOT-FOUND
               MOVE "*** GRANT REJECTED - ID NOT ON REGISTRY"
                   TO ERR-MSG
               PERFORM 710-WRITE-REGREJ THRU 710-EXIT
               GO TO 800-EXIT.
           IF NOT RT-VALID-TRMT-TYPE
               MOVE "*** INVALID PRIVILEGE TREATMENT-TYPE CODE"
                   TO ERR-MSG
               PERFORM 710-WRITE-REGREJ THRU 710-EXIT
               GO TO 800-EXIT.
           IF RT-PRIV-GRANTED-DATE = SPACES
               MOVE WS-RUN-YYYYMMDD TO RT-PRIV-GRANTED-DATE.
           IF RT-PRIV-GRANTED-DATE NOT NUMERIC
              OR RT-PRIV-REVIEW-DATE NOT NUMERIC
              OR RT-PRIV-REVIEW-DATE NOT > RT-PRIV-GRANTED-DATE
               MOVE "*** INVALID PRIVILEGE GRANTED/REVIEW DATE"
                   TO ERR-MSG
               PERFORM 710-WRITE-REGREJ THRU 710-EXIT
               GO TO 800-EXIT.

           MOVE PHYSREG-REC           TO PRACTITIONER-REG-REC.
           IF REG-PRIVILEGE-COUNT NOT NUMERIC
               MOVE ZERO TO REG-PRIVILEGE-COUNT.
           PERFORM 870-FIND-PRIVILEGE THRU 870-EXIT.
      *  A code already held is a reappointment - new dates replace
      *  the old ones in the same entry
           IF PRIV-FOUND-SUB = ZERO
               IF REG-PRIVILEGE-COUNT = 10
                   MOVE "*** GRANT REJECTED - PRIVILEGE SEGMENT FULL"
                       TO ERR-MSG
                   PERFORM 710-WRITE-REGREJ THRU 710-EXIT
                   GO TO 800-EXIT
               ELSE
                   ADD +1 TO REG-PRIVILEGE-COUNT
                   MOVE REG-PRIVILEGE-COUNT TO PRIV-FOUND-SUB.
           MOVE RT-PRIV-TRMT-TYPE
                         TO REG-PRIV-TRMT-TYPE (PRIV-FOUND-SUB).
           MOVE RT-PRIV-GRANTED-DATE
                         TO REG-PRIV-GRANTED-DATE (PRIV-FOUND-SUB).
           MOVE RT-PRIV-REVIEW-DATE
                         TO REG-PRIV-REVIEW-DATE (PRIV-FOUND-SUB).
           PERFORM 650-REWRITE-REGISTRY THRU 650-EXIT.
       800-EXIT.
           EXIT.

       850-REVOKE-PRIVILEGE.
           IF RGCODE-NOT-FOUND
               MOVE "*** REVOKE REJECTED - ID NOT ON REGISTRY"
                   TO ERR-MSG
               PERFORM 710-WRITE-REGREJ THRU 710-EXIT
               GO TO 850-EXIT.
           MOVE PHYSREG-REC           TO PRACTITIONER-REG-REC.
           IF REG-PRIVILEGE-COUNT NOT NUMERIC
               MOVE ZERO TO REG-PRIVILEGE-COUNT.
           PERFORM 870-FIND-PRIVILEGE THRU 870-EXIT.
           IF PRIV-FOUND-SUB = ZERO
               MOVE "*** REVOKE REJECTED - PRIVILEGE NOT HELD"
                   TO ERR-MSG
               PERFORM 710-WRITE-REGREJ THRU 710-EXIT
               GO TO 850-EXIT.
      *  Close the gap - the last entry moves into the revoked slot
           IF PRIV-FOUND-SUB < REG-PRIVILEGE-COUNT
               MOVE REG-PRIVILEGE-ENTRY (REG-PRIVILEGE-COUNT)
                   TO REG-PRIVILEGE-ENTRY (PRIV-FOUND-SUB).
           MOVE SPACES TO REG-PRIVILEGE-ENTRY (REG-PRIVILEGE-COUNT).
           SUBTRACT 1 FROM REG-PRIVILEGE-COUNT.
           PERFORM 650-REWRITE-REGISTRY THRU 650-EXIT.
       850-EXIT.
           EXIT.

       870-FIND-PRIVILEGE.
           MOVE ZERO TO PRIV-FOUND-SUB.
           PERFORM 880-TEST-PRIVILEGE THRU 880-EXIT
               VARYING PRIV-SUB FROM 1 BY 1
               UNTIL PRIV-SUB > REG-PRIVILEGE-COUNT
                  OR PRIV-FOUND-SUB NOT = ZERO.
       870-EXIT.
           EXIT.

       880-TEST-PRIVILEGE.
           IF REG-PRIV-TRMT-TYPE (PRIV-SUB) = RT-PRIV-TRMT-TYPE
               MOVE PRIV-SUB TO PRIV-FOUND-SUB.
       880-EXIT.
           EXIT.

       900-READ-REGTRAN.
           READ REGTRAN
               AT END MOVE "N" TO MORE-RECORDS-SW
