       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OPRCHK.
      *REMARKS        OPERATOR AUTHORITY CHECK.  LINKED TO ON ENTRY
      *               BY PATINQ, POLINQ, CLMENTRY, BEDBRD AND
      *               ADMENTRY, BY PATINQ AGAIN BEFORE IT SHOWS THE
      *               TREATMENT SCREEN, AND BY BEDBRD BEFORE IT MARKS
      *               A BED CLEAN.
      *               READS THE SIGNED-ON USERID'S OPERATOR RECORD ON
      *               OPRAUTH, THEN EACH ROLE THE OPERATOR HOLDS,
      *               LOOKING FOR A GRANT OF THE TRANSACTION AND
      *               FUNCTION ASKED FOR.  AN OPERATOR WHO IS NOT
      *               ENROLLED, IS SUSPENDED, OR HOLDS NO ACTIVE ROLE
      *               GRANTING IT IS REFUSED, AND THE REFUSAL GOES TO
      *               THE PAUD QUEUE PIAUDRPT REPORTS, SO COMPLIANCE
      *               SEES ATTEMPTED ACCESS AS WELL AS SUCCESSFUL
      *               ACCESS.  NO SCREEN OF ITS OWN - THE CALLER SHOWS
      *               THE REFUSAL MESSAGE HANDED BACK IN THE COMMAREA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-CICS-PGM-STORAGE-AREA.
           12 WS-RESPONSE-CODE         PIC S9(8) BINARY.

      *****************************************************************
      * OPRAUTH KEY - RECORD TYPE PLUS OPERATOR OR ROLE ID
      *****************************************************************
       01  WS-OPRAUTH-KEY.
           12 WS-KEY-RECORD-TYPE       PIC X(01).
           12 WS-KEY-ENTRY-ID          PIC X(08).

      *****************************************************************
      * THE OPERATOR'S ROLES, HELD WHILE EACH ROLE RECORD IS READ
      * INTO THE SAME RECORD AREA
      *****************************************************************
       01  WS-HELD-ROLE-TABLE.
           12 WS-HELD-ROLE-ID          PIC X(08) OCCURS 5 TIMES.
       77  WS-HELD-ROLE-COUNT          PIC S9(4) BINARY VALUE ZERO.
       77  WS-ROLE-SUB                 PIC S9(4) BINARY VALUE ZERO.
       77  WS-GRANT-SUB                PIC S9(4) BINARY VALUE ZERO.

       01  WS-REFUSAL-REASON           PIC X(01) VALUE SPACE.
           88 WS-NOT-ENROLLED                    VALUE 'E'.
           88 WS-OPERATOR-SUSPENDED              VALUE 'S'.
           88 WS-NO-GRANT                        VALUE 'G'.

      *****************************************************************
      * INQUIRY AUDIT RECORD - THE SAME 40-BYTE PAUD LAYOUT PATINQ
      * LOGS SUCCESSFUL LOOKUPS WITH; A REFUSAL CARRIES RESULT 'R',
      * THE TRANSACTION AND FUNCTION REFUSED AND THE REASON
      *****************************************************************
       01  WS-INQUIRY-AUDIT-REC.
           12 PIA-OPERATOR-ID          PIC X(08).
           12 PIA-TERMINAL-ID          PIC X(04).
           12 PIA-PATIENT-ID           PIC X(06).
           12 PIA-INQUIRY-DATE         PIC X(08).
           12 PIA-INQUIRY-TIME         PIC X(06).
           12 PIA-ACCESS-RESULT        PIC X(01).
           12 PIA-TRANS-ID             PIC X(04).
           12 PIA-FUNCTION             PIC X(02).
           12 PIA-REFUSAL-REASON       PIC X(01).
       77  WS-AUDIT-REC-LENGTH         PIC S9(4) BINARY VALUE +40.

       COPY OPRCHKCA.

       COPY OPRAUTH.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X(81).

       PROCEDURE DIVISION.

       0000-MAINLINE.

      * NO COMMAREA OF THE RIGHT SIZE MEANS A BAD CALLER - FAIL CLOSED
           IF EIBCALEN NOT = OPRCHK-COMMAREA-LENGTH
              PERFORM 9999-ABORT
           END-IF.
           MOVE DFHCOMMAREA TO OPRCHK-COMMAREA.
           SET OC-REFUSED TO TRUE.
           MOVE SPACES TO OC-REFUSAL-MESSAGE.
           EXEC CICS
              ASSIGN USERID(OC-OPERATOR-ID)
           END-EXEC.

           PERFORM 1000-READ-OPERATOR.
           PERFORM 2000-CHECK-ROLE
              VARYING WS-ROLE-SUB FROM 1 BY 1
              UNTIL WS-ROLE-SUB > WS-HELD-ROLE-COUNT
                 OR OC-AUTHORIZED.

           IF OC-REFUSED
              PERFORM 3000-LOG-REFUSAL
           END-IF.

           PERFORM 8000-RETURN-TO-CALLER.

       1000-READ-OPERATOR.

           MOVE ZERO           TO WS-HELD-ROLE-COUNT.
           SET WS-NO-GRANT     TO TRUE.
           MOVE 'O'            TO WS-KEY-RECORD-TYPE.
           MOVE OC-OPERATOR-ID TO WS-KEY-ENTRY-ID.

           EXEC CICS
              READ FILE  ('OPRAUTH ')
                   INTO  (OPERATOR-AUTHORITY-REC)
                   RIDFLD(WS-OPRAUTH-KEY)
                   RESP  (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE WS-RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                 IF OA-SUSPENDED
                    SET WS-OPERATOR-SUSPENDED TO TRUE
                 ELSE
                    MOVE OA-OPERATOR-ROLES TO WS-HELD-ROLE-TABLE
                    MOVE OA-ENTRY-COUNT    TO WS-HELD-ROLE-COUNT
                 END-IF
              WHEN DFHRESP(NOTFND)
                 SET WS-NOT-ENROLLED TO TRUE
              WHEN OTHER
                 PERFORM 9999-ABORT
           END-EVALUATE.

       2000-CHECK-ROLE.

      * A ROLE SINCE DELETED OR SUSPENDED GRANTS NOTHING
           MOVE 'R'                          TO WS-KEY-RECORD-TYPE.
           MOVE WS-HELD-ROLE-ID (WS-ROLE-SUB) TO WS-KEY-ENTRY-ID.

           EXEC CICS
              READ FILE  ('OPRAUTH ')
                   INTO  (OPERATOR-AUTHORITY-REC)
                   RIDFLD(WS-OPRAUTH-KEY)
                   RESP  (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE WS-RESPONSE-CODE
              WHEN DFHRESP(NORMAL)
                 IF OA-ACTIVE
                    PERFORM 2100-CHECK-GRANT
                       VARYING WS-GRANT-SUB FROM 1 BY 1
                       UNTIL WS-GRANT-SUB > OA-ENTRY-COUNT
                          OR OC-AUTHORIZED
                 END-IF
              WHEN DFHRESP(NOTFND)
                 CONTINUE
              WHEN OTHER
                 PERFORM 9999-ABORT
           END-EVALUATE.

       2100-CHECK-GRANT.

           IF OA-GRANT-TRANS-ID (WS-GRANT-SUB) = OC-TRANS-ID
              AND OA-GRANT-FUNCTION (WS-GRANT-SUB) = OC-FUNCTION
              SET OC-AUTHORIZED TO TRUE
           END-IF.

       3000-LOG-REFUSAL.

      *    ATTEMPTED-ACCESS LOG - SAME QUEUE AND LAYOUT AS THE
      *    SUCCESSFUL-INQUIRY LOG, MARKED AS A REFUSAL
           MOVE SPACES             TO WS-INQUIRY-AUDIT-REC.
           MOVE OC-OPERATOR-ID     TO PIA-OPERATOR-ID.
           MOVE EIBTRMID           TO PIA-TERMINAL-ID.
           MOVE OC-PATIENT-ID      TO PIA-PATIENT-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PIA-INQUIRY-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PIA-INQUIRY-TIME.
           MOVE 'R'                TO PIA-ACCESS-RESULT.
           MOVE OC-TRANS-ID        TO PIA-TRANS-ID.
           MOVE OC-FUNCTION        TO PIA-FUNCTION.
           MOVE WS-REFUSAL-REASON  TO PIA-REFUSAL-REASON.
           EXEC CICS
              WRITEQ TD QUEUE ('PAUD')
                     FROM   (WS-INQUIRY-AUDIT-REC)
                     LENGTH (WS-AUDIT-REC-LENGTH)
                     RESP   (WS-RESPONSE-CODE)
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-NOT-ENROLLED
                 MOVE
            'NOT ENROLLED FOR THIS TRANSACTION - SEE SECURITY ADMIN'
                    TO OC-REFUSAL-MESSAGE
              WHEN WS-OPERATOR-SUSPENDED
                 MOVE
            'OPERATOR ACCESS IS SUSPENDED - SEE SECURITY ADMIN'
                    TO OC-REFUSAL-MESSAGE
              WHEN OTHER
                 STRING 'NOT AUTHORIZED FOR ' DELIMITED BY SIZE
                        OC-TRANS-ID           DELIMITED BY SIZE
                        ' FUNCTION '          DELIMITED BY SIZE
                        OC-FUNCTION           DELIMITED BY SIZE
                        ' - SEE SECURITY ADMIN'
                                              DELIMITED BY SIZE
                        INTO OC-REFUSAL-MESSAGE
           END-EVALUATE.

       8000-RETURN-TO-CALLER.

           MOVE OPRCHK-COMMAREA TO DFHCOMMAREA.
           EXEC CICS
              RETURN
           END-EXEC.

       9999-ABORT.

           EXEC CICS
              ABEND ABCODE ('OPRC')
           END-EXEC.
