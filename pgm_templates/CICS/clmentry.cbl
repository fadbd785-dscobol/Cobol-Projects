       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLMENTRY.
      *REMARKS        CLAIM ENTRY TRANSACTION.  A CLERK KEYS POLICY
      *               NUMBER, CLAIM NUMBER, CLAIM AMOUNT, COINSURANCE
      *               AND THE STATE WHOSE PROMPT-PAY STATUTE GOVERNS
      *               THE CLAIM; THE FIELDS ARE EDITED ON ENTRY
      *               AND THE ACCEPTED CLAIM IS WRITTEN THROUGH
      *               INSCLIO (EXTEND + WRITE + CLOSE) SO THE BATCH
      *               CLAIM-PAYMENT REGISTER PICKS IT UP THAT NIGHT -
      *               SAME-DAY CAPTURE INSTEAD OF THE TWO-DAY PAPER
      *               LAG.  BUILT ON THE BASECICS PROGRAM SHELL.
      *               ON ENTRY THE OPERATOR'S AUTHORITY FOR CLAIM
      *               ENTRY (CE) IS CHECKED THROUGH OPRCHK.

       DATA DIVISION.

           12 CEM-L-COINSURANCE        PIC S9(4) BINARY.
           12 CEM-A-COINSURANCE        PIC X(01).
           12 CEM-D-COINSURANCE        PIC V99.
           12 CEM-L-CLAIM-STATE        PIC S9(4) BINARY.
           12 CEM-A-CLAIM-STATE        PIC X(01).
           12 CEM-D-CLAIM-STATE        PIC X(02).
           12 CEM-D-ERROR-MESSAGE      PIC X(60).
           12 CEM-D-OPERATOR-MESSAGE   PIC X(60).

           05  CR-SECONDARY-POLICY          PIC X(09).
           05  CR-TREATMENT-TYPE            PIC X(02).
           05  CR-SERVICE-DATE              PIC X(08).
           05  CR-RECEIVED-DATE             PIC X(08).
           05  CR-CLAIM-STATE               PIC X(02).
           05  FILLER                       PIC X(16).

       01  WS-INSCLIO-FUNCTION             PIC X(02).

      *****************************************************************
      * OPERATOR AUTHORITY CHECK - LINKED TO OPRCHK, WHICH LOGS ANY
      * REFUSAL TO THE PAUD QUEUE PIAUDRPT REPORTS
      *****************************************************************
       COPY OPRCHKCA.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC X.

           EVALUATE TRUE
              WHEN WS-FIRST-TIME
                 PERFORM 0100-CHECK-AUTHORITY
                 PERFORM 9000-FIRST-TIME
              WHEN PF3-KEY
                 PERFORM 8900-QUIT

           PERFORM 8000-RETURN-WITH-TRANS-ID.

       0100-CHECK-AUTHORITY.

      * ENTRY TO THE TRANSACTION NEEDS THE CLAIM ENTRY FUNCTION; A
      * REFUSED OPERATOR GETS THE MESSAGE AND THE TRANSACTION ENDS
           MOVE SPACES      TO OPRCHK-COMMAREA.
           MOVE WS-TRANS-ID TO OC-TRANS-ID.
           MOVE 'CE'        TO OC-FUNCTION.

           EXEC CICS
              LINK PROGRAM  ('OPRCHK  ')
                   COMMAREA (OPRCHK-COMMAREA)
                   LENGTH   (OPRCHK-COMMAREA-LENGTH)
                   RESP     (WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-ABORT
           END-IF.

           IF OC-REFUSED
              EXEC CICS
                 SEND TEXT FROM   (OC-REFUSAL-MESSAGE)
                      ERASE
                      ALARM
                      FREEKB
              END-EXEC
              EXEC CICS
                 RETURN
              END-EXEC
           END-IF.

       0500-NORMAL-PROCEDURE.

           PERFORM 1000-RECEIVE-MAP.

      * VALIDATE BOTTOM RIGHT TO TOP LEFT, LIKE THE BASE SHELL

      * THE REGISTER LOOKS THE STATE UP ON THE PROMPT-PAY RULE TABLE
           IF CEM-D-CLAIM-STATE NOT ALPHABETIC-UPPER
              OR CEM-D-CLAIM-STATE (1:1) = SPACE
              OR CEM-D-CLAIM-STATE (2:1) = SPACE
              SET WS-DATA-BAD TO TRUE
              MOVE -1 TO CEM-L-CLAIM-STATE
              MOVE 'CLAIM STATE MUST BE A TWO-LETTER STATE CODE' TO
                 CEM-D-ERROR-MESSAGE
           END-IF.

           IF CEM-D-COINSURANCE NOT NUMERIC
              SET WS-DATA-BAD TO TRUE
              MOVE -1 TO CEM-L-COINSURANCE
           MOVE CEM-D-CLAIM-NUMBER    TO CR-CLAIM-NUMBER.
           MOVE CEM-D-CLAIM-AMOUNT    TO CR-CLAIM-AMOUNT.
           MOVE CEM-D-COINSURANCE     TO CR-POLICY-COINSURANCE.
           MOVE CEM-D-CLAIM-STATE     TO CR-CLAIM-STATE.
      * KEYED TODAY IS RECEIVED TODAY - THE PROMPT-PAY CLOCK STARTS
           MOVE FUNCTION CURRENT-DATE (1:8) TO CR-RECEIVED-DATE.
           MOVE ZERO                  TO CR-POLICY-AMOUNT,
                                         CR-POLICY-DEDUCTIBLE-PAID,
                                         CR-DEDUCTIBLE-PERC.
