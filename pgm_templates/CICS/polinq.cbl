      *               LISTING.  PF3/CLEAR QUITS.  BUILT ON THE
      *               BASECICS PROGRAM SHELL, THE WAY PATINQ SERVES
      *               PATIENT LOOKUPS.
      *               ON ENTRY THE OPERATOR'S AUTHORITY FOR POLICY
      *               INQUIRY (IQ) IS CHECKED THROUGH OPRCHK.

       DATA DIVISION.

           05  PM-LAPSE-STATUS              PIC X(01).
               88 PM-POLICY-ACTIVE          VALUE 'A'.
               88 PM-POLICY-LAPSED          VALUE 'L'.
           05  PM-PAYEE-TAX-ID              PIC X(09).
           05  PM-REPORT-1099               PIC X(01).
               88 PM-1099-REPORTABLE        VALUE 'Y'.
           05  PM-PAYEE-NAME                PIC X(26).
           05  PM-BENEFIT-YEAR-START        PIC X(08).
           05  PM-OOP-MAXIMUM               PIC S9(5)V99.
           05  PM-OOP-YTD                   PIC S9(5)V99.
           05  PM-CARRIER-CODE              PIC X(03).
           05  FILLER                       PIC X(15).

      *****************************************************************
      * OPERATOR AUTHORITY CHECK - LINKED TO OPRCHK, WHICH LOGS ANY
      * REFUSAL TO THE PAUD QUEUE PIAUDRPT REPORTS
      *****************************************************************
       COPY OPRCHKCA.

       LINKAGE SECTION.


           EVALUATE TRUE
              WHEN WS-FIRST-TIME
                 PERFORM 0100-CHECK-AUTHORITY
                 PERFORM 9000-FIRST-TIME
              WHEN PF3-KEY
                 PERFORM 8900-QUIT

           PERFORM 8000-RETURN-WITH-TRANS-ID.

       0100-CHECK-AUTHORITY.

      * ENTRY TO THE TRANSACTION NEEDS THE POLICY INQUIRY FUNCTION; A
      * REFUSED OPERATOR GETS THE MESSAGE AND THE TRANSACTION ENDS
           MOVE SPACES      TO OPRCHK-COMMAREA.
           MOVE WS-TRANS-ID TO OC-TRANS-ID.
           MOVE 'IQ'        TO OC-FUNCTION.

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
