      *               PATIENT'S RECENT TREATMENTS OFF THE KEYED
      *               TREATMENT FILE.  PF7 PAGES BACK, PF3/CLEAR
      *               QUITS.  BUILT ON THE BASECICS PROGRAM SHELL.
      *               ON ENTRY, AND AGAIN BEFORE SCREEN TWO, THE
      *               OPERATOR'S AUTHORITY IS CHECKED THROUGH OPRCHK -
      *               INQUIRY (IQ) FOR SCREEN ONE, TREATMENT DETAIL
      *               (TD) FOR SCREEN TWO.

       DATA DIVISION.

      * INQUIRY AUDIT RECORD - EVERY SUCCESSFUL LOOKUP IS LOGGED TO
      * THE PAUD EXTRAPARTITION TD QUEUE (DATASET DDS0001.PATAUDIT)
      * SO COMPLIANCE CAN ANSWER "WHO LOOKED AT THIS RECORD".  THE
      * PIAUDRPT BATCH JOB REPORTS THE LOG MONTHLY.  A LOOKUP IS
      * RESULT 'G'; OPRCHK LOGS REFUSED ATTEMPTS AS RESULT 'R'.
      *****************************************************************
       01  WS-INQUIRY-AUDIT-REC.
           12 PIA-OPERATOR-ID          PIC X(08).
           12 PIA-PATIENT-ID           PIC X(06).
           12 PIA-INQUIRY-DATE         PIC X(08).
           12 PIA-INQUIRY-TIME         PIC X(06).
           12 PIA-ACCESS-RESULT        PIC X(01).
           12 PIA-TRANS-ID             PIC X(04).
           12 PIA-FUNCTION             PIC X(02).
           12 PIA-REFUSAL-REASON       PIC X(01).
       77  WS-AUDIT-REC-LENGTH         PIC S9(4) BINARY VALUE +40.

      *****************************************************************
      * OPERATOR AUTHORITY CHECK - LINKED TO OPRCHK, WHICH LOGS ANY
      * REFUSAL TO THE SAME PAUD QUEUE
      *****************************************************************
       COPY OPRCHKCA.

      *****************************************************************
      * FILE RECORD AREAS - SAME LAYOUTS THE BATCH PROGRAMS USE
      *****************************************************************

           EVALUATE TRUE
              WHEN WS-FIRST-TIME
                 PERFORM 0100-CHECK-AUTHORITY
                 PERFORM 9000-FIRST-TIME
              WHEN PF3-KEY
                 PERFORM 8900-QUIT

           PERFORM 8000-RETURN-WITH-TRANS-ID.

       0100-CHECK-AUTHORITY.

      * ENTRY TO THE TRANSACTION NEEDS THE INQUIRY FUNCTION; A
      * REFUSED OPERATOR GETS THE MESSAGE AND THE TRANSACTION ENDS
           MOVE SPACES      TO OPRCHK-COMMAREA.
           MOVE WS-TRANS-ID TO OC-TRANS-ID.
           MOVE 'IQ'        TO OC-FUNCTION.
           PERFORM 0150-LINK-OPRCHK.
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

       0150-LINK-OPRCHK.

           EXEC CICS
              LINK PROGRAM  ('OPRCHK  ')
                   COMMAREA (OPRCHK-COMMAREA)
                   LENGTH   (OPRCHK-COMMAREA-LENGTH)
                   RESP     (WS-RESPONSE-CODE)
           END-EXEC.

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
              PERFORM 9999-ABORT
           END-IF.

       0500-NORMAL-PROCEDURE.

           PERFORM 1000-RECEIVE-MAP.
           MOVE CA-PATIENT-ID TO PIA-PATIENT-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PIA-INQUIRY-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO PIA-INQUIRY-TIME.
           MOVE 'G'           TO PIA-ACCESS-RESULT.
           MOVE WS-TRANS-ID   TO PIA-TRANS-ID.
           MOVE 'IQ'          TO PIA-FUNCTION.
           EXEC CICS
              WRITEQ TD QUEUE ('PAUD')
                     FROM   (WS-INQUIRY-AUDIT-REC)
                     RESP   (WS-RESPONSE-CODE)
           END-EXEC.

       1950-CHECK-TREATMENT-AUTHORITY.

           MOVE SPACES        TO OPRCHK-COMMAREA.
           MOVE WS-TRANS-ID   TO OC-TRANS-ID.
           MOVE 'TD'          TO OC-FUNCTION.
           MOVE CA-PATIENT-ID TO OC-PATIENT-ID.
           PERFORM 0150-LINK-OPRCHK.
           IF OC-REFUSED
              MOVE LOW-VALUE TO PATIENT-DETAIL-MAP
              MOVE -1 TO PDM-L-PATIENT-ID
              MOVE OC-REFUSAL-MESSAGE TO PDM-D-ERROR-MESSAGE
              PERFORM 1200-SEND-DETAIL-DATAONLY
              PERFORM 8000-RETURN-WITH-TRANS-ID
           END-IF.

       1150-FORMAT-DETAIL-SCREEN.

           MOVE CA-PATIENT-ID           TO PDM-D-PATIENT-ID.
                  PP-FIRST-NAME DELIMITED BY '  '
                  INTO PDM-D-PATIENT-NAME.
           MOVE DATE-ADMIT              TO PDM-D-DATE-ADMIT.
           MOVE ATTENDING-PHYS-ID IN PATIENT-MASTER-REC
                                        TO PDM-D-ATTENDING-PHYS.
           MOVE BED-IDENTITY-PRIMARY    TO PDM-D-BED-IDENTITY.
           MOVE DIAGNOSTIC-CODE-PRIMARY TO PDM-D-DIAGNOSTIC-CODE.
           MOVE INSURANCE-TYPE          TO PDM-D-INSURANCE-TYPE.
       2000-SHOW-TREATMENTS.

      * SCREEN 2 - BROWSE THE KEYED TREATMENT FILE FORWARD FROM THE
      * PATIENT'S FIRST TREATMENT AND LIST UP TO TEN LINES.  THE
      * TREATMENT DETAIL IS ITS OWN FUNCTION - AN OPERATOR WITHOUT
      * IT STAYS ON SCREEN ONE WITH THE REFUSAL MESSAGE
           PERFORM 1950-CHECK-TREATMENT-AUTHORITY.

           MOVE LOW-VALUE     TO PATIENT-TREATMENT-MAP.
           MOVE CA-PATIENT-ID TO PTM-D-PATIENT-ID.
           MOVE CA-PATIENT-ID TO RID-PATIENT-ID.
