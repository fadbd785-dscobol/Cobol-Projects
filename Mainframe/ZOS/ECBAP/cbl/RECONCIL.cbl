      *          OUTPUT) EACH VERIFY AGAINST THE SAME OUT RECORD.
      *          ANY MISMATCH PRINTS OUT-OF-BALANCE DETAIL
      *          AND THE JOB ENDS RC=8 SO THE CYCLE FAILS LOUDLY.
      *          THE PAY RUN IS CERTIFIED THE SAME WAY - PAYROL02
      *          WRITES ITS OUT RECORD AND THE PAYROLL JOURNAL STEP
      *          PAYJRNL ITS IN RECORD, CARRYING EMPLOYEE HASH AND
      *          GROSS, TAX AND NET PAY IN THE CHARGE-SUM POSITIONS.
      *
      ******************************************************************

           EXIT.

       500-PRINT-MISMATCH-DETAIL.
           IF BAL-PAYROLL-STEP
               PERFORM 550-PRINT-PAYROLL-MISMATCH THRU 550-EXIT
               GO TO 500-EXIT.
           IF BAL-MEDICATION-SUM NOT = HELD-MEDICATION-SUM
               MOVE "MEDICATION"        TO MIS-FIELD-O
               MOVE HELD-MEDICATION-SUM TO MIS-EXPECTED-O
       500-EXIT.
           EXIT.

      *  Same positions, payroll meanings
       550-PRINT-PAYROLL-MISMATCH.
           IF BAL-GROSS-PAY-SUM NOT = HELD-MEDICATION-SUM
               MOVE "GROSS PAY"         TO MIS-FIELD-O
               MOVE HELD-MEDICATION-SUM TO MIS-EXPECTED-O
               MOVE BAL-GROSS-PAY-SUM   TO MIS-FOUND-O
               WRITE RPT-REC FROM WS-MISMATCH-REC.
           IF BAL-TAXES-SUM NOT = HELD-PHARMACY-SUM
               MOVE "TAXES"             TO MIS-FIELD-O
               MOVE HELD-PHARMACY-SUM   TO MIS-EXPECTED-O
               MOVE BAL-TAXES-SUM       TO MIS-FOUND-O
               WRITE RPT-REC FROM WS-MISMATCH-REC.
           IF BAL-NET-PAY-SUM NOT = HELD-ANCILLARY-SUM
               MOVE "NET PAY"           TO MIS-FIELD-O
               MOVE HELD-ANCILLARY-SUM  TO MIS-EXPECTED-O
               MOVE BAL-NET-PAY-SUM     TO MIS-FOUND-O
               WRITE RPT-REC FROM WS-MISMATCH-REC.
           IF BAL-RECORD-COUNT NOT = HELD-RECORD-COUNT
               MOVE "REC COUNT"         TO MIS-FIELD-O
               MOVE HELD-RECORD-COUNT   TO MIS-EXPECTED-O
               MOVE BAL-RECORD-COUNT    TO MIS-FOUND-O
               WRITE RPT-REC FROM WS-MISMATCH-REC.
           IF BAL-EMPLOYEE-HASH NOT = HELD-PATIENT-HASH
               MOVE "EMP HASH"          TO MIS-FIELD-O
               MOVE HELD-PATIENT-HASH   TO MIS-EXPECTED-O
               MOVE BAL-EMPLOYEE-HASH   TO MIS-FOUND-O
               WRITE RPT-REC FROM WS-MISMATCH-REC.
       550-EXIT.
           EXIT.

       900-READ-BALFILE.
           READ BALFILE INTO BALANCE-CONTROL-REC
               AT END MOVE "N" TO MORE-RECORDS-SW
