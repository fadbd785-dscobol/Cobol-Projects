      * transactions with a reason, and writes one audit-trail record
      * per applied transaction so the buyer's notebook can finally
      * be retired.
      * The master also carries each supplier's payee tax id and
      * 1099-reportable flag for the year-end 1099 run (TAX1099).
      * A blank tax id or flag on a change leaves the master's value
      * alone; a blank flag on an add is taken as not reportable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 SupplierAddr-SMF    PIC X(30).
           02 LeadDays-SMF        PIC 9(3).
           02 MinOrder-SMF        PIC 9(5)V99.
           02 PayeeTaxId-SMF      PIC X(9).
           02 Report1099-SMF      PIC X.
           02 FILLER              PIC X(5).

       FD NewSupplierFile
           02 SupplierAddr-NSF    PIC X(30).
           02 LeadDays-NSF        PIC 9(3).
           02 MinOrder-NSF        PIC 9(5)V99.
           02 PayeeTaxId-NSF      PIC X(9).
           02 Report1099-NSF      PIC X.
           02 FILLER              PIC X(5).

       FD TransactionFile
           02 SupplierAddr-TF     PIC X(30).
           02 LeadDays-TF         PIC 9(3).
           02 MinOrder-TF         PIC 9(5)V99.
           02 PayeeTaxId-TF       PIC X(9).
           02 Report1099-TF       PIC X.
              88 Valid1099Flag    VALUES "Y" "N" SPACE.
           02 FILLER              PIC X(4).

       FD RejectedTransFile
           02 SupplierName-ATF    PIC X(30).
           02 LeadDays-ATF        PIC 9(3).
           02 MinOrder-ATF        PIC 9(5)V99.
           02 PayeeTaxId-ATF      PIC X(9).
           02 Report1099-ATF      PIC X.
           02 FILLER              PIC X(11).

       WORKING-STORAGE SECTION.
       01 ErrorMessage.
             VALUE "Delete Error - No such supplier in Master".
             88 ChangeError
             VALUE "Change Error - No such supplier in Master".
             88 Flag1099Error
             VALUE "1099 Error - Reportable flag must be Y or N".

       01 FILLER                 PIC X VALUE "n".
           88 RecordInMaster      VALUE "y".

       2100-ProcessOneTransaction.
           EVALUATE TRUE
              WHEN NOT Deletion AND NOT Valid1099Flag
                 SET Flag1099Error TO TRUE
                 DISPLAY ErrorMessage
                 PERFORM 7000-Write-RejectedTrans
              WHEN Insertion
                 PERFORM 2110-ApplyInsertion
              WHEN Deletion
             MOVE SupplierAddr-TF   TO SupplierAddr-NSF
             MOVE LeadDays-TF       TO LeadDays-NSF
             MOVE MinOrder-TF       TO MinOrder-NSF
             MOVE PayeeTaxId-TF     TO PayeeTaxId-NSF
             IF Report1099-TF = SPACE
                MOVE "N"            TO Report1099-NSF
             ELSE
                MOVE Report1099-TF  TO Report1099-NSF
             END-IF
             PERFORM 6000-Write-AuditTrail
           END-IF.

             MOVE SupplierAddr-TF   TO SupplierAddr-NSF
             MOVE LeadDays-TF       TO LeadDays-NSF
             MOVE MinOrder-TF       TO MinOrder-NSF
             IF PayeeTaxId-TF NOT = SPACES
                MOVE PayeeTaxId-TF  TO PayeeTaxId-NSF
             END-IF
             IF Report1099-TF NOT = SPACE
                MOVE Report1099-TF  TO Report1099-NSF
             END-IF
             PERFORM 6000-Write-AuditTrail
           END-IF.

           MOVE SupplierName-TF TO SupplierName-ATF.
           MOVE LeadDays-TF     TO LeadDays-ATF.
           MOVE MinOrder-TF     TO MinOrder-ATF.
           MOVE PayeeTaxId-TF   TO PayeeTaxId-ATF.
           MOVE Report1099-TF   TO Report1099-ATF.
           WRITE AuditTrailRec.

       7000-Write-RejectedTrans.
