           02 SupplierAddr-SMF    PIC X(30).
           02 LeadDays-SMF        PIC 9(3).
           02 MinOrder-SMF        PIC 9(5)V99.
           02 PayeeTaxId-SMF      PIC X(9).
           02 Report1099-SMF      PIC X.
           02 FILLER              PIC X(5).

       FD MasterStockFile
      * company-wide total (BDS1004 re-derives it from these)
           02 QtyByLocation-MF.
              03 QtyAtLoc-MF      OCCURS 3 TIMES PIC 9(4).
      * ABC class from the quarterly ABCCLASS run - A / B / C,
      * space until the item is first classified
           02 AbcClass-MF         PIC X.

       FD XrefReport
           LABEL RECORDS ARE STANDARD
