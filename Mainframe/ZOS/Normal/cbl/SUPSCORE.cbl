           02 SupplierAddr-SMF    PIC X(30).
           02 LeadDays-SMF        PIC 9(3).
           02 MinOrder-SMF        PIC 9(5)V99.
           02 PayeeTaxId-SMF      PIC X(9).
           02 Report1099-SMF      PIC X.
           02 FILLER              PIC X(5).

       FD ScorecardFile
