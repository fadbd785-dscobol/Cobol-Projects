           02 BranchId          PIC X(5).
           02 SalesPersonId     PIC X(6).
           02 ValueOfSale       PIC 9(4)V99.
      * Sale date and exemption code are carried for the SALESTAX
      * liability run - this report does not use them
           02 SaleDate          PIC 9(8).
           02 TaxExemptCode     PIC X.

       FD SalesReport.
       01 PrintLine             PIC X(95).
