      * company-wide total (BDS1004 re-derives it from these)
           02 QtyByLocation-MF.
              03 QtyAtLoc-MF      OCCURS 3 TIMES PIC 9(4).
      * ABC class from the quarterly ABCCLASS run - A / B / C,
      * space until the item is first classified
           02 AbcClass-MF         PIC X.

      * One voucher per cleanly matched invoice line - the payment
      * run selects these by due date
