      * When REORDSUG has produced a demand-based suggestion for an
      * item, the suggested quantity is ordered in place of the
      * static EOQ.
      * Open customer backorders (the file RECEIVE carries forward)
      * are added on top, so the quantity ordered covers the
      * customers waiting as well as the shelf.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO DA-S-SUGQTY
           ORGANIZATION IS SEQUENTIAL.

           SELECT BackorderFile
           ASSIGN TO DA-S-BACKORD
           ORGANIZATION IS SEQUENTIAL.

           SELECT PODetailFile
           ASSIGN TO DA-S-PODETL
           ORGANIZATION IS SEQUENTIAL.
           02 SupplierAddr-SMF    PIC X(30).
           02 LeadDays-SMF        PIC 9(3).
           02 MinOrder-SMF        PIC 9(5)V99.
           02 PayeeTaxId-SMF      PIC X(9).
           02 Report1099-SMF      PIC X.
           02 FILLER              PIC X(5).

      * Demand-based order quantities from REORDSUG - an empty file
           02 SuggestedQty-SQF    PIC 9(4).
           02 FILLER              PIC X(70).

      * Open customer backorders - the quantity still owed is the
      * quantity wanted less any already held at the warehouse
       FD BackorderFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 BackorderRec.
           88 EndOfBackorders     VALUE HIGH-VALUES.
           02 GadgetId-BOF        PIC 9(6).
           02 QtyWanted-BOF       PIC 9(4).
           02 QtyAllocated-BOF    PIC 9(4).
           02 OrderDate-BOF       PIC 9(8).
           02 ShopId-BOF          PIC X(5).
           02 CustomerName-BOF    PIC X(30).
           02 CustomerAddr-BOF    PIC X(30).
           02 CustomerTown-BOF    PIC X(20).
           02 CustomerPhone-BOF   PIC X(12).
           02 FILLER              PIC X.

      * Single control record carrying the next PO number to assign
       FD POControlFile
           LABEL RECORDS ARE STANDARD
              03 OL-GadgetName    PIC X(30).
              03 OL-OrderQty      PIC 9(4).
              03 OL-LeadDays      PIC 9(3).
              03 OL-BackorderQty  PIC 9(4).
              03 OL-Printed       PIC X.
                 88 OrderLinePrinted  VALUE "Y".
       01 OrderLineCount          PIC 9(3) VALUE ZERO.
              03 TBL-SugQty       PIC 9(4).
       01 SuggestionCount         PIC 9(3) VALUE ZERO.

      * Backorder quantity still owed, one entry per gadget
       01 BackorderDemandTable.
           02 BackorderDemandEntry OCCURS 200 TIMES
                                    INDEXED BY BOD-IDX.
              03 TBL-BODGadgetId  PIC 9(6).
              03 TBL-BODQty       PIC 9(5).
       01 BackorderDemandCount    PIC 9(3) VALUE ZERO.
       01 BackorderOwedQty        PIC 9(5) VALUE ZERO.

       01 BadSupplierLine.
           02 FILLER              PIC X(25) VALUE
              "*** SUPPLIER NOT ON FILE ".
           02 PrnOrderQty         PIC ZZZ9.
           02 FILLER              PIC XX    VALUE SPACES.
           02 PrnDueDate          PIC 9(8).
           02 PrnBackorderLabel   PIC X(6).
           02 PrnBackorderQty     PIC ZZZ9 BLANK WHEN ZERO.

       01 NoSupplierLine.
           02 FILLER              PIC X(31) VALUE
           OPEN INPUT  LowStockFile
                       ItemSupplierFile
                       SupplierMasterFile
                       SuggestedQtyFile
                       BackorderFile.
           OPEN I-O    POControlFile.
           OPEN OUTPUT PODetailFile
                       POPrintFile.
              PERFORM 7000-AbortRun
           END-IF.

           PERFORM 5500-ReadBackorder.
           PERFORM 1400-StoreBackorderDemand
              UNTIL EndOfBackorders.

           PERFORM 5100-ReadLowStock.

       1100-StoreItemSupplier.
           MOVE SuggestedQty-SQF TO TBL-SugQty(SUG-IDX).
           PERFORM 5400-ReadSuggestion.

      * Backorders for the same gadget are summed into one entry
       1400-StoreBackorderDemand.
           COMPUTE BackorderOwedQty = QtyWanted-BOF - QtyAllocated-BOF.
           SET BOD-IDX TO 1.
           SEARCH BackorderDemandEntry
              AT END
                 PERFORM 1450-AddBackorderGadget
              WHEN BOD-IDX > BackorderDemandCount
                 PERFORM 1450-AddBackorderGadget
              WHEN TBL-BODGadgetId(BOD-IDX) = GadgetId-BOF
                 ADD BackorderOwedQty TO TBL-BODQty(BOD-IDX)
           END-SEARCH.
           PERFORM 5500-ReadBackorder.

      * Gadgets past the table would be ordered short of what the
      * customers are owed - overflow stops the run instead
       1450-AddBackorderGadget.
           IF BackorderDemandCount = 200
              DISPLAY "*** BACKORDER GADGETS EXCEED TABLE - "
                      "INCREASE BackorderDemandTable OCCURS ***"
              PERFORM 7000-AbortRun
           END-IF.
           ADD 1 TO BackorderDemandCount.
           SET BOD-IDX TO BackorderDemandCount.
           MOVE GadgetId-BOF     TO TBL-BODGadgetId(BOD-IDX).
           MOVE BackorderOwedQty TO TBL-BODQty(BOD-IDX).

       2000-Process.
           PERFORM 2100-BuildOrderLine THRU 2100-Exit
              UNTIL EndOfLowStock
                 MOVE TBL-EOQ(ISP-IDX)
                    TO OL-OrderQty(OrderLineCount)
                 PERFORM 2150-UseSuggestedQty
                 PERFORM 2160-AddBackorderDemand
                 MOVE TBL-LeadDays(ISP-IDX)
                    TO OL-LeadDays(OrderLineCount)
                 MOVE "N" TO OL-Printed(OrderLineCount)
              END-SEARCH
           END-IF.

      * Customers already waiting for the item are ordered for on top
      * of the replenishment quantity
       2160-AddBackorderDemand.
           MOVE ZERO TO OL-BackorderQty(OrderLineCount).
           IF BackorderDemandCount > ZERO
              SET BOD-IDX TO 1
              SEARCH BackorderDemandEntry
                 AT END
                    CONTINUE
                 WHEN BOD-IDX > BackorderDemandCount
                    CONTINUE
                 WHEN TBL-BODGadgetId(BOD-IDX) = GadgetId-LSF
                    IF TBL-BODQty(BOD-IDX) > 9999
                       MOVE 9999 TO OL-BackorderQty(OrderLineCount)
                    ELSE
                       MOVE TBL-BODQty(BOD-IDX)
                          TO OL-BackorderQty(OrderLineCount)
                    END-IF
              END-SEARCH
           END-IF.
           IF OL-OrderQty(OrderLineCount) +
                 OL-BackorderQty(OrderLineCount) > 9999
              MOVE 9999 TO OL-OrderQty(OrderLineCount)
           ELSE
              ADD OL-BackorderQty(OrderLineCount)
                 TO OL-OrderQty(OrderLineCount)
           END-IF.

      * One purchase order - the first unprinted line names the
      * supplier, then every line for that supplier rides the same PO
       2200-GenerateOnePO.
           MOVE OL-GadgetName(ScanSub) TO PrnGadgetName.
           MOVE OL-OrderQty(ScanSub)   TO PrnOrderQty.
           MOVE DueDate-WS             TO PrnDueDate.
           MOVE OL-BackorderQty(ScanSub) TO PrnBackorderQty.
           IF OL-BackorderQty(ScanSub) > ZERO
              MOVE "  B/O "            TO PrnBackorderLabel
           ELSE
              MOVE SPACES              TO PrnBackorderLabel
           END-IF.
           WRITE POPrintLine FROM PODetailPrintLine.

           MOVE "Y" TO OL-Printed(ScanSub).
                 ItemSupplierFile,
                 SupplierMasterFile,
                 SuggestedQtyFile,
                 BackorderFile,
                 POControlFile,
                 PODetailFile,
                 POPrintFile.
                 ItemSupplierFile,
                 SupplierMasterFile,
                 SuggestedQtyFile,
                 BackorderFile,
                 POControlFile,
                 PODetailFile,
                 POPrintFile.
           READ SuggestedQtyFile
              AT END SET EndOfSuggestions TO TRUE
           END-READ.

       5500-ReadBackorder.
           READ BackorderFile
              AT END SET EndOfBackorders TO TRUE
           END-READ.
