       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ABCCLASS.
      * Quarterly ABC classification and slow-moving / dead-stock
      * report for Electronics2Go.  INVVAL values what is on hand and
      * REORDSUG knows each item's monthly sales; this run puts the
      * two together to show where the money is tied up.
      *
      *    sales value   = quantity sold in the last 12 months times
      *                    Price-MF
      *    class         = items ranked by sales value, highest first;
      *                    A until the running total reaches the A
      *                    percentage of all sales value, then B up to
      *                    the B percentage, C after that (parameter
      *                    card, default 80 / 95).  An item with no
      *                    sales is C.
      *    months supply = on hand / average monthly sales over the 12
      *                    months
      *
      * Items with no sale in 12 months (dead) or in 6 months (slow)
      * are listed at extended cost by location from QtyByLocation-MF.
      * The class is written back to the stock master (old master in,
      * new master out) so cycle counting and reorder review can put
      * the A items first.  The monthly item sales summary is the one
      * REORDSUG reads - GadgetId, month YYYYMM, quantity sold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MasterStockFile
           ASSIGN TO DA-S-MSTIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT ItemSalesFile
           ASSIGN TO DA-S-ITEMSALE
           ORGANIZATION IS SEQUENTIAL.

           SELECT ClassParmFile
           ASSIGN TO DA-S-ABCPARM
           ORGANIZATION IS SEQUENTIAL.

           SELECT SortFile
           ASSIGN TO DA-S-SORTWK1.

           SELECT NewStockFile
           ASSIGN TO DA-S-MSTOUT
           ORGANIZATION IS SEQUENTIAL.

           SELECT ClassReportFile
           ASSIGN TO DA-S-ABCRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MasterStockFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 MasterStockRec.
           88 EndOfMasterFile     VALUE HIGH-VALUES.
           02 GadgetId-MF         PIC 9(6).
           02 GadgetName-MF       PIC X(30).
           02 QtyInStock-MF       PIC 9(4).
           02 Price-MF            PIC 9(4)V99.
           02 ReorderQty-MF       PIC 9(4).
           02 UnitCost-MF         PIC 9(4)V99.
           02 SupplierId-MF       PIC X(5).
      * Per-location on-hand - WH / S1 / S2; QtyInStock-MF stays the
      * company-wide total (BDS1004 re-derives it from these)
           02 QtyByLocation-MF.
              03 QtyAtLoc-MF      OCCURS 3 TIMES PIC 9(4).
      * ABC class from the quarterly ABCCLASS run - A / B / C,
      * space until the item is first classified
           02 AbcClass-MF         PIC X.

      * Monthly quantity sold per item, sorted ascending GadgetId
       FD ItemSalesFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ItemSalesRec.
           88 EndOfItemSales      VALUE HIGH-VALUES.
           02 GadgetId-ISL        PIC 9(6).
           02 SaleMonth-ISL       PIC 9(6).
           02 QtySold-ISL         PIC 9(5).
           02 FILLER              PIC X(63).

      * One card - cumulative sales-value percentages closing the A
      * and the B class; no card leaves 80 / 95
       FD ClassParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ClassParmRec.
           02 APercent-CPF        PIC 9(3).
           02 BPercent-CPF        PIC 9(3).
           02 FILLER              PIC X(74).

      * Items in descending sales-value order for the ranking
       SD SortFile.
       01 SortRec.
           02 SalesValue-SRT      PIC 9(9)V99.
           02 ItemSub-SRT         PIC 9(3).

       FD NewStockFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 NewStockRec.
           02 GadgetId-NSF        PIC 9(6).
           02 GadgetName-NSF      PIC X(30).
           02 QtyInStock-NSF      PIC 9(4).
           02 Price-NSF           PIC 9(4)V99.
           02 ReorderQty-NSF      PIC 9(4).
           02 UnitCost-NSF        PIC 9(4)V99.
           02 SupplierId-NSF      PIC X(5).
           02 QtyByLocation-NSF.
              03 QtyAtLoc-NSF     OCCURS 3 TIMES PIC 9(4).
           02 AbcClass-NSF        PIC X.

       FD ClassReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ReportLine              PIC X(100).

       WORKING-STORAGE SECTION.
      * The stock master held whole - it is ranked, reported on and
      * written back out in its own order
       01 ItemTable.
           02 ItemEntry OCCURS 500 TIMES
                        INDEXED BY ITM-IDX.
              03 TBL-MasterRec    PIC X(74).
              03 TBL-Qty12Months  PIC 9(7).
              03 TBL-SalesValue   PIC 9(9)V99.
              03 TBL-MonthsSince  PIC 9(3).
              03 TBL-Class        PIC X.
       01 ItemCount               PIC 9(3) VALUE ZERO.
       01 ItemSub                 PIC 9(3) VALUE ZERO.

       01 ClassLimits.
           02 APercent            PIC 9(3) VALUE 80.
           02 BPercent            PIC 9(3) VALUE 95.

      * Month arithmetic - months-ago of each history record, as
      * REORDSUG works it
       01 MonthWorkFields.
           02 RunYYYYMM           PIC 9(6) VALUE ZERO.
           02 RunYYYYMM-Split REDEFINES RunYYYYMM.
              03 RunYYYY          PIC 9(4).
              03 RunMM            PIC 9(2).
           02 SaleYYYYMM-Split.
              03 SaleYYYY         PIC 9(4).
              03 SaleMM           PIC 9(2).
           02 MonthsAgo           PIC S9(4) VALUE ZERO.

       01 ClassWorkFields.
           02 TotalSalesValue     PIC 9(11)V99 VALUE ZERO.
           02 RunningValue        PIC 9(11)V99 VALUE ZERO.
           02 CumPercent          PIC 9(3)V9 VALUE ZERO.
           02 PrevCumPercent      PIC 9(3)V9 VALUE ZERO.
           02 ItemRank            PIC 9(4) VALUE ZERO.
           02 AvgMonthly          PIC 9(5)V9 VALUE ZERO.
           02 MonthsSupply        PIC 9(4)V9 VALUE ZERO.
           02 LocSub              PIC 9 VALUE ZERO.
           02 LocCost             PIC 9(7)V99 VALUE ZERO.
           02 ItemIdleCost        PIC 9(8)V99 VALUE ZERO.

       01 FILLER                  PIC X VALUE "n".
           88 EndOfSortFile       VALUE "y".

       01 FILLER                  PIC X VALUE "D".
           88 ListingDeadStock    VALUE "D".
           88 ListingSlowStock    VALUE "S".

       01 ClassTotals.
           02 ClassTotalEntry OCCURS 3 TIMES.
              03 CT-ItemCount     PIC 9(4).
              03 CT-SalesValue    PIC 9(11)V99.
       01 ClassSub                PIC 9 VALUE ZERO.
       01 ClassLetters            PIC X(3) VALUE "ABC".

       01 IdleTotals.
           02 IdleItemCount       PIC 9(4) VALUE ZERO.
           02 IdleLocCost OCCURS 3 TIMES PIC 9(9)V99.
           02 IdleTotalCost       PIC 9(9)V99 VALUE ZERO.

       01 RunTotals.
           02 SalesRecsRead       PIC 9(5) VALUE ZERO.
           02 SalesRecsNoItem     PIC 9(5) VALUE ZERO.

       01 PageHeading.
           02 FILLER              PIC X(37) VALUE
              "ABC CLASSIFICATION BY 12-MONTH SALES ".
           02 FILLER              PIC X(18) VALUE
              "VALUE - MONTHS TO ".
           02 PrnRunMonth         PIC 9(6).
           02 FILLER              PIC X(11) VALUE "   A/B AT: ".
           02 PrnAPercent         PIC ZZ9.
           02 FILLER              PIC X     VALUE "/".
           02 PrnBPercent         PIC ZZ9.
           02 FILLER              PIC X     VALUE "%".

       01 RankColumnLine.
           02 FILLER              PIC X(50) VALUE
              "RANK ITEM   DESCRIPTION               12-MO QTY  S".
           02 FILLER              PIC X(50) VALUE
              "ALES VALUE   CUM% CL ON HAND AVG/MO   SUPPLY".

       01 RankDetailLine.
           02 PrnRank             PIC ZZZ9.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnGadgetId         PIC 9(6).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnGadgetName       PIC X(25).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnQty12            PIC Z,ZZZ,ZZ9.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnSalesValue       PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnCumPercent       PIC ZZ9.9.
           02 FILLER              PIC XX    VALUE SPACES.
           02 PrnClass            PIC X.
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 PrnOnHand           PIC ZZZ9.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnAvgMonthly       PIC ZZZZ9.9.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnMonthsSupply     PIC X(8).
           02 PrnMonthsSupplyN REDEFINES PrnMonthsSupply
                                  PIC ZZZZZ9.9.

       01 ClassSummaryHeading     PIC X(50) VALUE
           "CLASS   ITEMS      SALES VALUE   % OF VALUE".

       01 ClassSummaryLine.
           02 FILLER              PIC XX    VALUE SPACES.
           02 PrnSumClass         PIC X.
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 PrnSumItems         PIC Z,ZZ9.
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 PrnSumValue         PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER              PIC X(6)  VALUE SPACES.
           02 PrnSumPercent       PIC ZZ9.9.

       01 IdleHeading.
           02 PrnIdleTitle        PIC X(50).
           02 FILLER              PIC X(50) VALUE
              "EXTENDED COST BY LOCATION".

       01 IdleColumnLine.
           02 FILLER              PIC X(46) VALUE
              "  ITEM   DESCRIPTION            LAST SALE".
           02 FILLER              PIC X(54) VALUE
              "WAREHOUSE    SHOP 1    SHOP 2         TOTAL CL".

       01 IdleDetailLine.
           02 FILLER              PIC XX    VALUE SPACES.
           02 PrnIdleItem         PIC 9(6).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnIdleName         PIC X(22).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnIdleLastSale     PIC X(13).
           02 PrnIdleLastSaleN REDEFINES PrnIdleLastSale.
              03 PrnIdleMonths    PIC ZZ9.
              03 FILLER           PIC X(10).
           02 PrnIdleLocCost OCCURS 3 TIMES PIC ZZZ,ZZ9.99.
           02 FILLER              PIC XX    VALUE SPACES.
           02 PrnIdleTotal        PIC Z,ZZZ,ZZ9.99.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnIdleClass        PIC X.

       01 IdleTotalLine.
           02 FILLER              PIC X(8)  VALUE "  ITEMS:".
           02 PrnIdleCount        PIC ZZZ9.
           02 FILLER              PIC X(33) VALUE SPACES.
           02 PrnIdleTotLoc OCCURS 3 TIMES PIC ZZZ,ZZ9.99.
           02 FILLER              PIC XX    VALUE SPACES.
           02 PrnIdleTotAll       PIC Z,ZZZ,ZZ9.99.

       01 RunTotalLine.
           02 FILLER              PIC X(7)  VALUE "ITEMS: ".
           02 PrnItemCount        PIC ZZZ9.
           02 FILLER              PIC X(19) VALUE
              "  SALES RECS READ: ".
           02 PrnSalesRead        PIC ZZZZ9.
           02 FILLER              PIC X(24) VALUE
              "  FOR ITEMS NOT ON FILE:".
           02 PrnSalesNoItem      PIC ZZZZ9.

       01 BlankLine               PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-BOJ.
           SORT SortFile
              ON DESCENDING KEY SalesValue-SRT
              ON ASCENDING KEY ItemSub-SRT
              INPUT PROCEDURE IS 2000-ReleaseItems
              OUTPUT PROCEDURE IS 2100-RankItems.
           PERFORM 2500-ClassSummary.
           MOVE "NO SALE IN 12 MONTHS - DEAD STOCK" TO PrnIdleTitle.
           SET ListingDeadStock TO TRUE.
           PERFORM 2600-ListIdleStock.
           MOVE "NO SALE IN 6 MONTHS - SLOW MOVING" TO PrnIdleTitle.
           SET ListingSlowStock TO TRUE.
           PERFORM 2600-ListIdleStock.
           PERFORM 3000-EOJ.
           GOBACK.

       1000-BOJ.
           OPEN INPUT  MasterStockFile
                       ItemSalesFile
                       ClassParmFile.
           OPEN OUTPUT NewStockFile
                       ClassReportFile.
           MOVE FUNCTION CURRENT-DATE(1:6) TO RunYYYYMM.
           INITIALIZE ClassTotals.

           READ ClassParmFile
              AT END MOVE ZERO TO APercent-CPF, BPercent-CPF
           END-READ.
           IF APercent-CPF NUMERIC AND BPercent-CPF NUMERIC
              AND APercent-CPF > ZERO
              AND APercent-CPF < BPercent-CPF
              AND BPercent-CPF NOT > 100
              MOVE APercent-CPF TO APercent
              MOVE BPercent-CPF TO BPercent
           END-IF.
           CLOSE ClassParmFile.

           PERFORM 5100-ReadMasterFile.
           PERFORM 1100-StoreItem
              UNTIL EndOfMasterFile
              OR ItemCount = 500.
      * Items past the table would lose their class and drop off the
      * new master - overflow stops the run instead
           IF NOT EndOfMasterFile
              DISPLAY "*** STOCK MASTER EXCEEDS TABLE - "
                      "INCREASE ItemTable OCCURS ***"
              PERFORM 7000-AbortRun
           END-IF.

           PERFORM 5200-ReadItemSales.
           PERFORM 1200-AccumulateSales
              UNTIL EndOfItemSales.

           MOVE RunYYYYMM TO PrnRunMonth.
           MOVE APercent  TO PrnAPercent.
           MOVE BPercent  TO PrnBPercent.
           WRITE ReportLine FROM PageHeading.
           WRITE ReportLine FROM BlankLine.
           WRITE ReportLine FROM RankColumnLine.

       1100-StoreItem.
           ADD 1 TO ItemCount.
           SET ITM-IDX TO ItemCount.
           MOVE MasterStockRec TO TBL-MasterRec(ITM-IDX).
           MOVE ZERO           TO TBL-Qty12Months(ITM-IDX),
                                  TBL-SalesValue(ITM-IDX).
      * 999 = no sale anywhere in the history
           MOVE 999            TO TBL-MonthsSince(ITM-IDX).
           MOVE "C"            TO TBL-Class(ITM-IDX).
           PERFORM 5100-ReadMasterFile.

       1200-AccumulateSales.
           SET ITM-IDX TO 1.
           SEARCH ItemEntry
              AT END
                 ADD 1 TO SalesRecsNoItem
              WHEN ITM-IDX > ItemCount
                 ADD 1 TO SalesRecsNoItem
              WHEN TBL-MasterRec(ITM-IDX)(1:6) = GadgetId-ISL
                 PERFORM 1250-AddOneMonth
           END-SEARCH.
           PERFORM 5200-ReadItemSales.

       1250-AddOneMonth.
           MOVE SaleMonth-ISL TO SaleYYYYMM-Split.
           COMPUTE MonthsAgo =
              (RunYYYY - SaleYYYY) * 12 + RunMM - SaleMM.
           IF MonthsAgo >= 1 AND MonthsAgo <= 12
              ADD QtySold-ISL TO TBL-Qty12Months(ITM-IDX)
           END-IF.
           IF QtySold-ISL > ZERO
              AND MonthsAgo >= 1
              AND MonthsAgo < TBL-MonthsSince(ITM-IDX)
              MOVE MonthsAgo TO TBL-MonthsSince(ITM-IDX)
           END-IF.

      * Sales value at the item's current price
       2000-ReleaseItems.
           PERFORM 2050-ReleaseOneItem
              VARYING ItemSub FROM 1 BY 1
              UNTIL ItemSub > ItemCount.

       2050-ReleaseOneItem.
           MOVE TBL-MasterRec(ItemSub) TO MasterStockRec.
           COMPUTE TBL-SalesValue(ItemSub) =
              TBL-Qty12Months(ItemSub) * Price-MF.
           ADD TBL-SalesValue(ItemSub) TO TotalSalesValue.
           MOVE TBL-SalesValue(ItemSub) TO SalesValue-SRT.
           MOVE ItemSub                 TO ItemSub-SRT.
           RELEASE SortRec.

       2100-RankItems.
           PERFORM 5300-ReturnSortFile.
           PERFORM 2200-ClassifyOneItem
              UNTIL EndOfSortFile.

      * The class goes by where the running total stood before the
      * item - the item that carries the total past the A line is
      * still an A item
       2200-ClassifyOneItem.
           MOVE ItemSub-SRT TO ItemSub.
           MOVE TBL-MasterRec(ItemSub) TO MasterStockRec.
           ADD 1 TO ItemRank.
           MOVE CumPercent TO PrevCumPercent.
           ADD TBL-SalesValue(ItemSub) TO RunningValue.
           IF TotalSalesValue > ZERO
              COMPUTE CumPercent ROUNDED =
                 RunningValue * 100 / TotalSalesValue
           END-IF.
           EVALUATE TRUE
              WHEN TBL-SalesValue(ItemSub) = ZERO
                 MOVE "C" TO TBL-Class(ItemSub)
                 MOVE 3   TO ClassSub
              WHEN PrevCumPercent < APercent
                 MOVE "A" TO TBL-Class(ItemSub)
                 MOVE 1   TO ClassSub
              WHEN PrevCumPercent < BPercent
                 MOVE "B" TO TBL-Class(ItemSub)
                 MOVE 2   TO ClassSub
              WHEN OTHER
                 MOVE "C" TO TBL-Class(ItemSub)
                 MOVE 3   TO ClassSub
           END-EVALUATE.
           ADD 1 TO CT-ItemCount(ClassSub).
           ADD TBL-SalesValue(ItemSub) TO CT-SalesValue(ClassSub).

           MOVE ItemRank                  TO PrnRank.
           MOVE GadgetId-MF               TO PrnGadgetId.
           MOVE GadgetName-MF             TO PrnGadgetName.
           MOVE TBL-Qty12Months(ItemSub)  TO PrnQty12.
           MOVE TBL-SalesValue(ItemSub)   TO PrnSalesValue.
           MOVE CumPercent                TO PrnCumPercent.
           MOVE TBL-Class(ItemSub)        TO PrnClass.
           MOVE QtyInStock-MF             TO PrnOnHand.
           COMPUTE AvgMonthly ROUNDED = TBL-Qty12Months(ItemSub) / 12.
           MOVE AvgMonthly                TO PrnAvgMonthly.
           IF AvgMonthly > ZERO
              COMPUTE MonthsSupply ROUNDED =
                 QtyInStock-MF / AvgMonthly
              MOVE MonthsSupply TO PrnMonthsSupplyN
           ELSE
              MOVE "NO SALES" TO PrnMonthsSupply
           END-IF.
           WRITE ReportLine FROM RankDetailLine.
           PERFORM 5300-ReturnSortFile.

       2500-ClassSummary.
           WRITE ReportLine FROM BlankLine.
           WRITE ReportLine FROM ClassSummaryHeading.
           PERFORM 2550-ClassSummaryLine
              VARYING ClassSub FROM 1 BY 1
              UNTIL ClassSub > 3.

       2550-ClassSummaryLine.
           MOVE ClassLetters(ClassSub:1) TO PrnSumClass.
           MOVE CT-ItemCount(ClassSub)  TO PrnSumItems.
           MOVE CT-SalesValue(ClassSub) TO PrnSumValue.
           IF TotalSalesValue > ZERO
              COMPUTE PrnSumPercent ROUNDED =
                 CT-SalesValue(ClassSub) * 100 / TotalSalesValue
           ELSE
              MOVE ZERO TO PrnSumPercent
           END-IF.
           WRITE ReportLine FROM ClassSummaryLine.

      * Dead stock is nothing sold in 12 months; slow-moving is
      * nothing in 6 but something within the 12.  Money on the
      * shelf is at cost, location by location
       2600-ListIdleStock.
           MOVE ZERO TO IdleItemCount, IdleTotalCost.
           MOVE ZERO TO IdleLocCost(1), IdleLocCost(2),
                        IdleLocCost(3).
           WRITE ReportLine FROM BlankLine.
           WRITE ReportLine FROM IdleHeading.
           WRITE ReportLine FROM IdleColumnLine.
           PERFORM 2650-CheckIdleItem
              VARYING ItemSub FROM 1 BY 1
              UNTIL ItemSub > ItemCount.
           MOVE IdleItemCount  TO PrnIdleCount.
           MOVE IdleLocCost(1) TO PrnIdleTotLoc(1).
           MOVE IdleLocCost(2) TO PrnIdleTotLoc(2).
           MOVE IdleLocCost(3) TO PrnIdleTotLoc(3).
           MOVE IdleTotalCost  TO PrnIdleTotAll.
           WRITE ReportLine FROM IdleTotalLine.

       2650-CheckIdleItem.
           MOVE TBL-MasterRec(ItemSub) TO MasterStockRec.
           IF QtyInStock-MF > ZERO
              IF (ListingDeadStock
                  AND TBL-MonthsSince(ItemSub) > 12)
              OR (ListingSlowStock
                  AND TBL-MonthsSince(ItemSub) > 6
                  AND TBL-MonthsSince(ItemSub) NOT > 12)
                 PERFORM 2700-PrintIdleItem
              END-IF
           END-IF.

       2700-PrintIdleItem.
           ADD 1 TO IdleItemCount.
           MOVE ZERO TO ItemIdleCost.
           PERFORM 2750-LocationCost
              VARYING LocSub FROM 1 BY 1
              UNTIL LocSub > 3.
           ADD ItemIdleCost TO IdleTotalCost.
           MOVE GadgetId-MF   TO PrnIdleItem.
           MOVE GadgetName-MF TO PrnIdleName.
           IF TBL-MonthsSince(ItemSub) = 999
              MOVE "NEVER SOLD" TO PrnIdleLastSale
           ELSE
              MOVE SPACES TO PrnIdleLastSale
              MOVE TBL-MonthsSince(ItemSub) TO PrnIdleMonths
              MOVE "MOS AGO" TO PrnIdleLastSale(5:7)
           END-IF.
           MOVE ItemIdleCost       TO PrnIdleTotal.
           MOVE TBL-Class(ItemSub) TO PrnIdleClass.
           WRITE ReportLine FROM IdleDetailLine.

       2750-LocationCost.
           COMPUTE LocCost = QtyAtLoc-MF(LocSub) * UnitCost-MF.
           MOVE LocCost TO PrnIdleLocCost(LocSub).
           ADD LocCost TO ItemIdleCost.
           ADD LocCost TO IdleLocCost(LocSub).

       3000-EOJ.
           PERFORM 3100-WriteNewMaster
              VARYING ItemSub FROM 1 BY 1
              UNTIL ItemSub > ItemCount.
           MOVE ItemCount       TO PrnItemCount.
           MOVE SalesRecsRead   TO PrnSalesRead.
           MOVE SalesRecsNoItem TO PrnSalesNoItem.
           WRITE ReportLine FROM BlankLine.
           WRITE ReportLine FROM RunTotalLine.
           CLOSE MasterStockFile,
                 ItemSalesFile,
                 NewStockFile,
                 ClassReportFile.

       3100-WriteNewMaster.
           MOVE TBL-MasterRec(ItemSub) TO NewStockRec.
           MOVE TBL-Class(ItemSub)     TO AbcClass-NSF.
           WRITE NewStockRec.

       7000-AbortRun.
           CLOSE MasterStockFile,
                 ItemSalesFile,
                 NewStockFile,
                 ClassReportFile.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       5100-ReadMasterFile.
           READ MasterStockFile
              AT END SET EndOfMasterFile TO TRUE
           END-READ.

       5200-ReadItemSales.
           READ ItemSalesFile
              AT END SET EndOfItemSales TO TRUE
           END-READ.
           IF NOT EndOfItemSales
              ADD 1 TO SalesRecsRead
           END-IF.

       5300-ReturnSortFile.
           RETURN SortFile
              AT END SET EndOfSortFile TO TRUE
           END-RETURN.
