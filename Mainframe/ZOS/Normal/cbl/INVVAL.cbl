      * shows the retail extension alongside so merchandising can see
      * the margin exposure.  The master must arrive sorted on gadget
      * id, which groups the product lines together.
      * Retail value and unit margin are at the price in effect on
      * the valuation date according to the price book (PRCLOOK) -
      * the business date card, or the run date with no card - so a
      * valuation can be re-run for an earlier date.  An item with
      * no book entry in effect is valued at Price-MF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO DA-S-VALRPT
           ORGANIZATION IS SEQUENTIAL.

           SELECT BusinessDateFile
           ASSIGN TO DA-S-BUSDATE
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MasterStockFile
      * company-wide total (BDS1004 re-derives it from these)
           02 QtyByLocation-MF.
              03 QtyAtLoc-MF      OCCURS 3 TIMES PIC 9(4).
      * ABC class from the quarterly ABCCLASS run - A / B / C,
      * space until the item is first classified
           02 AbcClass-MF         PIC X.

       FD ValuationReport
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 ReportLine               PIC X(100).

      * One card - the valuation date, YYYYMMDD
       FD BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 BusinessDateRec.
           02 BusinessDate-BDC     PIC 9(8).
           02 FILLER               PIC X(72).

       WORKING-STORAGE SECTION.
       01 HoldProductGroup         PIC 99 VALUE ZERO.
       01 FirstRecordSw            PIC X VALUE "y".
       01 ItemValues.
           02 ItemCostValue        PIC 9(8)V99 VALUE ZERO.
           02 ItemRetailValue      PIC 9(8)V99 VALUE ZERO.
           02 ItemPrice            PIC 9(4)V99 VALUE ZERO.
           02 ItemUnitMargin       PIC S9(4)V99 VALUE ZERO.

       01 ValuationDate-WS         PIC 9(8) VALUE ZERO.

       COPY PRCLOOKW.

       01 GroupTotals.
           02 GroupCostValue       PIC 9(9)V99 VALUE ZERO.
       01 PageHeading              PIC X(70) VALUE
           "INVENTORY VALUATION AT COST".

       01 PriceDateHeading.
           02 FILLER               PIC X(42) VALUE
              "RETAIL AND MARGIN AT PRICES IN EFFECT ON ".
           02 PrnValuationDate     PIC 9(8).

       01 ColumnHeading.
           02 FILLER               PIC X(42) VALUE
              "  ITEM    DESCRIPTION".
           02 FILLER               PIC X(38) VALUE
              " QTY   UNIT COST   COST VALUE   RETAIL".
           02 FILLER               PIC X(13) VALUE
              "       MARGIN".

       01 DetailLine.
           02 FILLER               PIC XX    VALUE SPACES.
           02 PrnCostValue         PIC $$$$,$$9.99.
           02 FILLER               PIC XX    VALUE SPACES.
           02 PrnRetailValue       PIC $$$$,$$9.99.
           02 FILLER               PIC XX    VALUE SPACES.
           02 PrnUnitMargin        PIC -,--9.99.

       01 GroupTotalLine.
           02 FILLER               PIC X(15) VALUE "GROUP ".
           GOBACK.

       1000-BOJ.
           OPEN INPUT  MasterStockFile
                       BusinessDateFile.
           OPEN OUTPUT ValuationReport.
           READ BusinessDateFile
              AT END MOVE ZERO TO BusinessDate-BDC
           END-READ.
           IF BusinessDate-BDC NUMERIC
              AND BusinessDate-BDC > ZERO
              MOVE BusinessDate-BDC TO ValuationDate-WS
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO ValuationDate-WS
           END-IF.
           CLOSE BusinessDateFile.
           MOVE ValuationDate-WS TO PrnValuationDate.
           WRITE ReportLine FROM PageHeading.
           WRITE ReportLine FROM PriceDateHeading.
           WRITE ReportLine FROM BlankLine.
           WRITE ReportLine FROM ColumnHeading.
           WRITE ReportLine FROM BlankLine.
           PERFORM 5100-ReadMasterFile.

       2100-ValueOneItem.
           PERFORM 2150-PriceInEffect.
           COMPUTE ItemCostValue   = QtyInStock-MF * UnitCost-MF.
           COMPUTE ItemRetailValue = QtyInStock-MF * ItemPrice.
           COMPUTE ItemUnitMargin  = ItemPrice - UnitCost-MF.
           ADD ItemCostValue   TO GroupCostValue, GrandCostValue.
           ADD ItemRetailValue TO GroupRetailValue, GrandRetailValue.

           MOVE UnitCost-MF     TO PrnUnitCost.
           MOVE ItemCostValue   TO PrnCostValue.
           MOVE ItemRetailValue TO PrnRetailValue.
           MOVE ItemUnitMargin  TO PrnUnitMargin.
           WRITE ReportLine FROM DetailLine.

       2150-PriceInEffect.
           MOVE SPACES           TO PRCLOOK-REQUEST-AREA.
           MOVE GadgetId-MF      TO PL-GADGET-ID.
           MOVE ValuationDate-WS TO PL-PRICE-DATE.
           CALL "PRCLOOK" USING PRCLOOK-REQUEST-AREA.
           IF PL-RETURN-CODE = 0
              MOVE PL-PRICE TO ItemPrice
           ELSE
              MOVE Price-MF TO ItemPrice
           END-IF.

       2200-FlushGroupTotal.
           MOVE HoldProductGroup TO PrnGroupId.
           MOVE GroupCostValue   TO PrnGroupCost.
