       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRICESET.
      * Nightly price setting from the price book.
      * Sets Price-MF on the stock master to the price in effect on
      * the business date - the regular price, or the markdown price
      * inside a markdown window - as PRCLOOK finds it on the price
      * book PRCBMNT maintains.  Old master in, new master out, the
      * way RECEIVE and BDS1004 update it.  Every price that changes
      * goes on the re-tag list so the shops can change the shelf
      * tickets.  A book price below UnitCost-MF is only applied once
      * the entry has been approved through PRCBMNT; until then the
      * item keeps its old price and is listed for approval.  An item
      * with no book entry in effect keeps the price it has.
      * The business date comes from the date card; with no card the
      * run date is used.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MasterStockFile
           ASSIGN TO DA-S-MSTIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT NewStockFile
           ASSIGN TO DA-S-MSTOUT
           ORGANIZATION IS SEQUENTIAL.

           SELECT BusinessDateFile
           ASSIGN TO DA-S-BUSDATE
           ORGANIZATION IS SEQUENTIAL.

           SELECT RetagListFile
           ASSIGN TO DA-S-RETAG
           ORGANIZATION IS SEQUENTIAL.

           SELECT ApprovalListFile
           ASSIGN TO DA-S-PRCAPPR
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

      * One card - the business date, YYYYMMDD
       FD BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 BusinessDateRec.
           02 BusinessDate-BDC    PIC 9(8).
           02 FILLER              PIC X(72).

       FD RetagListFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 RetagLine               PIC X(80).

       FD ApprovalListFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ApprovalLine            PIC X(80).

       WORKING-STORAGE SECTION.
       01 BusinessDate-WS         PIC 9(8) VALUE ZERO.

       COPY PRCLOOKW.

       01 RunTotals.
           02 ItemsRead           PIC 9(5) VALUE ZERO.
           02 PricesChanged       PIC 9(5) VALUE ZERO.
           02 PricesHeld          PIC 9(5) VALUE ZERO.
           02 ItemsNoBookEntry    PIC 9(5) VALUE ZERO.

       01 RetagHeading.
           02 FILLER              PIC X(40) VALUE
              "PRICE CHANGES TO RE-TAG - PRICES FROM ".
           02 PrnRetagDate        PIC 9(8).

       01 RetagColumns.
           02 FILLER              PIC X(40) VALUE
              "  ITEM   DESCRIPTION".
           02 FILLER              PIC X(40) VALUE
              "     OLD      NEW TYPE".

       01 RetagDetailLine.
           02 FILLER              PIC XX    VALUE SPACES.
           02 PrnRetagItem        PIC 9(6).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnRetagName        PIC X(30).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnOldPrice         PIC Z,ZZ9.99.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnNewPrice         PIC Z,ZZ9.99.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnPriceType        PIC X(8).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnRetagNote        PIC X(13).

       01 ApprovalHeading.
           02 FILLER              PIC X(40) VALUE
              "BELOW-COST PRICES HELD FOR APPROVAL - ".
           02 PrnApprovalDate     PIC 9(8).

       01 ApprovalColumns.
           02 FILLER              PIC X(40) VALUE
              "  ITEM   DESCRIPTION".
           02 FILLER              PIC X(40) VALUE
              "    COST     BOOK     KEPT ENTRY".

       01 ApprovalDetailLine.
           02 FILLER              PIC XX    VALUE SPACES.
           02 PrnApprItem         PIC 9(6).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnApprName         PIC X(30).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnApprCost         PIC Z,ZZ9.99.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnApprBookPrice    PIC Z,ZZ9.99.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnApprKeptPrice    PIC Z,ZZ9.99.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnApprEntryDate    PIC 9(8).
           02 FILLER              PIC X(5)  VALUE SPACES.

       01 RunTotalLine.
           02 FILLER              PIC X(7)  VALUE "ITEMS: ".
           02 PrnItemsRead        PIC ZZZZ9.
           02 FILLER              PIC X(11) VALUE "  CHANGED: ".
           02 PrnPricesChanged    PIC ZZZZ9.
           02 FILLER              PIC X(8)  VALUE "  HELD: ".
           02 PrnPricesHeld       PIC ZZZZ9.
           02 FILLER              PIC X(17) VALUE
              "  NO BOOK ENTRY: ".
           02 PrnNoBookEntry      PIC ZZZZ9.

       01 BlankLine               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-BOJ.
           PERFORM 2000-PriceOneItem UNTIL EndOfMasterFile.
           PERFORM 3000-EOJ.
           GOBACK.

       1000-BOJ.
           OPEN INPUT  MasterStockFile
                       BusinessDateFile.
           OPEN OUTPUT NewStockFile
                       RetagListFile
                       ApprovalListFile.

           READ BusinessDateFile
              AT END MOVE ZERO TO BusinessDate-BDC
           END-READ.
           IF BusinessDate-BDC NUMERIC
              AND BusinessDate-BDC > ZERO
              MOVE BusinessDate-BDC TO BusinessDate-WS
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO BusinessDate-WS
              DISPLAY "*** NO BUSINESS DATE CARD - PRICING AS OF "
                      BusinessDate-WS
           END-IF.
           CLOSE BusinessDateFile.

           MOVE BusinessDate-WS TO PrnRetagDate, PrnApprovalDate.
           WRITE RetagLine FROM RetagHeading.
           WRITE RetagLine FROM BlankLine.
           WRITE RetagLine FROM RetagColumns.
           WRITE ApprovalLine FROM ApprovalHeading.
           WRITE ApprovalLine FROM BlankLine.
           WRITE ApprovalLine FROM ApprovalColumns.
           PERFORM 5100-ReadMasterFile.

       2000-PriceOneItem.
           ADD 1 TO ItemsRead.
           MOVE MasterStockRec TO NewStockRec.
           MOVE SPACES          TO PRCLOOK-REQUEST-AREA.
           MOVE GadgetId-MF     TO PL-GADGET-ID.
           MOVE BusinessDate-WS TO PL-PRICE-DATE.
           CALL "PRCLOOK" USING PRCLOOK-REQUEST-AREA.

           EVALUATE TRUE
              WHEN PL-RETURN-CODE NOT = 0
                 ADD 1 TO ItemsNoBookEntry
              WHEN PL-PRICE < UnitCost-MF
                   AND NOT PL-BELOW-COST-APPROVED
                 PERFORM 2200-HoldForApproval
              WHEN PL-PRICE NOT = Price-MF
                 PERFORM 2100-ChangePrice
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           WRITE NewStockRec.
           PERFORM 5100-ReadMasterFile.

       2100-ChangePrice.
           ADD 1 TO PricesChanged.
           MOVE PL-PRICE      TO Price-NSF.
           MOVE GadgetId-MF   TO PrnRetagItem.
           MOVE GadgetName-MF TO PrnRetagName.
           MOVE Price-MF      TO PrnOldPrice.
           MOVE PL-PRICE      TO PrnNewPrice.
           IF PL-MARKDOWN
              MOVE "MARKDOWN" TO PrnPriceType
           ELSE
              MOVE "REGULAR"  TO PrnPriceType
           END-IF.
           IF PL-PRICE < UnitCost-MF
              MOVE "BELOW COST OK" TO PrnRetagNote
           ELSE
              MOVE SPACES          TO PrnRetagNote
           END-IF.
           WRITE RetagLine FROM RetagDetailLine.

      * The old price stands until someone approves selling at a
      * loss - a keying slip in the book must not reach the shelves
       2200-HoldForApproval.
           ADD 1 TO PricesHeld.
           MOVE GadgetId-MF       TO PrnApprItem.
           MOVE GadgetName-MF     TO PrnApprName.
           MOVE UnitCost-MF       TO PrnApprCost.
           MOVE PL-PRICE          TO PrnApprBookPrice.
           MOVE Price-MF          TO PrnApprKeptPrice.
           MOVE PL-EFFECTIVE-DATE TO PrnApprEntryDate.
           WRITE ApprovalLine FROM ApprovalDetailLine.

       3000-EOJ.
           MOVE ItemsRead        TO PrnItemsRead.
           MOVE PricesChanged    TO PrnPricesChanged.
           MOVE PricesHeld       TO PrnPricesHeld.
           MOVE ItemsNoBookEntry TO PrnNoBookEntry.
           WRITE RetagLine FROM BlankLine.
           WRITE RetagLine FROM RunTotalLine.
           WRITE ApprovalLine FROM BlankLine.
           WRITE ApprovalLine FROM RunTotalLine.
           CLOSE MasterStockFile,
                 NewStockFile,
                 RetagListFile,
                 ApprovalListFile.

       5100-ReadMasterFile.
           READ MasterStockFile
              AT END SET EndOfMasterFile TO TRUE
           END-READ.
