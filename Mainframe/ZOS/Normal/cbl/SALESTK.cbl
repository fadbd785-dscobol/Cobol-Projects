       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SALESTK.
      * Shop-sales to stock depletion interface.
      * Reads the shop sales file BDS0801 reports on (header, sale,
      * return and footer records per shop) and turns every sale and
      * return line into a BDS1004 stock transaction against the
      * shop's own location slot on the stock master - a sale (type
      * 7) takes the quantity off, a return (type 8) puts it back.
      * The shop's 8-byte item id is mapped to the 6-digit gadget id
      * through the item cross-reference file, and the shop to its
      * location (1=WH 2=S1 3=S2) through the shop location file.
      * The transactions are sorted on GadgetId-TF, keeping the
      * order the shop rang them up within an item, ready for the
      * BDS1004 master update.  Lines that cannot be converted go on
      * the exception list, and each shop's footer count is carried
      * onto the same list against the sale and return lines written
      * plus the sale and return lines excepted, so every counted
      * line is accounted for.  The footer counts sale and return
      * lines (as BDS0801 checks it), so only unknown lines stay out
      * of the proof.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ShopFile
           ASSIGN TO DA-S-SHOPFILE
           ORGANIZATION IS SEQUENTIAL.

           SELECT ItemXrefFile
           ASSIGN TO DA-S-ITEMXRF
           ORGANIZATION IS SEQUENTIAL.

           SELECT ShopLocationFile
           ASSIGN TO DA-S-SHOPLOC
           ORGANIZATION IS SEQUENTIAL.

           SELECT SortFile
           ASSIGN TO DA-S-SORTWK1.

           SELECT SaleTransFile
           ASSIGN TO DA-S-SALETRN
           ORGANIZATION IS SEQUENTIAL.

           SELECT ExceptionFile
           ASSIGN TO DA-S-SALEEXC
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ShopFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 SF-Details.
           88 EndOfShopFile       VALUE HIGH-VALUES.
           02 SF-Rec-Type-Code     PIC X.
               88 SF-Header        VALUE "H".
               88 SF-Sale          VALUE "S".
               88 SF-Return        VALUE "R".
               88 SF-Footer        VALUE "F".
           02 SH-Shop-Id           PIC X(5).
           02 SH-Shop-Location     PIC X(30).

      * Sales and returns share the same body - an "R" record carries
      * the quantity being brought back
       01 SF-Receipt.
           02 SF-Rec-Type-Code     PIC X.
           02 SR-Item-Id           PIC X(8).
           02 SR-Qty-Sold          PIC 9(3).
           02 SR-Item-Cost         PIC 999V99.

       01 Shop-Sales-Count.
           02 SF-Rec-Type-Code     PIC X.
           02 SC-Rec-Count         PIC 9(5).

      * One record per shop item id - the gadget it is on the master
       FD ItemXrefFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ItemXrefRec.
           88 EndOfItemXref       VALUE HIGH-VALUES.
           02 ShopItemId-IXF      PIC X(8).
           02 GadgetId-IXF        PIC 9(6).
           02 FILLER              PIC X(66).

      * One record per shop - the stock location slot it sells from
       FD ShopLocationFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ShopLocationRec.
           88 EndOfShopLocation   VALUE HIGH-VALUES.
           02 ShopId-SLF          PIC X(5).
           02 Location-SLF        PIC 9.
           02 FILLER              PIC X(74).

       SD SortFile.
       01 SortRec.
           02 TypeCode-SRT        PIC 9.
           02 GadgetId-SRT        PIC 9(6).
           02 Location-SRT        PIC 9.
           02 QtyMoved-SRT        PIC 9(4).

      * Same layout as the BDS1004 shop sale/return transaction
       FD SaleTransFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS.
       01 ShopSaleRec.
           02 TypeCode-TF         PIC 9.
           02 GadgetId-TF         PIC 9(6).
           02 Location-SSR        PIC 9.
           02 QtyMoved-SSR        PIC 9(4).

       FD ExceptionFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ExceptionLine           PIC X(80).

       WORKING-STORAGE SECTION.
       01 ItemXrefTable.
           02 ItemXrefEntry OCCURS 500 TIMES
                            INDEXED BY IXR-IDX.
              03 TBL-ShopItemId   PIC X(8).
              03 TBL-GadgetId     PIC 9(6).
       01 ItemXrefCount           PIC 9(3) VALUE ZERO.

       01 ShopLocationTable.
           02 ShopLocationEntry OCCURS 50 TIMES
                                INDEXED BY SHL-IDX.
              03 TBL-ShopId       PIC X(5).
              03 TBL-Location     PIC 9.
       01 ShopLocationCount       PIC 9(3) VALUE ZERO.

       01 CurrentShopId           PIC X(5) VALUE SPACES.
       01 CurrentLocation         PIC 9 VALUE ZERO.
           88 ShopNotMapped       VALUE ZERO.

       01 LocationNames.
           02 FILLER              PIC X(6) VALUE "WHS1S2".
       01 LocationNameTable REDEFINES LocationNames.
           02 LocationName        OCCURS 3 TIMES PIC X(2).

       01 ShopTotals.
           02 ShopLinesRead       PIC 9(5) VALUE ZERO.
           02 ShopTransWritten    PIC 9(5) VALUE ZERO.
           02 ShopLinesExcepted   PIC 9(5) VALUE ZERO.
           02 ShopFooterCount     PIC 9(5) VALUE ZERO.
           02 ShopSalesWritten    PIC 9(5) VALUE ZERO.
           02 ShopSalesExcepted   PIC 9(5) VALUE ZERO.
           02 FILLER              PIC X VALUE "n".
              88 ShopFooterSeen   VALUE "y".
              88 ShopFooterMissing VALUE "n".

       01 RunTotals.
           02 ShopsRead           PIC 9(4) VALUE ZERO.
           02 ShopsOutOfBalance   PIC 9(4) VALUE ZERO.
           02 RunLinesRead        PIC 9(7) VALUE ZERO.
           02 RunTransWritten     PIC 9(7) VALUE ZERO.
           02 RunLinesExcepted    PIC 9(7) VALUE ZERO.
           02 OrphanLines         PIC 9(5) VALUE ZERO.

       01 ExceptionDetailLine.
           02 FILLER              PIC X(4)  VALUE "*** ".
           02 PrnExcReason        PIC X(36).
           02 FILLER              PIC X(6)  VALUE " SHOP ".
           02 PrnExcShopId        PIC X(5).
           02 FILLER              PIC X(6)  VALUE " ITEM ".
           02 PrnExcItemId        PIC X(8).
           02 FILLER              PIC X(5)  VALUE " QTY ".
           02 PrnExcQty           PIC X(3).
           02 FILLER              PIC X(7)  VALUE SPACES.

       01 ShopBalanceLine.
           02 FILLER              PIC X(5)  VALUE "SHOP ".
           02 PrnBalShopId        PIC X(5).
           02 FILLER              PIC X(5)  VALUE " LOC ".
           02 PrnBalLocation      PIC X(2).
           02 FILLER              PIC X(8)  VALUE " FOOTER ".
           02 PrnBalFooter        PIC ZZZZ9.
           02 FILLER              PIC X(7)  VALUE " LINES ".
           02 PrnBalLines         PIC ZZZZ9.
           02 FILLER              PIC X(7)  VALUE " TRANS ".
           02 PrnBalTrans         PIC ZZZZ9.
           02 FILLER              PIC X(5)  VALUE " EXC ".
           02 PrnBalExcepted      PIC ZZZZ9.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnBalStatus        PIC X(15).

       01 RunTotalLine.
           02 FILLER              PIC X(7)  VALUE "SHOPS: ".
           02 PrnRunShops         PIC ZZZ9.
           02 FILLER              PIC X(8)  VALUE "  LINES:".
           02 PrnRunLines         PIC Z(6)9.
           02 FILLER              PIC X(8)  VALUE "  TRANS:".
           02 PrnRunTrans         PIC Z(6)9.
           02 FILLER              PIC X(6)  VALUE "  EXC:".
           02 PrnRunExcepted      PIC Z(6)9.
           02 FILLER              PIC X(9)  VALUE "  ORPHAN:".
           02 PrnRunOrphans       PIC ZZZZ9.
           02 FILLER              PIC X(8)  VALUE "  UNBAL:".
           02 PrnRunUnbalanced    PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-BOJ.
           SORT SortFile
              ON ASCENDING KEY GadgetId-SRT
              WITH DUPLICATES IN ORDER
              INPUT PROCEDURE IS 2000-Process
              GIVING SaleTransFile.
           PERFORM 3000-EOJ.
           GOBACK.

       1000-BOJ.
           OPEN INPUT  ShopFile
                       ItemXrefFile
                       ShopLocationFile.
           OPEN OUTPUT ExceptionFile.

           PERFORM 5200-ReadItemXref.
           PERFORM 1100-StoreItemXref
              UNTIL EndOfItemXref
              OR ItemXrefCount = 500.
      * Items past the table would be excepted as unmapped and their
      * stock never depleted - overflow stops the run instead
           IF NOT EndOfItemXref
              DISPLAY "*** ITEM CROSS-REFERENCE EXCEEDS TABLE - "
                      "INCREASE ItemXrefTable OCCURS ***"
              PERFORM 7000-AbortRun
           END-IF.

           PERFORM 5300-ReadShopLocation.
           PERFORM 1200-StoreShopLocation
              UNTIL EndOfShopLocation
              OR ShopLocationCount = 50.
           IF NOT EndOfShopLocation
              DISPLAY "*** SHOP LOCATION FILE EXCEEDS TABLE - "
                      "INCREASE ShopLocationTable OCCURS ***"
              PERFORM 7000-AbortRun
           END-IF.

           PERFORM 5100-ReadShopFile.

       1100-StoreItemXref.
           ADD 1 TO ItemXrefCount.
           SET IXR-IDX TO ItemXrefCount.
           MOVE ShopItemId-IXF TO TBL-ShopItemId(IXR-IDX).
           MOVE GadgetId-IXF   TO TBL-GadgetId(IXR-IDX).
           PERFORM 5200-ReadItemXref.

      * A shop mapped to a slot the master does not have is loaded
      * as unmapped, so its lines are excepted rather than posted
       1200-StoreShopLocation.
           ADD 1 TO ShopLocationCount.
           SET SHL-IDX TO ShopLocationCount.
           MOVE ShopId-SLF TO TBL-ShopId(SHL-IDX).
           IF Location-SLF NUMERIC
              AND Location-SLF > ZERO AND Location-SLF < 4
              MOVE Location-SLF TO TBL-Location(SHL-IDX)
           ELSE
              DISPLAY "*** SHOP " ShopId-SLF
                      " HAS NO VALID LOCATION SLOT - NOT POSTED"
              MOVE ZERO TO TBL-Location(SHL-IDX)
           END-IF.
           PERFORM 5300-ReadShopLocation.

       2000-Process.
           PERFORM 2100-ConvertOneShop THRU 2100-Exit
              UNTIL EndOfShopFile.

      * One shop group - header, its sale and return lines, footer
       2100-ConvertOneShop.
           IF NOT SF-Header
              ADD 1 TO OrphanLines
              MOVE "LINE WITH NO SHOP HEADER" TO PrnExcReason
              MOVE SPACES TO PrnExcShopId
              PERFORM 2450-WriteException
              PERFORM 5100-ReadShopFile
              GO TO 2100-Exit
           END-IF.

           ADD 1 TO ShopsRead.
           MOVE SH-Shop-Id TO CurrentShopId.
           PERFORM 2150-FindShopLocation.
           MOVE ZERO TO ShopLinesRead
                        ShopTransWritten
                        ShopLinesExcepted
                        ShopFooterCount
                        ShopSalesWritten
                        ShopSalesExcepted.
           SET ShopFooterMissing TO TRUE.
           PERFORM 5100-ReadShopFile.
           PERFORM 2200-ConvertOneLine
              UNTIL SF-Header OR SF-Footer OR EndOfShopFile.
           IF SF-Footer
              SET ShopFooterSeen TO TRUE
              MOVE SC-Rec-Count TO ShopFooterCount
              PERFORM 5100-ReadShopFile
           END-IF.
           PERFORM 2500-WriteShopBalance.
       2100-Exit.
           EXIT.

       2150-FindShopLocation.
           MOVE ZERO TO CurrentLocation.
           IF ShopLocationCount > ZERO
              SET SHL-IDX TO 1
              SEARCH ShopLocationEntry
                 AT END
                    CONTINUE
                 WHEN SHL-IDX > ShopLocationCount
                    CONTINUE
                 WHEN TBL-ShopId(SHL-IDX) = CurrentShopId
                    MOVE TBL-Location(SHL-IDX) TO CurrentLocation
              END-SEARCH
           END-IF.

      * Every line inside the group either becomes a transaction or
      * goes on the exception list - the sale and return lines among
      * them are what the footer counts
       2200-ConvertOneLine.
           ADD 1 TO ShopLinesRead.
           MOVE CurrentShopId TO PrnExcShopId.
           EVALUATE TRUE
              WHEN NOT SF-Sale AND NOT SF-Return
                 MOVE "UNKNOWN RECORD TYPE IN SHOP GROUP"
                    TO PrnExcReason
                 PERFORM 2400-WriteException
              WHEN ShopNotMapped
                 MOVE "SHOP NOT MAPPED TO A STOCK LOCATION"
                    TO PrnExcReason
                 PERFORM 2400-WriteException
              WHEN SR-Qty-Sold NOT NUMERIC
                OR SR-Qty-Sold = ZERO
                 MOVE "ZERO OR NON-NUMERIC QUANTITY"
                    TO PrnExcReason
                 PERFORM 2400-WriteException
              WHEN OTHER
                 PERFORM 2300-MapItemToGadget
           END-EVALUATE.
           PERFORM 5100-ReadShopFile.

       2300-MapItemToGadget.
           SET IXR-IDX TO 1.
           SEARCH ItemXrefEntry
              AT END
                 MOVE "ITEM NOT ON GADGET CROSS-REFERENCE"
                    TO PrnExcReason
                 PERFORM 2400-WriteException
              WHEN IXR-IDX > ItemXrefCount
                 MOVE "ITEM NOT ON GADGET CROSS-REFERENCE"
                    TO PrnExcReason
                 PERFORM 2400-WriteException
              WHEN TBL-ShopItemId(IXR-IDX) = SR-Item-Id
                 PERFORM 2350-ReleaseTransaction
           END-SEARCH.

       2350-ReleaseTransaction.
           IF SF-Sale
              MOVE 7 TO TypeCode-SRT
           ELSE
              MOVE 8 TO TypeCode-SRT
           END-IF.
           MOVE TBL-GadgetId(IXR-IDX) TO GadgetId-SRT.
           MOVE CurrentLocation       TO Location-SRT.
           MOVE SR-Qty-Sold           TO QtyMoved-SRT.
           RELEASE SortRec.
           ADD 1 TO ShopTransWritten.
           IF SF-Sale OR SF-Return
              ADD 1 TO ShopSalesWritten
           END-IF.

       2400-WriteException.
           PERFORM 2450-WriteException.
           ADD 1 TO ShopLinesExcepted.
           IF SF-Sale OR SF-Return
              ADD 1 TO ShopSalesExcepted
           END-IF.

       2450-WriteException.
           MOVE SR-Item-Id  TO PrnExcItemId.
           MOVE SR-Qty-Sold TO PrnExcQty.
           WRITE ExceptionLine FROM ExceptionDetailLine.

      * The proof - the footer count must equal the sale and return
      * lines written plus the sale and return lines excepted
       2500-WriteShopBalance.
           MOVE CurrentShopId     TO PrnBalShopId.
           IF ShopNotMapped
              MOVE "??" TO PrnBalLocation
           ELSE
              MOVE LocationName(CurrentLocation) TO PrnBalLocation
           END-IF.
           MOVE ShopFooterCount   TO PrnBalFooter.
           MOVE ShopLinesRead     TO PrnBalLines.
           MOVE ShopTransWritten  TO PrnBalTrans.
           MOVE ShopLinesExcepted TO PrnBalExcepted.
           EVALUATE TRUE
              WHEN ShopFooterMissing
                 MOVE "*** NO FOOTER" TO PrnBalStatus
                 ADD 1 TO ShopsOutOfBalance
              WHEN ShopFooterCount NOT =
                      ShopSalesWritten + ShopSalesExcepted
                 MOVE "*** OUT OF BAL" TO PrnBalStatus
                 ADD 1 TO ShopsOutOfBalance
              WHEN OTHER
                 MOVE "IN BALANCE" TO PrnBalStatus
           END-EVALUATE.
           WRITE ExceptionLine FROM ShopBalanceLine.
           ADD ShopLinesRead     TO RunLinesRead.
           ADD ShopTransWritten  TO RunTransWritten.
           ADD ShopLinesExcepted TO RunLinesExcepted.

       3000-EOJ.
           MOVE ShopsRead         TO PrnRunShops.
           MOVE RunLinesRead      TO PrnRunLines.
           MOVE RunTransWritten   TO PrnRunTrans.
           MOVE RunLinesExcepted  TO PrnRunExcepted.
           MOVE OrphanLines       TO PrnRunOrphans.
           MOVE ShopsOutOfBalance TO PrnRunUnbalanced.
           WRITE ExceptionLine FROM RunTotalLine.
           IF ShopsOutOfBalance > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE ShopFile,
                 ItemXrefFile,
                 ShopLocationFile,
                 ExceptionFile.

       7000-AbortRun.
           CLOSE ShopFile,
                 ItemXrefFile,
                 ShopLocationFile,
                 ExceptionFile.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       5100-ReadShopFile.
           READ ShopFile
              AT END SET EndOfShopFile TO TRUE
           END-READ.

       5200-ReadItemXref.
           READ ItemXrefFile
              AT END SET EndOfItemXref TO TRUE
           END-READ.

       5300-ReadShopLocation.
           READ ShopLocationFile
              AT END SET EndOfShopLocation TO TRUE
           END-READ.
