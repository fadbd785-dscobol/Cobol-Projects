      * Transfer transactions (type 6) move stock between locations
      * in one balanced movement - the total never changes - and the
      * low-stock evaluation is done per location.
      * Shop sale (type 7) and shop return (type 8) transactions come
      * from the SALESTK interface off the shop sales file - a sale
      * takes the quantity off the shop's location, a return puts it
      * back.  A sale of more than the location holds takes it to
      * zero and is listed so the count can be checked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * one figure
           02 QtyByLocation-MF.
              03 QtyAtLoc-MF      OCCURS 3 TIMES PIC 9(4).
      * ABC class from the quarterly ABCCLASS run - A / B / C,
      * space until the item is first classified
           02 AbcClass-MF         PIC X.

       FD NewStockFile
           LABEL RECORDS ARE STANDARD
           02 SupplierId-NSF      PIC X(5).
           02 QtyByLocation-NSF.
              03 QtyAtLoc-NSF     OCCURS 3 TIMES PIC 9(4).
           02 AbcClass-NSF        PIC X.

       FD LowStockFile
           LABEL RECORDS ARE STANDARD
              88 ReplaceRecord   VALUE 4.
              88 UpdateCost      VALUE 5.
              88 TransferStock   VALUE 6.
              88 ShopSale        VALUE 7.
              88 ShopReturn      VALUE 8.
           02 RecordBody-IR.
             03 GadgetID-TF      PIC 9(6).
             03 GadgetName-IR    PIC X(30).
           02 ToLocation-XR       PIC 9.
           02 QtyMoved-XR         PIC 9(4).

      * A shop sale or return at one location (1=WH 2=S1 3=S2)
       01 ShopSaleRec.
           02 FILLER              PIC 9(7).
           02 Location-SSR        PIC 9.
           02 QtyMoved-SSR        PIC 9(4).


       WORKING-STORAGE SECTION.
       01 ErrorMessage.
             VALUE "Transfer Error - Bad location code".
             88 TransferQtyError
             VALUE "Transfer Error - Not enough stock at source".
             88 SaleError
             VALUE "Sale Error - No such record in Master".
             88 ReturnError
             VALUE "Return Error - No such record in Master".
             88 SaleLocError
             VALUE "Sale/Return Error - Bad location code".
             88 OversoldError
             VALUE "Sale Error - Oversold, location set to zero".


       01 FILLER                 PIC X VALUE "n".
                 PERFORM 2150-ApplyCostChange
              WHEN TransferStock
                 PERFORM 2160-ApplyTransfer
              WHEN ShopSale
                 PERFORM 2170-ApplyShopSale
              WHEN ShopReturn
                 PERFORM 2180-ApplyShopReturn
           END-EVALUATE.
           PERFORM 5000-ReadTransFile.

             END-IF
           END-IF.

       2170-ApplyShopSale.
           IF RecordNotInMaster
             SET SaleError TO TRUE
             DISPLAY ErrorMessage
             PERFORM 7000-Write-RejectedTrans
           ELSE
             IF Location-SSR < 1 OR Location-SSR > 3
                SET SaleLocError TO TRUE
                DISPLAY ErrorMessage
                PERFORM 7000-Write-RejectedTrans
             ELSE
      * The goods have left the shop either way - an oversell means
      * the location count was wrong, so it goes to zero and is
      * listed for a recount rather than the sale being lost
                IF QtyMoved-SSR > QtyAtLoc-NSF (Location-SSR)
                   SET OversoldError TO TRUE
                   DISPLAY ErrorMessage
                   PERFORM 7000-Write-RejectedTrans
                   MOVE ZERO TO QtyAtLoc-NSF (Location-SSR)
                ELSE
                   SUBTRACT QtyMoved-SSR
                      FROM QtyAtLoc-NSF (Location-SSR)
                END-IF
             END-IF
           END-IF.

       2180-ApplyShopReturn.
           IF RecordNotInMaster
             SET ReturnError TO TRUE
             DISPLAY ErrorMessage
             PERFORM 7000-Write-RejectedTrans
           ELSE
             IF Location-SSR < 1 OR Location-SSR > 3
                SET SaleLocError TO TRUE
                DISPLAY ErrorMessage
                PERFORM 7000-Write-RejectedTrans
             ELSE
                ADD QtyMoved-SSR TO QtyAtLoc-NSF (Location-SSR)
             END-IF
           END-IF.

       3000-EOJ.
           CLOSE MasterStockFile,
                 TransactionFile,
