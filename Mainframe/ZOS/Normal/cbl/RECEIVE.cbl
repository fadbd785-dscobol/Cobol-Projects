      * received quantities and closed lines, and reports the
      * exceptions - receipts against unknown POs, over-receipts, and
      * PO lines still open past their due date.
      * Customer backorders - the file carried forward from the last
      * run plus the new backorder cards the shops send in - get the
      * received quantity first, oldest order first, before anything
      * is posted to the master for sale.  A filled backorder prints
      * a warehouse pick ticket and a letter telling the customer it
      * is on its way to the shop; the rest are carried forward and
      * aged, and those open longer than the parameter card's limit
      * are flagged so the shop can offer a substitute.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO DA-S-RECVEXC
           ORGANIZATION IS SEQUENTIAL.

           SELECT BackorderFile
           ASSIGN TO DA-S-BACKORD
           ORGANIZATION IS SEQUENTIAL.

           SELECT BackorderCardFile
           ASSIGN TO DA-S-BACKNEW
           ORGANIZATION IS SEQUENTIAL.

           SELECT BackorderParmFile
           ASSIGN TO DA-S-BOPARM
           ORGANIZATION IS SEQUENTIAL.

           SELECT NewBackorderFile
           ASSIGN TO DA-S-BACKORDN
           ORGANIZATION IS SEQUENTIAL.

           SELECT PickTicketFile
           ASSIGN TO DA-S-PICKTKT
           ORGANIZATION IS SEQUENTIAL.

           SELECT CustomerLetterFile
           ASSIGN TO DA-S-BOLETTR
           ORGANIZATION IS SEQUENTIAL.

           SELECT BackorderAgingFile
           ASSIGN TO DA-S-BOAGING
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ReceiptsFile
      * company-wide total (BDS1004 re-derives it from these)
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

       FD ExceptionFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01 ExceptionLine           PIC X(80).

      * Open customer backorders in the order they were taken - the
      * shop keys customer, gadget, quantity, date and shop; the
      * allocated quantity is goods already held at the warehouse
      * against a part-filled order
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

      * New backorders from the shops since the last run - same
      * layout, allocated quantity zero
       FD BackorderCardFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 BackorderCardRec.
           88 EndOfBackorderCards VALUE HIGH-VALUES.
           02 GadgetId-BOC        PIC 9(6).
           02 QtyWanted-BOC       PIC 9(4).
           02 QtyAllocated-BOC    PIC 9(4).
           02 OrderDate-BOC       PIC 9(8).
           02 ShopId-BOC          PIC X(5).
           02 CustomerName-BOC    PIC X(30).
           02 CustomerAddr-BOC    PIC X(30).
           02 CustomerTown-BOC    PIC X(20).
           02 CustomerPhone-BOC   PIC X(12).
           02 FILLER              PIC X.

      * One card - days a backorder may stay open before the shop
      * is told to offer a substitute
       FD BackorderParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 BackorderParmRec.
           02 SubstituteDays-BOP  PIC 9(3).
           02 FILLER              PIC X(77).

       FD NewBackorderFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 NewBackorderRec         PIC X(120).

       FD PickTicketFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 PickTicketLine          PIC X(80).

       FD CustomerLetterFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 LetterLine              PIC X(80).

       FD BackorderAgingFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 AgingLine               PIC X(80).

       WORKING-STORAGE SECTION.
      * Open-PO detail loaded for matching - receipts arrive in no
      * particular order
       01 ItemFound               PIC 9(3) VALUE ZERO.

       01 RunDate-WS              PIC X(8) VALUE SPACES.
       01 RunDateNum-WS REDEFINES RunDate-WS PIC 9(8).

      * Backorders carried forward plus tonight's new cards, in the
      * order taken
       01 BackorderTable.
           02 BackorderEntry OCCURS 500 TIMES.
              03 BO-GadgetId      PIC 9(6).
              03 BO-QtyWanted     PIC 9(4).
              03 BO-QtyAllocated  PIC 9(4).
              03 BO-OrderDate     PIC 9(8).
              03 BO-ShopId        PIC X(5).
              03 BO-CustomerName  PIC X(30).
              03 BO-CustomerAddr  PIC X(30).
              03 BO-CustomerTown  PIC X(20).
              03 BO-CustomerPhone PIC X(12).
              03 BO-Status        PIC X.
                 88 BackorderFilled  VALUE "F".
       01 BackorderCount          PIC 9(3) VALUE ZERO.
       01 BackorderSub            PIC 9(3) VALUE ZERO.
       01 OldestSub               PIC 9(3) VALUE ZERO.
       01 OldestDate              PIC 9(8) VALUE ZERO.

       01 AllocationWork.
           02 AvailableQty        PIC 9(5) VALUE ZERO.
           02 NeedQty             PIC 9(4) VALUE ZERO.
           02 AllocQty            PIC 9(4) VALUE ZERO.

       01 AgingWork.
           02 SubstituteDays      PIC 9(3) VALUE 30.
           02 RunDayNum-WS        PIC S9(7) COMP VALUE ZERO.
           02 OrderDayNum-WS      PIC S9(7) COMP VALUE ZERO.
           02 DaysOpen            PIC 9(5) VALUE ZERO.

       01 RunTotals.
           02 ReceiptsRead        PIC 9(4) VALUE ZERO.
           02 UnknownPOReceipts   PIC 9(4) VALUE ZERO.
           02 OverReceipts        PIC 9(4) VALUE ZERO.
           02 OverduePOLines      PIC 9(4) VALUE ZERO.
           02 BackordersCarried   PIC 9(4) VALUE ZERO.
           02 BackordersNew       PIC 9(4) VALUE ZERO.
           02 BackordersRejected  PIC 9(4) VALUE ZERO.
           02 BackordersFilled    PIC 9(4) VALUE ZERO.
           02 QtyToBackorders     PIC 9(5) VALUE ZERO.
           02 BackordersOpen      PIC 9(4) VALUE ZERO.
           02 BackordersPastLimit PIC 9(4) VALUE ZERO.
           02 AgedUpTo7           PIC 9(4) VALUE ZERO.
           02 AgedUpTo30          PIC 9(4) VALUE ZERO.
           02 AgedUpTo60          PIC 9(4) VALUE ZERO.
           02 AgedOver60          PIC 9(4) VALUE ZERO.

       01 UnknownPOLine.
           02 FILLER              PIC X(31) VALUE
           02 FILLER              PIC X(10) VALUE "  OVERDUE:".
           02 PrnOverdue          PIC ZZZ9.

       01 RejectedCardLine.
           02 FILLER              PIC X(30) VALUE
              "*** BACKORDER CARD REJECTED - ".
           02 FILLER              PIC X(6)  VALUE "ITEM: ".
           02 PrnRejItem          PIC X(6).
           02 FILLER              PIC X(7)  VALUE " SHOP: ".
           02 PrnRejShop          PIC X(5).
           02 FILLER              PIC X(6)  VALUE " QTY: ".
           02 PrnRejQty           PIC X(4).
           02 FILLER              PIC X(7)  VALUE " DATE: ".
           02 PrnRejDate          PIC X(8).

       01 BackorderTotalLine.
           02 FILLER              PIC X(12) VALUE "BACKORDERS: ".
           02 FILLER              PIC X(8)  VALUE "CARRIED:".
           02 PrnBOCarried        PIC ZZZ9.
           02 FILLER              PIC X(6)  VALUE "  NEW:".
           02 PrnBONew            PIC ZZZ9.
           02 FILLER              PIC X(11) VALUE "  REJECTED:".
           02 PrnBORejected       PIC ZZZ9.
           02 FILLER              PIC X(9)  VALUE "  FILLED:".
           02 PrnBOFilled         PIC ZZZ9.
           02 FILLER              PIC X(12) VALUE "  ALLOCATED:".
           02 PrnBOQty            PIC ZZZZ9.

      * Pick ticket - the warehouse sends the goods to the shop
      * that took the order
       01 PickHeadingLine.
           02 FILLER              PIC X(40) VALUE
              "PICK TICKET - CUSTOMER BACKORDER".
           02 FILLER              PIC X(6)  VALUE "DATE: ".
           02 PrnPickDate         PIC X(8).

       01 PickShipLine.
           02 FILLER              PIC X(14) VALUE "SEND TO SHOP: ".
           02 PrnPickShop         PIC X(5).
           02 FILLER              PIC X(16) VALUE "  FOR CUSTOMER: ".
           02 PrnPickCustomer     PIC X(30).

       01 PickItemLine.
           02 FILLER              PIC X(8)  VALUE "  ITEM: ".
           02 PrnPickItem         PIC 9(6).
           02 FILLER              PIC XX    VALUE SPACES.
           02 PrnPickName         PIC X(30).
           02 FILLER              PIC X(7)  VALUE "  QTY: ".
           02 PrnPickQty          PIC ZZZ9.

       01 PickOrderLine.
           02 FILLER              PIC X(11) VALUE "  ORDERED: ".
           02 PrnPickOrdered      PIC 9(8).
           02 FILLER              PIC X(9)  VALUE "  PHONE: ".
           02 PrnPickPhone        PIC X(12).

       01 PickRuleLine            PIC X(80) VALUE ALL "-".

      * Customer letter - one page per filled backorder
       01 LetterSalutation.
           02 FILLER              PIC X(5)  VALUE "DEAR ".
           02 PrnLetterName       PIC X(30).

       01 LetterText1.
           02 FILLER              PIC X(37) VALUE
              "GOOD NEWS - THE ITEM YOU ASKED US TO ".
           02 FILLER              PIC X(17) VALUE
              "ORDER FOR YOU ON ".
           02 PrnLetterOrdered    PIC 9(8).

       01 LetterText2.
           02 FILLER              PIC X(14) VALUE "HAS ARRIVED:  ".
           02 PrnLetterItem       PIC X(30).
           02 FILLER              PIC X(6)  VALUE "  QTY ".
           02 PrnLetterQty        PIC ZZZ9.

       01 LetterText3.
           02 FILLER              PIC X(29) VALUE
              "IT IS ON ITS WAY TO OUR SHOP ".
           02 PrnLetterShop       PIC X(5).
           02 FILLER              PIC X(34) VALUE
              " - PLEASE CALL IN TO COLLECT IT.".

       01 LetterText4             PIC X(40) VALUE
           "THANK YOU FOR YOUR PATIENCE.".

       01 LetterClosing           PIC X(40) VALUE
           "ELECTRONICS2GO CUSTOMER SERVICE".

      * Aging list of the backorders still open after allocation
       01 AgingHeadingLine.
           02 FILLER              PIC X(31) VALUE
              "OPEN CUSTOMER BACKORDERS AS OF ".
           02 PrnAgingDate        PIC X(8).
           02 FILLER              PIC X(22) VALUE
              "  OFFER SUBSTITUTE AT ".
           02 PrnAgingLimit       PIC ZZ9.
           02 FILLER              PIC X(5)  VALUE " DAYS".

       01 AgingColumnLine.
           02 FILLER              PIC X(40) VALUE
              "  ITEM   SHOP  CUSTOMER           PHONE".
           02 FILLER              PIC X(40) VALUE
              "       ORDERED  WANT HELD DAYS".

       01 AgingDetailLine.
           02 FILLER              PIC XX    VALUE SPACES.
           02 PrnAgeItem          PIC 9(6).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnAgeShop          PIC X(5).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnAgeName          PIC X(18).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnAgePhone         PIC X(12).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnAgeOrdered       PIC 9(8).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnAgeWanted        PIC ZZZ9.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnAgeHeld          PIC ZZZ9.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnAgeDays          PIC ZZZ9.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnAgeFlag          PIC X(9).

       01 AgingBucketLine.
           02 FILLER              PIC X(10) VALUE "AGED 0-7: ".
           02 PrnAged7            PIC ZZZ9.
           02 FILLER              PIC X(8)  VALUE "  8-30: ".
           02 PrnAged30           PIC ZZZ9.
           02 FILLER              PIC X(9)  VALUE "  31-60: ".
           02 PrnAged60           PIC ZZZ9.
           02 FILLER              PIC X(11) VALUE "  OVER 60: ".
           02 PrnAgedOver         PIC ZZZ9.

       01 AgingTotalLine.
           02 FILLER              PIC X(6)  VALUE "OPEN: ".
           02 PrnAgeOpen          PIC ZZZ9.
           02 FILLER              PIC X(26) VALUE
              "  PAST SUBSTITUTE LIMIT: ".
           02 PrnAgePastLimit     PIC ZZZ9.

       01 BlankLine               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-BOJ.
           PERFORM 2600-WriteNewPODetail.
           PERFORM 3000-PostStockMaster
              UNTIL EndOfMasterFile.
           PERFORM 3500-CarryForwardBackorders.
           PERFORM 4000-EOJ.
           GOBACK.

       1000-BOJ.
           OPEN INPUT  ReceiptsFile
                       PODetailFile
                       MasterStockFile
                       BackorderFile
                       BackorderCardFile
                       BackorderParmFile.
           OPEN OUTPUT NewPODetailFile
                       NewStockFile
                       ExceptionFile
                       NewBackorderFile
                       PickTicketFile
                       CustomerLetterFile
                       BackorderAgingFile.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate-WS.
           COMPUTE RunDayNum-WS =
              FUNCTION INTEGER-OF-DATE(RunDateNum-WS).

      * No parameter card leaves the 30-day default
           READ BackorderParmFile
              AT END MOVE ZERO TO SubstituteDays-BOP
           END-READ.
           IF SubstituteDays-BOP NUMERIC
              AND SubstituteDays-BOP > ZERO
              MOVE SubstituteDays-BOP TO SubstituteDays
           END-IF.
           CLOSE BackorderParmFile.

           PERFORM 5200-ReadPODetail.
           PERFORM 1100-StorePOLine
           IF NOT EndOfPODetail
              DISPLAY "*** OPEN-PO DETAIL EXCEEDS TABLE - INCREASE"
                      " POLineTable OCCURS ***"
              PERFORM 7000-AbortRun
           END-IF.

           PERFORM 5400-ReadBackorder.
           PERFORM 1200-StoreBackorder
              UNTIL EndOfBackorders
              OR BackorderCount = 500.
           PERFORM 5500-ReadBackorderCard.
           PERFORM 1300-StoreBackorderCard
              UNTIL EndOfBackorderCards
              OR BackorderCount = 500.
      * A backorder dropped off the end of the table would never be
      * filled or carried forward - overflow stops the run instead
           IF NOT EndOfBackorders
              OR NOT EndOfBackorderCards
              DISPLAY "*** BACKORDERS EXCEED TABLE - INCREASE"
                      " BackorderTable OCCURS ***"
              PERFORM 7000-AbortRun
           END-IF.

           PERFORM 5100-ReadReceipt.
           MOVE POStatus-PDF    TO POL-Status(POLineCount).
           PERFORM 5200-ReadPODetail.

       1200-StoreBackorder.
           ADD 1 TO BackorderCount.
           ADD 1 TO BackordersCarried.
           MOVE GadgetId-BOF      TO BO-GadgetId(BackorderCount).
           MOVE QtyWanted-BOF     TO BO-QtyWanted(BackorderCount).
           MOVE QtyAllocated-BOF  TO BO-QtyAllocated(BackorderCount).
           MOVE OrderDate-BOF     TO BO-OrderDate(BackorderCount).
           MOVE ShopId-BOF        TO BO-ShopId(BackorderCount).
           MOVE CustomerName-BOF  TO BO-CustomerName(BackorderCount).
           MOVE CustomerAddr-BOF  TO BO-CustomerAddr(BackorderCount).
           MOVE CustomerTown-BOF  TO BO-CustomerTown(BackorderCount).
           MOVE CustomerPhone-BOF TO BO-CustomerPhone(BackorderCount).
           MOVE "O"               TO BO-Status(BackorderCount).
           PERFORM 5400-ReadBackorder.

      * A card the shop keyed badly is listed for the shop to re-key
      * rather than guessed at
       1300-StoreBackorderCard.
           IF GadgetId-BOC NOT NUMERIC
              OR QtyWanted-BOC NOT NUMERIC
              OR QtyWanted-BOC = ZERO
              OR OrderDate-BOC NOT NUMERIC
              OR OrderDate-BOC > RunDateNum-WS
              OR FUNCTION TEST-DATE-YYYYMMDD(OrderDate-BOC) NOT = 0
              ADD 1 TO BackordersRejected
              MOVE BackorderCardRec(1:6)  TO PrnRejItem
              MOVE ShopId-BOC             TO PrnRejShop
              MOVE BackorderCardRec(7:4)  TO PrnRejQty
              MOVE BackorderCardRec(15:8) TO PrnRejDate
              WRITE ExceptionLine FROM RejectedCardLine
           ELSE
              ADD 1 TO BackorderCount
              ADD 1 TO BackordersNew
              MOVE GadgetId-BOC  TO BO-GadgetId(BackorderCount)
              MOVE QtyWanted-BOC TO BO-QtyWanted(BackorderCount)
              MOVE ZERO          TO BO-QtyAllocated(BackorderCount)
              MOVE OrderDate-BOC TO BO-OrderDate(BackorderCount)
              MOVE ShopId-BOC    TO BO-ShopId(BackorderCount)
              MOVE CustomerName-BOC
                 TO BO-CustomerName(BackorderCount)
              MOVE CustomerAddr-BOC
                 TO BO-CustomerAddr(BackorderCount)
              MOVE CustomerTown-BOC
                 TO BO-CustomerTown(BackorderCount)
              MOVE CustomerPhone-BOC
                 TO BO-CustomerPhone(BackorderCount)
              MOVE "O"           TO BO-Status(BackorderCount)
           END-IF.
           PERFORM 5500-ReadBackorderCard.

       2000-ApplyReceipts.
           ADD 1 TO ReceiptsRead.
           MOVE ZERO TO POLineFound.
              END-IF
           END-PERFORM.
           IF ItemFound > ZERO
      * Customers waiting on the item are served before the shelves -
      * only what the backorders leave is posted for sale
              MOVE IRT-QtyReceived(ItemFound) TO AvailableQty
              MOVE 1 TO OldestSub
              PERFORM 3100-AllocateToOldest
                 UNTIL AvailableQty = ZERO
                 OR OldestSub = ZERO
      * Deliveries dock at the warehouse (location 1) so the
      * company total stays the sum of the locations
              ADD AvailableQty TO QtyInStock-NSF
              ADD AvailableQty TO QtyAtLoc-NSF(1)
           END-IF.
           WRITE NewStockRec.
           PERFORM 5300-ReadMaster.

      * First in, first out - the oldest open order for the item gets
      * the goods.  One that cannot be filled in full keeps what there
      * is, so a later customer never jumps the queue
       3100-AllocateToOldest.
           MOVE ZERO TO OldestSub.
           MOVE 99999999 TO OldestDate.
           PERFORM 3150-CheckOlderBackorder
              VARYING BackorderSub FROM 1 BY 1
              UNTIL BackorderSub > BackorderCount.
           IF OldestSub > ZERO
              COMPUTE NeedQty = BO-QtyWanted(OldestSub)
                              - BO-QtyAllocated(OldestSub)
              IF NeedQty > AvailableQty
                 MOVE AvailableQty TO AllocQty
              ELSE
                 MOVE NeedQty TO AllocQty
              END-IF
              ADD AllocQty TO BO-QtyAllocated(OldestSub)
              ADD AllocQty TO QtyToBackorders
              SUBTRACT AllocQty FROM AvailableQty
              IF BO-QtyAllocated(OldestSub) = BO-QtyWanted(OldestSub)
                 MOVE "F" TO BO-Status(OldestSub)
                 ADD 1 TO BackordersFilled
                 PERFORM 3200-PrintPickTicket
                 PERFORM 3300-PrintCustomerLetter
              END-IF
           END-IF.

       3150-CheckOlderBackorder.
           IF BO-GadgetId(BackorderSub) = GadgetId-MF
              AND NOT BackorderFilled(BackorderSub)
              AND BO-OrderDate(BackorderSub) < OldestDate
              MOVE BackorderSub TO OldestSub
              MOVE BO-OrderDate(BackorderSub) TO OldestDate
           END-IF.

       3200-PrintPickTicket.
           MOVE RunDate-WS                  TO PrnPickDate.
           MOVE BO-ShopId(OldestSub)        TO PrnPickShop.
           MOVE BO-CustomerName(OldestSub)  TO PrnPickCustomer.
           MOVE GadgetId-MF                 TO PrnPickItem.
           MOVE GadgetName-MF               TO PrnPickName.
           MOVE BO-QtyWanted(OldestSub)     TO PrnPickQty.
           MOVE BO-OrderDate(OldestSub)     TO PrnPickOrdered.
           MOVE BO-CustomerPhone(OldestSub) TO PrnPickPhone.
           WRITE PickTicketLine FROM PickHeadingLine.
           WRITE PickTicketLine FROM PickShipLine.
           WRITE PickTicketLine FROM PickItemLine.
           WRITE PickTicketLine FROM PickOrderLine.
           WRITE PickTicketLine FROM PickRuleLine.

       3300-PrintCustomerLetter.
           MOVE BO-CustomerName(OldestSub) TO PrnLetterName.
           MOVE BO-OrderDate(OldestSub)    TO PrnLetterOrdered.
           MOVE GadgetName-MF              TO PrnLetterItem.
           MOVE BO-QtyWanted(OldestSub)    TO PrnLetterQty.
           MOVE BO-ShopId(OldestSub)       TO PrnLetterShop.
           MOVE BO-CustomerName(OldestSub) TO LetterLine.
           WRITE LetterLine AFTER ADVANCING PAGE.
           WRITE LetterLine FROM BO-CustomerAddr(OldestSub)
              AFTER ADVANCING 1 LINE.
           WRITE LetterLine FROM BO-CustomerTown(OldestSub)
              AFTER ADVANCING 1 LINE.
           WRITE LetterLine FROM RunDate-WS
              AFTER ADVANCING 2 LINES.
           WRITE LetterLine FROM LetterSalutation
              AFTER ADVANCING 2 LINES.
           WRITE LetterLine FROM LetterText1
              AFTER ADVANCING 2 LINES.
           WRITE LetterLine FROM LetterText2
              AFTER ADVANCING 1 LINE.
           WRITE LetterLine FROM LetterText3
              AFTER ADVANCING 1 LINE.
           WRITE LetterLine FROM LetterText4
              AFTER ADVANCING 2 LINES.
           WRITE LetterLine FROM LetterClosing
              AFTER ADVANCING 3 LINES.

      * Filled orders drop off; the rest go forward to the next run
      * and are aged on the way
       3500-CarryForwardBackorders.
           MOVE RunDate-WS    TO PrnAgingDate.
           MOVE SubstituteDays TO PrnAgingLimit.
           WRITE AgingLine FROM AgingHeadingLine.
           WRITE AgingLine FROM BlankLine.
           WRITE AgingLine FROM AgingColumnLine.
           PERFORM 3550-CarryForwardOne
              VARYING BackorderSub FROM 1 BY 1
              UNTIL BackorderSub > BackorderCount.
           MOVE AgedUpTo7           TO PrnAged7.
           MOVE AgedUpTo30          TO PrnAged30.
           MOVE AgedUpTo60          TO PrnAged60.
           MOVE AgedOver60          TO PrnAgedOver.
           MOVE BackordersOpen      TO PrnAgeOpen.
           MOVE BackordersPastLimit TO PrnAgePastLimit.
           WRITE AgingLine FROM BlankLine.
           WRITE AgingLine FROM AgingBucketLine.
           WRITE AgingLine FROM AgingTotalLine.

       3550-CarryForwardOne.
           IF NOT BackorderFilled(BackorderSub)
              MOVE SPACES TO BackorderRec
              MOVE BO-GadgetId(BackorderSub)     TO GadgetId-BOF
              MOVE BO-QtyWanted(BackorderSub)    TO QtyWanted-BOF
              MOVE BO-QtyAllocated(BackorderSub) TO QtyAllocated-BOF
              MOVE BO-OrderDate(BackorderSub)    TO OrderDate-BOF
              MOVE BO-ShopId(BackorderSub)       TO ShopId-BOF
              MOVE BO-CustomerName(BackorderSub) TO CustomerName-BOF
              MOVE BO-CustomerAddr(BackorderSub) TO CustomerAddr-BOF
              MOVE BO-CustomerTown(BackorderSub) TO CustomerTown-BOF
              MOVE BO-CustomerPhone(BackorderSub)
                 TO CustomerPhone-BOF
              WRITE NewBackorderRec FROM BackorderRec
              PERFORM 3600-AgeOneBackorder
           END-IF.

       3600-AgeOneBackorder.
           ADD 1 TO BackordersOpen.
           COMPUTE OrderDayNum-WS =
              FUNCTION INTEGER-OF-DATE(BO-OrderDate(BackorderSub)).
           COMPUTE DaysOpen = RunDayNum-WS - OrderDayNum-WS.
           EVALUATE TRUE
              WHEN DaysOpen NOT > 7
                 ADD 1 TO AgedUpTo7
              WHEN DaysOpen NOT > 30
                 ADD 1 TO AgedUpTo30
              WHEN DaysOpen NOT > 60
                 ADD 1 TO AgedUpTo60
              WHEN OTHER
                 ADD 1 TO AgedOver60
           END-EVALUATE.
           IF DaysOpen > SubstituteDays
              ADD 1 TO BackordersPastLimit
              MOVE "OFFER SUB" TO PrnAgeFlag
           ELSE
              MOVE SPACES      TO PrnAgeFlag
           END-IF.
           MOVE BO-GadgetId(BackorderSub)      TO PrnAgeItem.
           MOVE BO-ShopId(BackorderSub)        TO PrnAgeShop.
           MOVE BO-CustomerName(BackorderSub)  TO PrnAgeName.
           MOVE BO-CustomerPhone(BackorderSub) TO PrnAgePhone.
           MOVE BO-OrderDate(BackorderSub)     TO PrnAgeOrdered.
           MOVE BO-QtyWanted(BackorderSub)     TO PrnAgeWanted.
           MOVE BO-QtyAllocated(BackorderSub)  TO PrnAgeHeld.
           MOVE DaysOpen                       TO PrnAgeDays.
           WRITE AgingLine FROM AgingDetailLine.

       4000-EOJ.
           MOVE ReceiptsRead      TO PrnReceipts.
           MOVE ReceiptsPosted    TO PrnPosted.
           MOVE OverReceipts      TO PrnOver.
           MOVE OverduePOLines    TO PrnOverdue.
           WRITE ExceptionLine FROM RunTotalLine.
           MOVE BackordersCarried  TO PrnBOCarried.
           MOVE BackordersNew      TO PrnBONew.
           MOVE BackordersRejected TO PrnBORejected.
           MOVE BackordersFilled   TO PrnBOFilled.
           MOVE QtyToBackorders    TO PrnBOQty.
           WRITE ExceptionLine FROM BackorderTotalLine.

           CLOSE ReceiptsFile,
                 PODetailFile,
                 NewPODetailFile,
                 MasterStockFile,
                 NewStockFile,
                 ExceptionFile,
                 BackorderFile,
                 BackorderCardFile,
                 NewBackorderFile,
                 PickTicketFile,
                 CustomerLetterFile,
                 BackorderAgingFile.

       7000-AbortRun.
           CLOSE ReceiptsFile,
                 PODetailFile,
                 NewPODetailFile,
                 MasterStockFile,
                 NewStockFile,
                 ExceptionFile,
                 BackorderFile,
                 BackorderCardFile,
                 NewBackorderFile,
                 PickTicketFile,
                 CustomerLetterFile,
                 BackorderAgingFile.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       5100-ReadReceipt.
           READ ReceiptsFile
           READ MasterStockFile
              AT END SET EndOfMasterFile TO TRUE
           END-READ.

       5400-ReadBackorder.
           READ BackorderFile
              AT END SET EndOfBackorders TO TRUE
           END-READ.

       5500-ReadBackorderCard.
           READ BackorderCardFile
              AT END SET EndOfBackorderCards TO TRUE
           END-READ.
