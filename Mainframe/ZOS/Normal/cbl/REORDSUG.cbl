      *    suggested = base * season, rounded, minimum 1
      *
      * The suggestions file feeds POGEN in place of the static EOQ;
      * the report shows static versus suggested for buyer review,
      * with the item's ABC class so A items are reviewed first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * company-wide total (BDS1004 re-derives it from these)
           02 QtyByLocation-MF.
              03 QtyAtLoc-MF      OCCURS 3 TIMES PIC 9(4).
      * ABC class from the quarterly ABCCLASS run - A / B / C,
      * space until the item is first classified
           02 AbcClass-MF         PIC X.

       FD SuggestedQtyFile
           LABEL RECORDS ARE STANDARD
           02 StaticQtyEntry OCCURS 200 TIMES.
              03 SQT-GadgetId     PIC 9(6).
              03 SQT-ReorderQty   PIC 9(4).
              03 SQT-AbcClass     PIC X.
       01 StaticQtyCount          PIC 9(3) VALUE ZERO.
       01 StaticSub               PIC 9(3) VALUE ZERO.
       01 StaticFound             PIC 9(3) VALUE ZERO.
           02 ItemsSuggested      PIC 9(4) VALUE ZERO.

       01 ReviewHeadingLine       PIC X(60) VALUE
           "  ITEM    STATIC  SUGGESTED   3-MO AVG  SEASON  CLASS".

       01 ReviewDetailLine.
           02 FILLER              PIC XX    VALUE SPACES.
           02 PrnRecentAvg        PIC ZZZZ9.99.
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 PrnSeason           PIC 9.99.
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 PrnAbcClass         PIC X.
           02 FILLER              PIC X(26) VALUE SPACES.

       01 RunTotalLine.
           02 FILLER              PIC X(19) VALUE "SALES RECS READ: ".
           ADD 1 TO StaticQtyCount.
           MOVE GadgetId-MF   TO SQT-GadgetId (StaticQtyCount).
           MOVE ReorderQty-MF TO SQT-ReorderQty (StaticQtyCount).
           MOVE AbcClass-MF   TO SQT-AbcClass (StaticQtyCount).
           PERFORM 5200-ReadMasterStock.

       2000-Process.
           MOVE CurrentGadgetId TO PrnGadgetId.
           IF StaticFound > 0
              MOVE SQT-ReorderQty (StaticFound) TO PrnStaticQty
              MOVE SQT-AbcClass (StaticFound)   TO PrnAbcClass
           ELSE
              MOVE ZERO TO PrnStaticQty
              MOVE SPACE TO PrnAbcClass
           END-IF.
           MOVE SuggestedQty-WS TO PrnSuggestedQty.
           MOVE AvgRecent3      TO PrnRecentAvg.
