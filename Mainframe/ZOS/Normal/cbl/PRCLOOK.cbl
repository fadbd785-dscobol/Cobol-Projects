       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRCLOOK.
      * Price-book lookup subprogram - the price a gadget sold at on
      * a given date.  PRICESET calls it to set Price-MF each night,
      * and INVVAL (or any sales report carrying the gadget and the
      * sale date) calls it to show margin at the price that was in
      * effect on the day.  The caller fills PRCLOOK-REQUEST-AREA
      * (copybook PRCLOOKW) and gets the answer back in the same
      * area.  The price book PRCBMNT maintains - one entry per
      * gadget and effective date, sorted on both - is loaded into
      * the table on the first call.
      *
      * The entry in effect is the latest one for the gadget whose
      * effective date is on or before the date asked for, provided
      * its end date (zero = open-ended) has not passed.  Inside the
      * entry's markdown window the markdown price applies.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PriceBookFile
           ASSIGN TO DA-S-PRCBOOK
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PriceBookFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 PriceBookRec.
           88 EndOfPriceBook      VALUE HIGH-VALUES.
           02 GadgetId-PB         PIC 9(6).
           02 EffectiveDate-PB    PIC 9(8).
           02 EndDate-PB          PIC 9(8).
           02 RegularPrice-PB     PIC 9(4)V99.
           02 MarkdownPrice-PB    PIC 9(4)V99.
           02 MarkdownStart-PB    PIC 9(8).
           02 MarkdownEnd-PB      PIC 9(8).
           02 BelowCostOK-PB      PIC X.
           02 LastMaintDate-PB    PIC 9(8).
           02 FILLER              PIC X(21).

       WORKING-STORAGE SECTION.
       01 FILLER                  PIC X VALUE "n".
           88 PriceBookLoaded     VALUE "y".

       01 PriceBookTable.
           02 PriceBookEntry OCCURS 2000 TIMES
                             INDEXED BY PB-IDX.
              03 TBL-GadgetId     PIC 9(6).
              03 TBL-EffectiveDate PIC 9(8).
              03 TBL-EndDate      PIC 9(8).
              03 TBL-RegularPrice PIC 9(4)V99.
              03 TBL-MarkdownPrice PIC 9(4)V99.
              03 TBL-MarkdownStart PIC 9(8).
              03 TBL-MarkdownEnd  PIC 9(8).
              03 TBL-BelowCostOK  PIC X.
       01 PriceBookCount          PIC 9(4) VALUE ZERO.
       01 EntryFound              PIC 9(4) VALUE ZERO.

       LINKAGE SECTION.
       COPY PRCLOOKW.

       PROCEDURE DIVISION USING PRCLOOK-REQUEST-AREA.
       0000-Mainline.
           IF NOT PriceBookLoaded
              PERFORM 1000-LoadPriceBook
           END-IF.

           MOVE ZERO   TO PL-PRICE, PL-REGULAR-PRICE,
                          PL-EFFECTIVE-DATE.
           MOVE SPACES TO PL-PRICE-TYPE, PL-BELOW-COST-OK.
           MOVE 4      TO PL-RETURN-CODE.
           IF PL-PRICE-DATE NOT NUMERIC
              OR PL-PRICE-DATE = ZERO
              MOVE 8 TO PL-RETURN-CODE
              GOBACK
           END-IF.

           PERFORM 2000-FindEntryInEffect THRU 2000-Exit.
           IF EntryFound > ZERO
              PERFORM 2100-PriceFromEntry
           END-IF.
           GOBACK.

       1000-LoadPriceBook.
           OPEN INPUT PriceBookFile.
           PERFORM 5100-ReadPriceBook.
           PERFORM 1100-StorePriceBookEntry
              UNTIL EndOfPriceBook
              OR PriceBookCount = 2000.
      * Entries past the table would price items from an old entry
      * without anyone knowing - overflow stops the run instead
           IF NOT EndOfPriceBook
              DISPLAY "*** PRICE BOOK EXCEEDS TABLE - INCREASE"
                      " PriceBookTable OCCURS ***"
              CLOSE PriceBookFile
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE PriceBookFile.
           SET PriceBookLoaded TO TRUE.

       1100-StorePriceBookEntry.
           ADD 1 TO PriceBookCount.
           SET PB-IDX TO PriceBookCount.
           MOVE GadgetId-PB       TO TBL-GadgetId(PB-IDX).
           MOVE EffectiveDate-PB  TO TBL-EffectiveDate(PB-IDX).
           MOVE EndDate-PB        TO TBL-EndDate(PB-IDX).
           MOVE RegularPrice-PB   TO TBL-RegularPrice(PB-IDX).
           MOVE MarkdownPrice-PB  TO TBL-MarkdownPrice(PB-IDX).
           MOVE MarkdownStart-PB  TO TBL-MarkdownStart(PB-IDX).
           MOVE MarkdownEnd-PB    TO TBL-MarkdownEnd(PB-IDX).
           MOVE BelowCostOK-PB    TO TBL-BelowCostOK(PB-IDX).
           PERFORM 5100-ReadPriceBook.

      * The book is in gadget/effective-date order, so the gadget's
      * entries sit together - find the first, then walk forward
      * keeping the last one already in effect on the date
       2000-FindEntryInEffect.
           MOVE ZERO TO EntryFound.
           IF PriceBookCount = ZERO
              GO TO 2000-Exit
           END-IF.
           SET PB-IDX TO 1.
           SEARCH PriceBookEntry
              AT END
                 GO TO 2000-Exit
              WHEN PB-IDX > PriceBookCount
                 GO TO 2000-Exit
              WHEN TBL-GadgetId(PB-IDX) = PL-GADGET-ID
                 CONTINUE
           END-SEARCH.
           PERFORM 2050-CheckOneEntry
              UNTIL PB-IDX > PriceBookCount
              OR TBL-GadgetId(PB-IDX) NOT = PL-GADGET-ID
              OR TBL-EffectiveDate(PB-IDX) > PL-PRICE-DATE.
      * An entry that has run out leaves no price in effect
           IF EntryFound > ZERO
              SET PB-IDX TO EntryFound
              IF TBL-EndDate(PB-IDX) NOT = ZERO
                 AND TBL-EndDate(PB-IDX) < PL-PRICE-DATE
                 MOVE ZERO TO EntryFound
              END-IF
           END-IF.
       2000-Exit.
           EXIT.

       2050-CheckOneEntry.
           SET EntryFound TO PB-IDX.
           SET PB-IDX UP BY 1.

       2100-PriceFromEntry.
           SET PB-IDX TO EntryFound.
           MOVE TBL-RegularPrice(PB-IDX)  TO PL-REGULAR-PRICE.
           MOVE TBL-EffectiveDate(PB-IDX) TO PL-EFFECTIVE-DATE.
           MOVE TBL-BelowCostOK(PB-IDX)   TO PL-BELOW-COST-OK.
           IF TBL-MarkdownPrice(PB-IDX) > ZERO
              AND PL-PRICE-DATE NOT < TBL-MarkdownStart(PB-IDX)
              AND PL-PRICE-DATE NOT > TBL-MarkdownEnd(PB-IDX)
              MOVE TBL-MarkdownPrice(PB-IDX) TO PL-PRICE
              SET PL-MARKDOWN TO TRUE
           ELSE
              MOVE TBL-RegularPrice(PB-IDX)  TO PL-PRICE
              SET PL-REGULAR TO TRUE
           END-IF.
           MOVE 0 TO PL-RETURN-CODE.

       5100-ReadPriceBook.
           READ PriceBookFile
              AT END SET EndOfPriceBook TO TRUE
           END-READ.
