       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRCBMNT.
      * Price-book maintenance.  The price book holds one entry per
      * gadget and effective date - the regular price from that date,
      * an optional end date, and an optional markdown price with the
      * window it runs in - so a sale price can be set up ahead of
      * time and the price history is kept.  PRICESET sets Price-MF
      * from it each night; PRCLOOK answers price-on-a-date lookups.
      * Old book in, new book out, in the way BDS1004 updates the
      * stock master: the transactions arrive sorted on gadget and
      * effective date, and within a key in the order keyed.
      *    A - add an entry          C - change an entry's prices
      *    D - delete an entry           and dates
      *    P - approve an entry's price below unit cost
      * A change resets the below-cost approval - a new price has to
      * be approved again.  Every transaction is listed on the
      * maintenance report as applied or rejected with the reason.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PriceBookFile
           ASSIGN TO DA-S-PRCBKIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT NewPriceBookFile
           ASSIGN TO DA-S-PRCBKOUT
           ORGANIZATION IS SEQUENTIAL.

           SELECT PriceTransFile
           ASSIGN TO DA-S-PRCBTRN
           ORGANIZATION IS SEQUENTIAL.

           SELECT MaintReportFile
           ASSIGN TO DA-S-PRCBRPT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PriceBookFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 PriceBookRec.
           88 EndOfPriceBook      VALUE HIGH-VALUES.
           02 Key-PB.
              03 GadgetId-PB      PIC 9(6).
              03 EffectiveDate-PB PIC 9(8).
           02 EndDate-PB          PIC 9(8).
           02 RegularPrice-PB     PIC 9(4)V99.
           02 MarkdownPrice-PB    PIC 9(4)V99.
           02 MarkdownStart-PB    PIC 9(8).
           02 MarkdownEnd-PB      PIC 9(8).
           02 BelowCostOK-PB      PIC X.
           02 LastMaintDate-PB    PIC 9(8).
           02 FILLER              PIC X(21).

       FD NewPriceBookFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 NewPriceBookRec.
           02 Key-NPB.
              03 GadgetId-NPB     PIC 9(6).
              03 EffectiveDate-NPB PIC 9(8).
           02 EndDate-NPB         PIC 9(8).
           02 RegularPrice-NPB    PIC 9(4)V99.
           02 MarkdownPrice-NPB   PIC 9(4)V99.
           02 MarkdownStart-NPB   PIC 9(8).
           02 MarkdownEnd-NPB     PIC 9(8).
           02 BelowCostOK-NPB     PIC X.
           02 LastMaintDate-NPB   PIC 9(8).
           02 FILLER              PIC X(21).

       FD PriceTransFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 PriceTransRec.
           88 EndOfPriceTrans     VALUE HIGH-VALUES.
           02 TranCode-PT         PIC X.
              88 AddEntry         VALUE "A".
              88 ChangeEntry      VALUE "C".
              88 DeleteEntry      VALUE "D".
              88 ApproveEntry     VALUE "P".
           02 Key-PT.
              03 GadgetId-PT      PIC 9(6).
              03 EffectiveDate-PT PIC 9(8).
           02 EndDate-PT          PIC 9(8).
           02 RegularPrice-PT     PIC 9(4)V99.
           02 MarkdownPrice-PT    PIC 9(4)V99.
           02 MarkdownStart-PT    PIC 9(8).
           02 MarkdownEnd-PT      PIC 9(8).
           02 FILLER              PIC X(29).

       FD MaintReportFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 MaintReportLine         PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILLER                  PIC X VALUE "n".
           88 RecordInMaster      VALUE "y".
           88 RecordNotInMaster   VALUE "n".

       01 CurrentKey              PIC 9(14).
       01 TransKey                PIC 9(14).
       01 MasterKey               PIC 9(14).

       01 RunDate-WS              PIC 9(8) VALUE ZERO.

      * Date edit - a plain range check on the YYYYMMDD parts
       01 DateCheck-WS            PIC 9(8).
       01 FILLER REDEFINES DateCheck-WS.
           02 DateCheckYear       PIC 9(4).
           02 DateCheckMonth      PIC 99.
           02 DateCheckDay        PIC 99.
       01 FILLER                  PIC X VALUE "y".
           88 DateIsValid         VALUE "y".
           88 DateIsInvalid       VALUE "n".

       01 MaintResultLine.
           02 PrnTranCode         PIC X.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnGadgetId         PIC 9(6).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnEffectiveDate    PIC 9(8).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnRegularPrice     PIC Z,ZZ9.99.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnMarkdownPrice    PIC Z,ZZ9.99.
           02 FILLER              PIC X     VALUE SPACE.
           02 ResultReason        PIC X(44).
              88 AppliedOK
              VALUE "APPLIED".
              88 AddExistsError
              VALUE "REJECTED - ENTRY ALREADY EXISTS".
              88 NoEntryError
              VALUE "REJECTED - NO SUCH ENTRY IN PRICE BOOK".
              88 BadDateError
              VALUE "REJECTED - BAD EFFECTIVE OR END DATE".
              88 BadPriceError
              VALUE "REJECTED - REGULAR PRICE MISSING OR BAD".
              88 BadMarkdownError
              VALUE "REJECTED - MARKDOWN NOT BELOW REGULAR PRICE".
              88 BadWindowError
              VALUE "REJECTED - BAD MARKDOWN WINDOW".
              88 BadCodeError
              VALUE "REJECTED - UNKNOWN TRANSACTION CODE".

       01 RunTotals.
           02 TransRead           PIC 9(5) VALUE ZERO.
           02 TransApplied        PIC 9(5) VALUE ZERO.
           02 TransRejected       PIC 9(5) VALUE ZERO.
           02 EntriesWritten      PIC 9(6) VALUE ZERO.

       01 ReportHeading.
           02 FILLER              PIC X(30) VALUE
              "PRICE BOOK MAINTENANCE - RUN ".
           02 PrnRunDate          PIC 9(8).

       01 ColumnHeading           PIC X(80) VALUE
           "C ITEM   EFFECTIVE  REGULAR MARKDOWN RESULT".

       01 RunTotalLine.
           02 FILLER              PIC X(7)  VALUE "TRANS: ".
           02 PrnTransRead        PIC ZZZZ9.
           02 FILLER              PIC X(11) VALUE "  APPLIED: ".
           02 PrnTransApplied     PIC ZZZZ9.
           02 FILLER              PIC X(12) VALUE "  REJECTED: ".
           02 PrnTransRejected    PIC ZZZZ9.
           02 FILLER              PIC X(16) VALUE "  BOOK ENTRIES: ".
           02 PrnEntriesWritten   PIC ZZZZZ9.

       01 BlankLine               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-BOJ.
           PERFORM 2000-Process
              UNTIL EndOfPriceBook AND EndOfPriceTrans.
           PERFORM 3000-EOJ.
           GOBACK.

       1000-BOJ.
           OPEN INPUT  PriceBookFile
                       PriceTransFile.
           OPEN OUTPUT NewPriceBookFile
                       MaintReportFile.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate-WS.
           MOVE RunDate-WS TO PrnRunDate.
           WRITE MaintReportLine FROM ReportHeading.
           WRITE MaintReportLine FROM BlankLine.
           WRITE MaintReportLine FROM ColumnHeading.
           PERFORM 5100-ReadPriceBook.
           PERFORM 5000-ReadPriceTrans.
           PERFORM 2010-ChooseNextKey.

      * One key - the book entry (if any) with every transaction for
      * it applied in the order keyed
       2000-Process.
           PERFORM 2020-SetInitialStatus.
           PERFORM 2100-ProcessOneTransaction
              UNTIL TransKey NOT = CurrentKey.
           IF RecordInMaster
              PERFORM 6000-Write-NewPriceBookRec
           END-IF.
           PERFORM 2010-ChooseNextKey.

       2010-ChooseNextKey.
           IF TransKey < MasterKey
              MOVE TransKey TO CurrentKey
           ELSE
              MOVE MasterKey TO CurrentKey
           END-IF.

       2020-SetInitialStatus.
           IF MasterKey = CurrentKey
              MOVE PriceBookRec TO NewPriceBookRec
              SET RecordInMaster TO TRUE
              PERFORM 5100-ReadPriceBook
           ELSE
              SET RecordNotInMaster TO TRUE
           END-IF.

       2100-ProcessOneTransaction.
           ADD 1 TO TransRead.
           SET AppliedOK TO TRUE.
           EVALUATE TRUE
              WHEN AddEntry
                 PERFORM 2110-ApplyAdd
              WHEN ChangeEntry
                 PERFORM 2120-ApplyChange
              WHEN DeleteEntry
                 PERFORM 2130-ApplyDelete
              WHEN ApproveEntry
                 PERFORM 2140-ApplyApproval
              WHEN OTHER
                 SET BadCodeError TO TRUE
           END-EVALUATE.
           PERFORM 7000-Write-MaintResult.
           PERFORM 5000-ReadPriceTrans.

       2110-ApplyAdd.
           IF RecordInMaster
              SET AddExistsError TO TRUE
           ELSE
              PERFORM 2200-EditEntryFields THRU 2200-Exit
              IF AppliedOK
                 MOVE SPACES            TO NewPriceBookRec
                 MOVE GadgetId-PT       TO GadgetId-NPB
                 MOVE EffectiveDate-PT  TO EffectiveDate-NPB
                 PERFORM 2150-MoveEntryFields
                 SET RecordInMaster TO TRUE
              END-IF
           END-IF.

       2120-ApplyChange.
           IF RecordNotInMaster
              SET NoEntryError TO TRUE
           ELSE
              PERFORM 2200-EditEntryFields THRU 2200-Exit
              IF AppliedOK
                 PERFORM 2150-MoveEntryFields
              END-IF
           END-IF.

       2130-ApplyDelete.
           IF RecordNotInMaster
              SET NoEntryError TO TRUE
           ELSE
              SET RecordNotInMaster TO TRUE
           END-IF.

       2140-ApplyApproval.
           IF RecordNotInMaster
              SET NoEntryError TO TRUE
           ELSE
              MOVE "Y"        TO BelowCostOK-NPB
              MOVE RunDate-WS TO LastMaintDate-NPB
           END-IF.

      * New prices and dates - any earlier below-cost approval was
      * for the old price, so it goes
       2150-MoveEntryFields.
           MOVE EndDate-PT       TO EndDate-NPB.
           MOVE RegularPrice-PT  TO RegularPrice-NPB.
           MOVE MarkdownPrice-PT TO MarkdownPrice-NPB.
           MOVE MarkdownStart-PT TO MarkdownStart-NPB.
           MOVE MarkdownEnd-PT   TO MarkdownEnd-NPB.
           MOVE "N"              TO BelowCostOK-NPB.
           MOVE RunDate-WS       TO LastMaintDate-NPB.

       2200-EditEntryFields.
           MOVE EffectiveDate-PT TO DateCheck-WS.
           PERFORM 2250-CheckDate.
           IF DateIsInvalid
              SET BadDateError TO TRUE
              GO TO 2200-Exit
           END-IF.
           IF EndDate-PT NOT NUMERIC
              SET BadDateError TO TRUE
              GO TO 2200-Exit
           END-IF.
           IF EndDate-PT NOT = ZERO
              MOVE EndDate-PT TO DateCheck-WS
              PERFORM 2250-CheckDate
              IF DateIsInvalid
                 OR EndDate-PT < EffectiveDate-PT
                 SET BadDateError TO TRUE
                 GO TO 2200-Exit
              END-IF
           END-IF.
           IF RegularPrice-PT NOT NUMERIC
              OR RegularPrice-PT = ZERO
              SET BadPriceError TO TRUE
              GO TO 2200-Exit
           END-IF.
           IF MarkdownPrice-PT NOT NUMERIC
              OR MarkdownPrice-PT NOT < RegularPrice-PT
              SET BadMarkdownError TO TRUE
              GO TO 2200-Exit
           END-IF.
      * A markdown runs inside its entry - from no earlier than the
      * entry's effective date to no later than its end date
           IF MarkdownPrice-PT = ZERO
              MOVE ZERO TO MarkdownStart-PT, MarkdownEnd-PT
              GO TO 2200-Exit
           END-IF.
           MOVE MarkdownStart-PT TO DateCheck-WS.
           PERFORM 2250-CheckDate.
           IF DateIsValid
              MOVE MarkdownEnd-PT TO DateCheck-WS
              PERFORM 2250-CheckDate
           END-IF.
           IF DateIsInvalid
              OR MarkdownEnd-PT < MarkdownStart-PT
              OR MarkdownStart-PT < EffectiveDate-PT
              SET BadWindowError TO TRUE
              GO TO 2200-Exit
           END-IF.
           IF EndDate-PT NOT = ZERO
              AND MarkdownEnd-PT > EndDate-PT
              SET BadWindowError TO TRUE
           END-IF.
       2200-Exit.
           EXIT.

       2250-CheckDate.
           SET DateIsValid TO TRUE.
           IF DateCheck-WS NOT NUMERIC
              OR DateCheckYear < 1900
              OR DateCheckMonth < 1 OR DateCheckMonth > 12
              OR DateCheckDay < 1 OR DateCheckDay > 31
              SET DateIsInvalid TO TRUE
           END-IF.

       3000-EOJ.
           MOVE TransRead      TO PrnTransRead.
           MOVE TransApplied   TO PrnTransApplied.
           MOVE TransRejected  TO PrnTransRejected.
           MOVE EntriesWritten TO PrnEntriesWritten.
           WRITE MaintReportLine FROM BlankLine.
           WRITE MaintReportLine FROM RunTotalLine.
           CLOSE PriceBookFile,
                 PriceTransFile,
                 NewPriceBookFile,
                 MaintReportFile.

       5000-ReadPriceTrans.
           READ PriceTransFile
              AT END SET EndOfPriceTrans TO TRUE
           END-READ.
           IF EndOfPriceTrans
              MOVE 99999999999999 TO TransKey
           ELSE
              MOVE Key-PT TO TransKey
           END-IF.

       5100-ReadPriceBook.
           READ PriceBookFile
              AT END SET EndOfPriceBook TO TRUE
           END-READ.
           IF EndOfPriceBook
              MOVE 99999999999999 TO MasterKey
           ELSE
              MOVE Key-PB TO MasterKey
           END-IF.

       6000-Write-NewPriceBookRec.
           WRITE NewPriceBookRec.
           ADD 1 TO EntriesWritten.

       7000-Write-MaintResult.
           MOVE TranCode-PT      TO PrnTranCode.
           MOVE GadgetId-PT      TO PrnGadgetId.
           MOVE EffectiveDate-PT TO PrnEffectiveDate.
           IF RegularPrice-PT NUMERIC
              MOVE RegularPrice-PT  TO PrnRegularPrice
           ELSE
              MOVE ZERO             TO PrnRegularPrice
           END-IF.
           IF MarkdownPrice-PT NUMERIC
              MOVE MarkdownPrice-PT TO PrnMarkdownPrice
           ELSE
              MOVE ZERO             TO PrnMarkdownPrice
           END-IF.
           IF AppliedOK
              ADD 1 TO TransApplied
           ELSE
              ADD 1 TO TransRejected
           END-IF.
           WRITE MaintReportLine FROM MaintResultLine.
