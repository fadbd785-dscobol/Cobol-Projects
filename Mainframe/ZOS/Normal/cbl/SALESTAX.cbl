       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SALESTAX.
      * Monthly state sales-tax liability return for Electronics2Go.
      * Reads the sales file BDS1001 reports on and the shop sales
      * file BDS0801 reports on, and works out by taxing jurisdiction
      * - the state, and the county or locality where one applies -
      * the gross, exempt and taxable sales and the tax due:
      *
      *    each sale is taxed by its state and, when the branch sits
      *    in a locality with its own rate, by the locality as well,
      *    at the rate in effect on the sale date (effective-dated
      *    rate table; a sale with no date uses the period end)
      *    a sale carrying an exemption code counts as exempt sales
      *    each shop "R" (return) record comes off as a credit -
      *    returns and allowances and the tax on them - at the rate
      *    in effect at period end for the shop's jurisdictions
      *
      * One liability return is printed per state, laid out line by
      * line the way the filing is made, and a balanced pair of GL
      * journal lines is written per jurisdiction: debit the sales
      * tax clearing account, credit the jurisdiction's tax payable
      * account.  Branch and shop ids are tied to their state and
      * locality through the tax jurisdiction file.  Sales that
      * cannot be taxed are listed at the end and set RC 4.
      * The period (YYYYMM) and clearing account come from the
      * parameter card; with no card the previous month is filed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesFile
           ASSIGN TO DA-S-SALEFILE
           ORGANIZATION IS SEQUENTIAL.

           SELECT ShopFile
           ASSIGN TO DA-S-SHOPFILE
           ORGANIZATION IS SEQUENTIAL.

           SELECT TaxRateFile
           ASSIGN TO DA-S-TAXRATE
           ORGANIZATION IS SEQUENTIAL.

           SELECT TaxJurisdictionFile
           ASSIGN TO DA-S-TAXJUR
           ORGANIZATION IS SEQUENTIAL.

           SELECT TaxParmFile
           ASSIGN TO DA-S-TAXPARM
           ORGANIZATION IS SEQUENTIAL.

           SELECT TaxReturnFile
           ASSIGN TO DA-S-TAXRTN
           ORGANIZATION IS SEQUENTIAL.

           SELECT GLJournalFile
           ASSIGN TO DA-S-TAXGL
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SalesFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 SalesRecord.
           88 EndOfSalesFile      VALUE HIGH-VALUES.
           02 StateName-SF        PIC X(14).
           02 BranchId-SF         PIC X(5).
           02 SalesPersonId-SF    PIC X(6).
           02 ValueOfSale-SF      PIC 9(4)V99.
           02 SaleDate-SF         PIC 9(8).
      * Space = taxable; any other code (R resale, G government,
      * C charity ...) is an exempt sale
           02 TaxExemptCode-SF    PIC X.
              88 TaxableSale      VALUE SPACE.

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
      * the quantity and amount being refunded
       01 SF-Receipt.
           02 SF-Rec-Type-Code     PIC X.
           02 SR-Item-Id           PIC X(8).
           02 SR-Qty-Sold          PIC 9(3).
           02 SR-Item-Cost         PIC 999V99.

      * One record per jurisdiction and effective date, sorted on
      * state, locality and effective date.  Locality spaces is the
      * state's own rate.  Rate is a fraction - 006250 = 6.25%
       FD TaxRateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 TaxRateRec.
           88 EndOfTaxRates       VALUE HIGH-VALUES.
           02 StateName-TRF       PIC X(14).
           02 Locality-TRF        PIC X(10).
           02 EffectiveDate-TRF   PIC 9(8).
           02 TaxRate-TRF         PIC 9V9(5).
           02 JurName-TRF         PIC X(25).
           02 PayableAcct-TRF     PIC X(8).
           02 FILLER              PIC X(9).

      * One record per branch or shop - the state it files in and
      * the locality, if any, that adds its own tax
       FD TaxJurisdictionFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 TaxJurisdictionRec.
           88 EndOfTaxJurisdictions VALUE HIGH-VALUES.
           02 OutletId-TJF        PIC X(5).
           02 StateName-TJF       PIC X(14).
           02 Locality-TJF        PIC X(10).
           02 FILLER              PIC X(51).

      * One card - period YYYYMM and the sales tax clearing account
       FD TaxParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 TaxParmRec.
           02 PeriodYYYYMM-TPF    PIC 9(6).
           02 ClearingAcct-TPF    PIC X(8).
           02 FILLER              PIC X(66).

       FD TaxReturnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 ReturnLine              PIC X(80).

      * Same 40-byte journal record the GL extract takes
       FD GLJournalFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 GLJournalRec.
           02 PostDate-GLJ        PIC X(8).
           02 Account-GLJ         PIC X(8).
           02 DrCr-GLJ            PIC X.
           02 Category-GLJ        PIC X(4).
           02 Amount-GLJ          PIC S9(9)V99.
           02 FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01 TaxRateTable.
           02 TaxRateEntry OCCURS 500 TIMES.
              03 TRT-EffectiveDate PIC 9(8).
              03 TRT-TaxRate      PIC 9V9(5).
       01 TaxRateCount            PIC 9(3) VALUE ZERO.
       01 RateSub                 PIC 9(3) VALUE ZERO.
       01 RateFound               PIC 9(3) VALUE ZERO.

      * One entry per jurisdiction, in the rate file's order - so a
      * state's localities follow the state itself
       01 JurisdictionTable.
           02 JurisdictionEntry OCCURS 200 TIMES
                                INDEXED BY JUR-IDX.
              03 JT-StateName     PIC X(14).
              03 JT-Locality      PIC X(10).
              03 JT-JurName       PIC X(25).
              03 JT-PayableAcct   PIC X(8).
              03 JT-FirstRate     PIC 9(3).
              03 JT-LastRate      PIC 9(3).
              03 JT-GrossSales    PIC 9(9)V99.
              03 JT-ExemptSales   PIC 9(9)V99.
              03 JT-Returns       PIC 9(9)V99.
              03 JT-SalesTax      PIC 9(9)V99.
              03 JT-ReturnTax     PIC 9(9)V99.
       01 JurisdictionCount       PIC 9(3) VALUE ZERO.
       01 JurSub                  PIC 9(3) VALUE ZERO.

       01 OutletTable.
           02 OutletEntry OCCURS 300 TIMES
                          INDEXED BY OUT-IDX.
              03 OT-OutletId      PIC X(5).
              03 OT-StateName     PIC X(14).
              03 OT-Locality      PIC X(10).
       01 OutletCount             PIC 9(3) VALUE ZERO.

       01 PeriodFields.
           02 PeriodYYYYMM        PIC 9(6) VALUE ZERO.
           02 PeriodSplit REDEFINES PeriodYYYYMM.
              03 PeriodYYYY       PIC 9(4).
              03 PeriodMM         PIC 9(2).
           02 PeriodStart         PIC 9(8) VALUE ZERO.
           02 PeriodEnd           PIC 9(8) VALUE ZERO.
           02 NextMonthStart      PIC 9(8) VALUE ZERO.
           02 NextMonthSplit REDEFINES NextMonthStart.
              03 NextYYYY         PIC 9(4).
              03 NextMM           PIC 9(2).
              03 NextDD           PIC 9(2).
           02 RunDate-WS          PIC 9(8) VALUE ZERO.
           02 ClearingAcct        PIC X(8) VALUE "STAXCLR".

      * The sale being taxed - where, when, how much
       01 TaxWorkFields.
           02 TaxState            PIC X(14).
           02 TaxLocality         PIC X(10).
           02 SearchLocality      PIC X(10).
           02 TaxDate            PIC 9(8).
           02 TaxAmount           PIC 9(7)V99.
           02 TaxOnAmount         PIC 9(7)V99.
           02 TaxOutletId         PIC X(5).
           02 CurrentShopId       PIC X(5) VALUE SPACES.
           02 SaleIsReturn        PIC X VALUE "N".
              88 TaxingReturn     VALUE "Y".
              88 TaxingSale       VALUE "N".

       01 StateTotals.
           02 CurrentState        PIC X(14) VALUE SPACES.
           02 StateTaxDue         PIC S9(9)V99 VALUE ZERO.
           02 JurTaxDue           PIC S9(9)V99 VALUE ZERO.
           02 JurNetTaxable       PIC S9(9)V99 VALUE ZERO.

       01 RunTotals.
           02 SalesRead           PIC 9(7) VALUE ZERO.
           02 ShopReturnsRead     PIC 9(7) VALUE ZERO.
           02 ExceptionCount      PIC 9(5) VALUE ZERO.
           02 JournalLines        PIC 9(5) VALUE ZERO.
           02 JournalDebits       PIC S9(9)V99 VALUE ZERO.
           02 JournalCredits      PIC S9(9)V99 VALUE ZERO.

      * Exceptions are held until the returns are printed
       01 ExceptionTable.
           02 ExceptionEntry OCCURS 200 TIMES PIC X(80).
       01 ExceptionSub            PIC 9(3) VALUE ZERO.

       01 ExceptionDetail.
           02 FILLER              PIC X(4)  VALUE "*** ".
           02 ExcReason           PIC X(30).
           02 FILLER              PIC X(6)  VALUE " SHOP ".
           02 ExcOutletId         PIC X(5).
           02 FILLER              PIC X     VALUE SPACE.
           02 ExcState            PIC X(14).
           02 FILLER              PIC X     VALUE SPACE.
           02 ExcLocality         PIC X(10).
           02 FILLER              PIC X     VALUE SPACE.
           02 ExcDate             PIC X(8).

       01 ReturnHeading1.
           02 FILLER              PIC X(30) VALUE
              "SALES AND USE TAX RETURN - ".
           02 PrnRtnState         PIC X(14).
           02 FILLER              PIC X(17) VALUE
              "   FILING PERIOD ".
           02 PrnRtnPeriod        PIC 9(6).

       01 ReturnHeading2.
           02 FILLER              PIC X(24) VALUE
              "ELECTRONICS2GO    FROM ".
           02 PrnRtnFrom          PIC 9(8).
           02 FILLER              PIC X(4)  VALUE " TO ".
           02 PrnRtnTo            PIC 9(8).

       01 JurisdictionLine.
           02 FILLER              PIC X(14) VALUE "JURISDICTION: ".
           02 PrnJurName          PIC X(25).
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 PrnJurLocality      PIC X(10).
           02 FILLER              PIC X(16) VALUE "  PAYABLE ACCT: ".
           02 PrnJurAcct          PIC X(8).

       01 FormAmountLine.
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 PrnFormLineNo       PIC 9.
           02 FILLER              PIC XX    VALUE ". ".
           02 PrnFormText         PIC X(45).
           02 PrnFormAmount       PIC $$$$,$$$,$$9.99-.

       01 FormRateLine.
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 FILLER              PIC X(47) VALUE
              "5. TAX RATE IN EFFECT AT PERIOD END".
           02 PrnFormRate         PIC ZZZ9.999.
           02 FILLER              PIC X     VALUE "%".

       01 StateTotalLine.
           02 FILLER              PIC X(18) VALUE
              "TOTAL TAX DUE TO ".
           02 PrnTotState         PIC X(14).
           02 FILLER              PIC X(20) VALUE SPACES.
           02 PrnTotTaxDue        PIC $$$$,$$$,$$9.99-.

       01 ExceptionHeading        PIC X(40) VALUE
           "SALES THAT COULD NOT BE TAXED".

       01 RunTotalLine.
           02 FILLER              PIC X(12) VALUE "SALES READ: ".
           02 PrnSalesRead        PIC Z,ZZZ,ZZ9.
           02 FILLER              PIC X(17) VALUE
              "  SHOP RETURNS: ".
           02 PrnReturnsRead      PIC Z,ZZZ,ZZ9.
           02 FILLER              PIC X(14) VALUE
              "  EXCEPTIONS: ".
           02 PrnExceptions       PIC ZZ,ZZ9.

       01 JournalTotalLine.
           02 FILLER              PIC X(15) VALUE "GL JOURNAL TO ".
           02 PrnJrnlAcct         PIC X(8).
           02 FILLER              PIC X(9)  VALUE "  LINES: ".
           02 PrnJrnlLines        PIC ZZ,ZZ9.
           02 FILLER              PIC X(6)  VALUE "  DR: ".
           02 PrnJrnlDebits       PIC $$$,$$$,$$9.99-.
           02 FILLER              PIC X(6)  VALUE "  CR: ".
           02 PrnJrnlCredits      PIC $$$,$$$,$$9.99-.

       01 BlankLine               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-BOJ.
           PERFORM 2000-TaxOneSale
              UNTIL EndOfSalesFile.
           PERFORM 2200-TaxOneShopRecord
              UNTIL EndOfShopFile.
           PERFORM 2500-PrintStateReturn
              VARYING JurSub FROM 1 BY 1
              UNTIL JurSub > JurisdictionCount.
           IF CurrentState NOT = SPACES
              PERFORM 2700-PrintStateTotal
           END-IF.
           PERFORM 3000-EOJ.
           GOBACK.

       1000-BOJ.
           OPEN INPUT  SalesFile
                       ShopFile
                       TaxRateFile
                       TaxJurisdictionFile
                       TaxParmFile.
           OPEN OUTPUT TaxReturnFile
                       GLJournalFile.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate-WS.

      * No card files last month
           READ TaxParmFile
              AT END MOVE ZERO TO PeriodYYYYMM-TPF
           END-READ.
           IF PeriodYYYYMM-TPF NUMERIC
              AND PeriodYYYYMM-TPF > ZERO
              MOVE PeriodYYYYMM-TPF TO PeriodYYYYMM
              IF ClearingAcct-TPF NOT = SPACES
                 MOVE ClearingAcct-TPF TO ClearingAcct
              END-IF
           ELSE
              MOVE RunDate-WS(1:6) TO PeriodYYYYMM
              IF PeriodMM = 1
                 MOVE 12 TO PeriodMM
                 SUBTRACT 1 FROM PeriodYYYY
              ELSE
                 SUBTRACT 1 FROM PeriodMM
              END-IF
           END-IF.
           CLOSE TaxParmFile.
           IF PeriodMM < 1 OR PeriodMM > 12
              DISPLAY "*** BAD FILING PERIOD ON TAX PARM CARD - "
                      PeriodYYYYMM
              PERFORM 7000-AbortRun
           END-IF.
           COMPUTE PeriodStart = PeriodYYYYMM * 100 + 1.
           MOVE PeriodYYYY TO NextYYYY.
           MOVE PeriodMM   TO NextMM.
           MOVE 1          TO NextDD.
           IF NextMM = 12
              MOVE 1 TO NextMM
              ADD 1 TO NextYYYY
           ELSE
              ADD 1 TO NextMM
           END-IF.
           COMPUTE PeriodEnd = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(NextMonthStart) - 1).

           PERFORM 5300-ReadTaxRate.
           PERFORM 1100-StoreTaxRate
              UNTIL EndOfTaxRates
              OR TaxRateCount = 500.
      * A rate past the table would leave a jurisdiction taxed at an
      * old rate or not at all - overflow stops the run instead
           IF NOT EndOfTaxRates
              DISPLAY "*** TAX RATE FILE EXCEEDS TABLE - INCREASE"
                      " TaxRateTable OCCURS ***"
              PERFORM 7000-AbortRun
           END-IF.

           PERFORM 5400-ReadTaxJurisdiction.
           PERFORM 1200-StoreOutlet
              UNTIL EndOfTaxJurisdictions
              OR OutletCount = 300.
           IF NOT EndOfTaxJurisdictions
              DISPLAY "*** TAX JURISDICTION FILE EXCEEDS TABLE - "
                      "INCREASE OutletTable OCCURS ***"
              PERFORM 7000-AbortRun
           END-IF.

           PERFORM 5100-ReadSalesFile.
           PERFORM 5200-ReadShopFile.

      * A new state/locality pair starts a new jurisdiction; later
      * effective dates for it extend its range of rates
       1100-StoreTaxRate.
           ADD 1 TO TaxRateCount.
           MOVE EffectiveDate-TRF TO TRT-EffectiveDate(TaxRateCount).
           MOVE TaxRate-TRF       TO TRT-TaxRate(TaxRateCount).
           IF JurisdictionCount = ZERO
              OR StateName-TRF NOT = JT-StateName(JurisdictionCount)
              OR Locality-TRF  NOT = JT-Locality(JurisdictionCount)
              IF JurisdictionCount = 200
                 DISPLAY "*** JURISDICTIONS EXCEED TABLE - "
                         "INCREASE JurisdictionTable OCCURS ***"
                 PERFORM 7000-AbortRun
              END-IF
              ADD 1 TO JurisdictionCount
              SET JUR-IDX TO JurisdictionCount
              MOVE StateName-TRF   TO JT-StateName(JUR-IDX)
              MOVE Locality-TRF    TO JT-Locality(JUR-IDX)
              MOVE TaxRateCount    TO JT-FirstRate(JUR-IDX)
              MOVE ZERO            TO JT-GrossSales(JUR-IDX),
                                      JT-ExemptSales(JUR-IDX),
                                      JT-Returns(JUR-IDX),
                                      JT-SalesTax(JUR-IDX),
                                      JT-ReturnTax(JUR-IDX)
           END-IF.
      * The latest entry names the jurisdiction and its account
           SET JUR-IDX TO JurisdictionCount.
           MOVE JurName-TRF     TO JT-JurName(JUR-IDX).
           MOVE PayableAcct-TRF TO JT-PayableAcct(JUR-IDX).
           MOVE TaxRateCount    TO JT-LastRate(JUR-IDX).
           PERFORM 5300-ReadTaxRate.

       1200-StoreOutlet.
           ADD 1 TO OutletCount.
           SET OUT-IDX TO OutletCount.
           MOVE OutletId-TJF  TO OT-OutletId(OUT-IDX).
           MOVE StateName-TJF TO OT-StateName(OUT-IDX).
           MOVE Locality-TJF  TO OT-Locality(OUT-IDX).
           PERFORM 5400-ReadTaxJurisdiction.

       2000-TaxOneSale.
           ADD 1 TO SalesRead.
           SET TaxingSale TO TRUE.
           MOVE StateName-SF   TO TaxState.
           MOVE BranchId-SF    TO TaxOutletId.
           MOVE SPACES         TO TaxLocality.
           MOVE ValueOfSale-SF TO TaxAmount.
           IF SaleDate-SF NUMERIC AND SaleDate-SF > ZERO
              MOVE SaleDate-SF TO TaxDate
           ELSE
              MOVE PeriodEnd   TO TaxDate
           END-IF.
           IF TaxDate < PeriodStart OR TaxDate > PeriodEnd
              MOVE "SALE DATE OUTSIDE PERIOD" TO ExcReason
              PERFORM 2900-RecordException
           ELSE
              PERFORM 2050-FindOutletLocality
              PERFORM 2100-TaxInJurisdictions
           END-IF.
           PERFORM 5100-ReadSalesFile.

      * The outlet's own record can name a locality; the state on
      * the sale stands
       2050-FindOutletLocality.
           MOVE SPACES TO TaxLocality.
           IF OutletCount > ZERO
              SET OUT-IDX TO 1
              SEARCH OutletEntry
                 AT END
                    CONTINUE
                 WHEN OUT-IDX > OutletCount
                    CONTINUE
                 WHEN OT-OutletId(OUT-IDX) = TaxOutletId
                    MOVE OT-Locality(OUT-IDX) TO TaxLocality
              END-SEARCH
           END-IF.

      * State first, then the locality on top when there is one
       2100-TaxInJurisdictions.
           MOVE SPACES TO SearchLocality.
           PERFORM 2110-FindJurisdiction.
           IF JurSub = ZERO
              MOVE "NO STATE TAX RATE ON FILE" TO ExcReason
              PERFORM 2900-RecordException
           ELSE
              PERFORM 2150-ApplyToJurisdiction
           END-IF.
           IF TaxLocality NOT = SPACES
              MOVE TaxLocality TO SearchLocality
              PERFORM 2110-FindJurisdiction
              IF JurSub = ZERO
                 MOVE "NO LOCALITY TAX RATE ON FILE" TO ExcReason
                 PERFORM 2900-RecordException
              ELSE
                 PERFORM 2150-ApplyToJurisdiction
              END-IF
           END-IF.

       2110-FindJurisdiction.
           MOVE ZERO TO JurSub.
           IF JurisdictionCount > ZERO
              SET JUR-IDX TO 1
              SEARCH JurisdictionEntry
                 AT END
                    CONTINUE
                 WHEN JUR-IDX > JurisdictionCount
                    CONTINUE
                 WHEN JT-StateName(JUR-IDX) = TaxState
                  AND JT-Locality(JUR-IDX) = SearchLocality
                    SET JurSub TO JUR-IDX
              END-SEARCH
           END-IF.

       2150-ApplyToJurisdiction.
           PERFORM 2160-FindRateInEffect.
           IF RateFound = ZERO
              MOVE "NO TAX RATE IN EFFECT" TO ExcReason
              PERFORM 2900-RecordException
           ELSE
              COMPUTE TaxOnAmount ROUNDED =
                 TaxAmount * TRT-TaxRate(RateFound)
              EVALUATE TRUE
                 WHEN TaxingReturn
                    ADD TaxAmount   TO JT-Returns(JurSub)
                    ADD TaxOnAmount TO JT-ReturnTax(JurSub)
                 WHEN TaxableSale
                    ADD TaxAmount   TO JT-GrossSales(JurSub)
                    ADD TaxOnAmount TO JT-SalesTax(JurSub)
                 WHEN OTHER
                    ADD TaxAmount   TO JT-GrossSales(JurSub)
                    ADD TaxAmount   TO JT-ExemptSales(JurSub)
              END-EVALUATE
           END-IF.

      * Latest entry for the jurisdiction already in effect on the
      * tax date
       2160-FindRateInEffect.
           MOVE ZERO TO RateFound.
           PERFORM 2170-CheckOneRate
              VARYING RateSub FROM JT-FirstRate(JurSub) BY 1
              UNTIL RateSub > JT-LastRate(JurSub).

       2170-CheckOneRate.
           IF TRT-EffectiveDate(RateSub) NOT > TaxDate
              MOVE RateSub TO RateFound
           END-IF.

      * Shop file - only the returns bear on the tax; the header
      * says which shop they came back to
       2200-TaxOneShopRecord.
           EVALUATE TRUE
              WHEN SF-Header
                 MOVE SH-Shop-Id TO CurrentShopId
              WHEN SF-Return
                 ADD 1 TO ShopReturnsRead
                 PERFORM 2250-TaxOneReturn
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM 5200-ReadShopFile.

       2250-TaxOneReturn.
           MOVE CurrentShopId TO TaxOutletId.
           MOVE PeriodEnd     TO TaxDate.
           MOVE SPACES        TO TaxState.
           IF SR-Qty-Sold NOT NUMERIC OR SR-Item-Cost NOT NUMERIC
              MOVE "RETURN WITH BAD QTY/AMOUNT" TO ExcReason
              PERFORM 2900-RecordException
           ELSE
              COMPUTE TaxAmount = SR-Qty-Sold * SR-Item-Cost
              PERFORM 2260-FindShopJurisdiction
              IF TaxState = SPACES
                 MOVE "SHOP NOT ON JURISDICTION FILE" TO ExcReason
                 PERFORM 2900-RecordException
              ELSE
                 SET TaxingReturn TO TRUE
                 PERFORM 2100-TaxInJurisdictions
                 SET TaxingSale TO TRUE
              END-IF
           END-IF.

       2260-FindShopJurisdiction.
           MOVE SPACES TO TaxLocality.
           IF OutletCount > ZERO
              SET OUT-IDX TO 1
              SEARCH OutletEntry
                 AT END
                    CONTINUE
                 WHEN OUT-IDX > OutletCount
                    CONTINUE
                 WHEN OT-OutletId(OUT-IDX) = TaxOutletId
                    MOVE OT-StateName(OUT-IDX) TO TaxState
                    MOVE OT-Locality(OUT-IDX)  TO TaxLocality
              END-SEARCH
           END-IF.

      * One block per jurisdiction, a new page per state, and the
      * journal pair for the jurisdiction's tax due
       2500-PrintStateReturn.
           IF JT-StateName(JurSub) NOT = CurrentState
              IF CurrentState NOT = SPACES
                 PERFORM 2700-PrintStateTotal
              END-IF
              MOVE JT-StateName(JurSub) TO CurrentState
              MOVE ZERO TO StateTaxDue
              MOVE CurrentState  TO PrnRtnState
              MOVE PeriodYYYYMM  TO PrnRtnPeriod
              MOVE PeriodStart   TO PrnRtnFrom
              MOVE PeriodEnd     TO PrnRtnTo
              WRITE ReturnLine FROM ReturnHeading1
                 AFTER ADVANCING PAGE
              WRITE ReturnLine FROM ReturnHeading2
                 AFTER ADVANCING 1 LINE
           END-IF.

           COMPUTE JurNetTaxable = JT-GrossSales(JurSub)
                                 - JT-ExemptSales(JurSub)
                                 - JT-Returns(JurSub).
           COMPUTE JurTaxDue = JT-SalesTax(JurSub)
                             - JT-ReturnTax(JurSub).
           ADD JurTaxDue TO StateTaxDue.

           MOVE JT-JurName(JurSub)     TO PrnJurName.
           MOVE JT-Locality(JurSub)    TO PrnJurLocality.
           MOVE JT-PayableAcct(JurSub) TO PrnJurAcct.
           WRITE ReturnLine FROM JurisdictionLine
              AFTER ADVANCING 2 LINES.
           MOVE 1 TO PrnFormLineNo.
           MOVE "GROSS SALES" TO PrnFormText.
           MOVE JT-GrossSales(JurSub) TO PrnFormAmount.
           PERFORM 2600-WriteFormLine.
           MOVE 2 TO PrnFormLineNo.
           MOVE "LESS EXEMPT SALES" TO PrnFormText.
           MOVE JT-ExemptSales(JurSub) TO PrnFormAmount.
           PERFORM 2600-WriteFormLine.
           MOVE 3 TO PrnFormLineNo.
           MOVE "LESS RETURNS AND ALLOWANCES" TO PrnFormText.
           MOVE JT-Returns(JurSub) TO PrnFormAmount.
           PERFORM 2600-WriteFormLine.
           MOVE 4 TO PrnFormLineNo.
           MOVE "NET TAXABLE SALES (LINE 1 - 2 - 3)" TO PrnFormText.
           MOVE JurNetTaxable TO PrnFormAmount.
           PERFORM 2600-WriteFormLine.
           MOVE PeriodEnd TO TaxDate.
           PERFORM 2160-FindRateInEffect.
           IF RateFound = ZERO
              MOVE ZERO TO PrnFormRate
           ELSE
              COMPUTE PrnFormRate = TRT-TaxRate(RateFound) * 100
           END-IF.
           WRITE ReturnLine FROM FormRateLine
              AFTER ADVANCING 1 LINE.
           MOVE 6 TO PrnFormLineNo.
           MOVE "TAX ON SALES" TO PrnFormText.
           MOVE JT-SalesTax(JurSub) TO PrnFormAmount.
           PERFORM 2600-WriteFormLine.
           MOVE 7 TO PrnFormLineNo.
           MOVE "LESS TAX ON RETURNS" TO PrnFormText.
           MOVE JT-ReturnTax(JurSub) TO PrnFormAmount.
           PERFORM 2600-WriteFormLine.
           MOVE 8 TO PrnFormLineNo.
           MOVE "TAX DUE (LINE 6 - 7)" TO PrnFormText.
           MOVE JurTaxDue TO PrnFormAmount.
           PERFORM 2600-WriteFormLine.

           IF JurTaxDue NOT = ZERO
              PERFORM 2800-WriteJournalPair
           END-IF.

       2600-WriteFormLine.
           WRITE ReturnLine FROM FormAmountLine
              AFTER ADVANCING 1 LINE.

       2700-PrintStateTotal.
           MOVE CurrentState TO PrnTotState.
           MOVE StateTaxDue  TO PrnTotTaxDue.
           WRITE ReturnLine FROM StateTotalLine
              AFTER ADVANCING 2 LINES.

      * Debit clearing, credit the jurisdiction's payable - a net
      * credit (more returned than sold) reverses the pair
       2800-WriteJournalPair.
           MOVE SPACES       TO GLJournalRec.
           MOVE PeriodEnd    TO PostDate-GLJ.
           MOVE "STAX"       TO Category-GLJ.
           MOVE ClearingAcct TO Account-GLJ.
           IF JurTaxDue > ZERO
              MOVE "D"       TO DrCr-GLJ
              MOVE JurTaxDue TO Amount-GLJ
              ADD JurTaxDue  TO JournalDebits
           ELSE
              MOVE "C"       TO DrCr-GLJ
              COMPUTE Amount-GLJ = ZERO - JurTaxDue
              SUBTRACT JurTaxDue FROM JournalCredits
           END-IF.
           WRITE GLJournalRec.
           MOVE JT-PayableAcct(JurSub) TO Account-GLJ.
           IF JurTaxDue > ZERO
              MOVE "C"       TO DrCr-GLJ
              ADD JurTaxDue  TO JournalCredits
           ELSE
              MOVE "D"       TO DrCr-GLJ
              SUBTRACT JurTaxDue FROM JournalDebits
           END-IF.
           WRITE GLJournalRec.
           ADD 2 TO JournalLines.

       2900-RecordException.
           ADD 1 TO ExceptionCount.
           MOVE TaxOutletId TO ExcOutletId.
           MOVE TaxState    TO ExcState.
           MOVE TaxLocality TO ExcLocality.
           MOVE TaxDate     TO ExcDate.
           IF ExceptionSub < 200
              ADD 1 TO ExceptionSub
              MOVE ExceptionDetail TO ExceptionEntry(ExceptionSub)
           END-IF.

       3000-EOJ.
           IF ExceptionCount > ZERO
              WRITE ReturnLine FROM ExceptionHeading
                 AFTER ADVANCING PAGE
              PERFORM 3100-PrintException
                 VARYING JurSub FROM 1 BY 1
                 UNTIL JurSub > ExceptionSub
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SalesRead       TO PrnSalesRead.
           MOVE ShopReturnsRead TO PrnReturnsRead.
           MOVE ExceptionCount  TO PrnExceptions.
           WRITE ReturnLine FROM RunTotalLine
              AFTER ADVANCING 2 LINES.
           MOVE ClearingAcct    TO PrnJrnlAcct.
           MOVE JournalLines    TO PrnJrnlLines.
           MOVE JournalDebits   TO PrnJrnlDebits.
           MOVE JournalCredits  TO PrnJrnlCredits.
           WRITE ReturnLine FROM JournalTotalLine
              AFTER ADVANCING 1 LINE.
           CLOSE SalesFile,
                 ShopFile,
                 TaxRateFile,
                 TaxJurisdictionFile,
                 TaxReturnFile,
                 GLJournalFile.

       3100-PrintException.
           WRITE ReturnLine FROM ExceptionEntry(JurSub)
              AFTER ADVANCING 1 LINE.

       7000-AbortRun.
           CLOSE SalesFile,
                 ShopFile,
                 TaxRateFile,
                 TaxJurisdictionFile,
                 TaxReturnFile,
                 GLJournalFile.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       5100-ReadSalesFile.
           READ SalesFile
              AT END SET EndOfSalesFile TO TRUE
           END-READ.

       5200-ReadShopFile.
           READ ShopFile
              AT END SET EndOfShopFile TO TRUE
           END-READ.

       5300-ReadTaxRate.
           READ TaxRateFile
              AT END SET EndOfTaxRates TO TRUE
           END-READ.

       5400-ReadTaxJurisdiction.
           READ TaxJurisdictionFile
              AT END SET EndOfTaxJurisdictions TO TRUE
           END-READ.
