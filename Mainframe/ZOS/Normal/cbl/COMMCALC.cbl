       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COMMCALC.
      * Monthly salesperson commission run for Electronics2Go.
      * Accumulates each salesperson's sales for the month from the
      * sales file BDS1001 reports on, less the returns on the sales
      * returns file (same layout, the return credited back to the
      * salesperson who made the sale), and applies the commission
      * plan:
      *
      *    tiered rates by sales band - each band's rate applies to
      *    the part of net sales that falls inside the band, the
      *    way the withholding brackets work
      *    a branch with tiers of its own uses them in place of the
      *    standard tiers (branch spaces on the plan file)
      *    a monthly draw - the salesperson is paid the greater of
      *    the draw and the commission earned less any draw not yet
      *    earned back; what the draw pays beyond the commission is
      *    carried forward on the draw balance file and recovered
      *    from later months' commission
      *
      * Prints a commission statement per salesperson and a branch
      * summary, and writes each payment as a commission earnings
      * transaction (category "C", amount in the gross pay field,
      * no hours) in the 120-byte PAYRAW layout, keyed on the EMPMAST
      * employee number from the plan file, with the batch trailer
      * PAYEDIT balances to.  PAYEDIT edits it as its own batch and
      * PAYROL02 pays it with the normal withholding.
      * Sales by a salesperson not on the plan are listed on the
      * summary and set RC 4.  The period (YYYYMM) comes from the
      * parameter card; with no card the previous month is paid.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesFile
           ASSIGN TO DA-S-SALEFILE
           ORGANIZATION IS SEQUENTIAL.

           SELECT SalesReturnFile
           ASSIGN TO DA-S-SALERETN
           ORGANIZATION IS SEQUENTIAL.

           SELECT CommPlanFile
           ASSIGN TO DA-S-COMMPLAN
           ORGANIZATION IS SEQUENTIAL.

           SELECT DrawBalanceFile
           ASSIGN TO DA-S-DRAWIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT NewDrawBalanceFile
           ASSIGN TO DA-S-DRAWOUT
           ORGANIZATION IS SEQUENTIAL.

           SELECT CommParmFile
           ASSIGN TO DA-S-COMMPARM
           ORGANIZATION IS SEQUENTIAL.

           SELECT StatementFile
           ASSIGN TO DA-S-COMMSTMT
           ORGANIZATION IS SEQUENTIAL.

           SELECT SummaryFile
           ASSIGN TO DA-S-COMMSUM
           ORGANIZATION IS SEQUENTIAL.

           SELECT PayRawFile
           ASSIGN TO DA-S-PAYRAW
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
           02 TaxExemptCode-SF    PIC X.

       FD SalesReturnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 SalesReturnRecord.
           88 EndOfReturnFile     VALUE HIGH-VALUES.
           02 StateName-RF        PIC X(14).
           02 BranchId-RF         PIC X(5).
           02 SalesPersonId-RF    PIC X(6).
           02 ValueOfReturn-RF    PIC 9(4)V99.
           02 ReturnDate-RF       PIC 9(8).
           02 TaxExemptCode-RF    PIC X.

      * Two record types - "T" a commission tier, "S" a salesperson.
      * Tiers are in branch / band floor order, standard plan first
       FD CommPlanFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 CommTierRec.
           88 EndOfCommPlan       VALUE HIGH-VALUES.
           02 PlanRecType-CP      PIC X.
              88 PlanTier         VALUE "T".
              88 PlanSalesperson  VALUE "S".
           02 TierBranchId-CP     PIC X(5).
           02 TierFloor-CP        PIC 9(7)V99.
           02 TierRate-CP         PIC V9(4).
           02 FILLER              PIC X(61).
       01 CommSalespersonRec.
           02 FILLER              PIC X.
           02 SalesPersonId-CP    PIC X(6).
           02 EmpNumber-CP        PIC 9(5).
           02 BranchId-CP         PIC X(5).
           02 MonthlyDraw-CP      PIC 9(5)V99.
           02 Allowances-CP       PIC 9(2).
           02 FirstName-CP        PIC X(10).
           02 LastName-CP         PIC X(10).
           02 FILLER              PIC X(34).

      * Draw paid and not yet earned back, by salesperson - last
      * month's DRAWOUT is this month's DRAWIN
       FD DrawBalanceFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 DrawBalanceRec.
           88 EndOfDrawBalances   VALUE HIGH-VALUES.
           02 SalesPersonId-DB    PIC X(6).
           02 DrawDeficit-DB      PIC 9(7)V99.
           02 FILLER              PIC X(25).

       FD NewDrawBalanceFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 NewDrawBalanceRec.
           02 SalesPersonId-NDB   PIC X(6).
           02 DrawDeficit-NDB     PIC 9(7)V99.
           02 FILLER              PIC X(25).

      * One card - the commission month, YYYYMM
       FD CommParmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 CommParmRec.
           02 PeriodYYYYMM-CPF    PIC 9(6).
           02 FILLER              PIC X(74).

       FD StatementFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 StatementLine           PIC X(80).

       FD SummaryFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 SummaryLine             PIC X(80).

      * Same 120-byte detail layout PAYEDIT reads
       FD PayRawFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01 PayRawRec.
           02 FirstName-PR        PIC X(10).
           02 LastName-PR         PIC X(10).
           02 PayDate-PR          PIC X(10).
           02 HourlyRate-PR       PIC 9(3).
           02 HoursWorked-PR      PIC 9(3).
           02 Category-PR         PIC X.
           02 GrossPay-PR         PIC 9(5)V99.
           02 Allowances-PR       PIC 9(2).
           02 Withholding-PR      PIC 9(5)V99.
           02 Fica-PR             PIC 9(5)V99.
           02 NetPay-PR           PIC 9(5)V99.
           02 BankRouting-PR      PIC X(9).
           02 BankAccount-PR      PIC X(10).
           02 EmpNumber-PR        PIC 9(5).
           02 DepositFlag-PR      PIC X.
           02 FILLER              PIC X(28).
       01 PayRawTrailer.
           02 TrailerId-PR        PIC X(10).
           02 TrailerCount-PR     PIC 9(5).
           02 TrailerHours-PR     PIC 9(7).
           02 FILLER              PIC X(98).

       WORKING-STORAGE SECTION.
       01 TierTable.
           02 TierEntry OCCURS 100 TIMES.
              03 TT-BranchId      PIC X(5).
              03 TT-Floor         PIC 9(7)V99.
              03 TT-Rate          PIC V9(4).
       01 TierCount               PIC 9(3) VALUE ZERO.
       01 TierSub                 PIC 9(3) VALUE ZERO.
       01 NextTierSub             PIC 9(3) VALUE ZERO.

       01 SalespersonTable.
           02 SalespersonEntry OCCURS 300 TIMES
                               INDEXED BY SP-IDX.
              03 SP-SalesPersonId PIC X(6).
              03 SP-EmpNumber     PIC 9(5).
              03 SP-BranchId      PIC X(5).
              03 SP-MonthlyDraw   PIC 9(5)V99.
              03 SP-Allowances    PIC 9(2).
              03 SP-FirstName     PIC X(10).
              03 SP-LastName      PIC X(10).
              03 SP-GrossSales    PIC 9(7)V99.
              03 SP-Returns       PIC 9(7)V99.
              03 SP-PriorDeficit  PIC 9(7)V99.
       01 SalespersonCount        PIC 9(3) VALUE ZERO.
       01 SpSub                   PIC 9(3) VALUE ZERO.

       01 BranchTable.
           02 BranchEntry OCCURS 100 TIMES
                          INDEXED BY BR-IDX.
              03 BT-BranchId      PIC X(5).
              03 BT-Salespeople   PIC 9(4).
              03 BT-NetSales      PIC S9(9)V99.
              03 BT-Commission    PIC 9(9)V99.
              03 BT-Paid          PIC 9(9)V99.
              03 BT-DeficitCarried PIC 9(9)V99.
       01 BranchCount             PIC 9(3) VALUE ZERO.
       01 BranchSub               PIC 9(3) VALUE ZERO.

       01 PeriodFields.
           02 PeriodYYYYMM        PIC 9(6) VALUE ZERO.
           02 PeriodSplit REDEFINES PeriodYYYYMM.
              03 PeriodYYYY       PIC 9(4).
              03 PeriodMM         PIC 9(2).
           02 PeriodStart         PIC 9(8) VALUE ZERO.
           02 PeriodEnd           PIC 9(8) VALUE ZERO.
           02 PeriodEndSplit REDEFINES PeriodEnd.
              03 PeriodEndYYYY    PIC 9(4).
              03 PeriodEndMM      PIC 9(2).
              03 PeriodEndDD      PIC 9(2).
           02 NextMonthStart      PIC 9(8) VALUE ZERO.
           02 NextMonthSplit REDEFINES NextMonthStart.
              03 NextYYYY         PIC 9(4).
              03 NextMM           PIC 9(2).
              03 NextDD           PIC 9(2).
           02 RunDate-WS          PIC 9(8) VALUE ZERO.
           02 PayDate-WS          PIC X(10) VALUE SPACES.

      * The salesperson being paid
       01 CommWorkFields.
           02 NetSales            PIC S9(7)V99.
           02 CommissionEarned    PIC 9(7)V99.
           02 CommissionDue       PIC S9(7)V99.
           02 PaymentAmount       PIC 9(7)V99.
           02 NewDeficit          PIC S9(7)V99.
           02 TierBranch          PIC X(5).
           02 BandTop             PIC 9(7)V99.
           02 BandSales           PIC 9(7)V99.
           02 BandCommission      PIC 9(7)V99.
           02 LookupId            PIC X(6).
           02 TierFound           PIC X VALUE "N".
              88 BranchHasTiers   VALUE "Y".

       01 RunTotals.
           02 SalesRead           PIC 9(7) VALUE ZERO.
           02 ReturnsRead         PIC 9(7) VALUE ZERO.
           02 OutsidePeriod       PIC 9(7) VALUE ZERO.
           02 ExceptionCount      PIC 9(5) VALUE ZERO.
           02 PayRecordsWritten   PIC 9(5) VALUE ZERO.
           02 TotalCommission     PIC 9(9)V99 VALUE ZERO.
           02 TotalPaid           PIC 9(9)V99 VALUE ZERO.

      * Sales that could not be credited, held for the summary
       01 ExceptionTable.
           02 ExceptionEntry OCCURS 200 TIMES PIC X(80).
       01 ExceptionSub            PIC 9(3) VALUE ZERO.

       01 ExceptionDetail.
           02 FILLER              PIC X(4)  VALUE "*** ".
           02 ExcReason           PIC X(32).
           02 FILLER              PIC X(11) VALUE " SALESPSN ".
           02 ExcSalesPersonId    PIC X(6).
           02 FILLER              PIC X(8)  VALUE " BRANCH ".
           02 ExcBranchId         PIC X(5).
           02 FILLER              PIC X     VALUE SPACE.
           02 ExcAmount           PIC Z,ZZ9.99.
           02 FILLER              PIC X(5)  VALUE SPACES.

       01 StmtHeading1.
           02 FILLER              PIC X(40) VALUE
              "ELECTRONICS2GO COMMISSION STATEMENT".
           02 FILLER              PIC X(7)  VALUE "MONTH ".
           02 PrnStmtPeriod       PIC 9(6).

       01 StmtHeading2.
           02 FILLER              PIC X(13) VALUE "SALESPERSON ".
           02 PrnStmtSpId         PIC X(6).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnStmtFirstName    PIC X(10).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnStmtLastName     PIC X(10).
           02 FILLER              PIC X(7)  VALUE "  EMP ".
           02 PrnStmtEmpNumber    PIC 9(5).
           02 FILLER              PIC X(10) VALUE "  BRANCH ".
           02 PrnStmtBranchId     PIC X(5).

       01 StmtAmountLine.
           02 FILLER              PIC X(4)  VALUE SPACES.
           02 PrnStmtText         PIC X(44).
           02 PrnStmtAmount       PIC $$,$$$,$$9.99-.

       01 StmtTierHeading.
           02 FILLER              PIC X(31) VALUE
              "  BAND FROM        TO   RATE".
           02 FILLER              PIC X(49) VALUE
              "SALES IN BAND   COMMISSION".

       01 StmtTierLine.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 PrnTierFrom         PIC Z,ZZZ,ZZ9.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnTierTo           PIC Z,ZZZ,ZZ9.
           02 PrnTierToAbove REDEFINES PrnTierTo PIC X(9).
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnTierRate         PIC Z9.99.
           02 FILLER              PIC X(5)  VALUE "%    ".
           02 PrnTierSales        PIC Z,ZZZ,ZZ9.99.
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 PrnTierCommission  PIC ZZZ,ZZ9.99.

       01 SumHeading1.
           02 FILLER              PIC X(40) VALUE
              "COMMISSION SUMMARY BY BRANCH - MONTH ".
           02 PrnSumPeriod        PIC 9(6).

       01 SumColumns.
           02 FILLER              PIC X(33) VALUE
              "BRANCH     PEOPLE       NET SALES".
           02 FILLER              PIC X(47) VALUE
              "      COMMISSION       PAID   DRAW O/S".

       01 SumDetailLine.
           02 PrnSumBranchId      PIC X(5).
           02 FILLER              PIC X(8)  VALUE SPACES.
           02 PrnSumSalespeople   PIC ZZZ9.
           02 FILLER              PIC X(3)  VALUE SPACES.
           02 PrnSumNetSales      PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER              PIC X(2)  VALUE SPACES.
           02 PrnSumCommission    PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnSumPaid          PIC ZZZ,ZZ9.99.
           02 FILLER              PIC X     VALUE SPACE.
           02 PrnSumDeficit       PIC ZZZ,ZZ9.99.

       01 ExceptionHeading        PIC X(40) VALUE
           "SALES NOT CREDITED TO A SALESPERSON".

       01 RunTotalLine.
           02 FILLER              PIC X(7)  VALUE "SALES: ".
           02 PrnSalesRead        PIC ZZZ,ZZ9.
           02 FILLER              PIC X(11) VALUE "  RETURNS: ".
           02 PrnReturnsRead      PIC ZZZ,ZZ9.
           02 FILLER              PIC X(17) VALUE
              "  OUTSIDE MONTH: ".
           02 PrnOutsidePeriod    PIC ZZZ,ZZ9.
           02 FILLER              PIC X(14) VALUE
              "  EXCEPTIONS: ".
           02 PrnExceptions       PIC ZZ,ZZ9.

       01 PayTotalLine.
           02 FILLER              PIC X(20) VALUE
              "PAY RECORDS WRITTEN ".
           02 PrnPayRecords       PIC ZZ,ZZ9.
           02 FILLER              PIC X(14) VALUE
              "  COMMISSION ".
           02 PrnTotalCommission  PIC $$$,$$$,$$9.99.
           02 FILLER              PIC X(8)  VALUE "  PAID ".
           02 PrnTotalPaid        PIC $$$,$$$,$$9.99.

       01 BlankLine               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-BOJ.
           PERFORM 2000-CreditOneSale
              UNTIL EndOfSalesFile.
           PERFORM 2100-DebitOneReturn
              UNTIL EndOfReturnFile.
           PERFORM 2200-PayOneSalesperson
              VARYING SpSub FROM 1 BY 1
              UNTIL SpSub > SalespersonCount.
           PERFORM 3000-EOJ.
           GOBACK.

       1000-BOJ.
           OPEN INPUT  SalesFile
                       SalesReturnFile
                       CommPlanFile
                       DrawBalanceFile
                       CommParmFile.
           OPEN OUTPUT NewDrawBalanceFile
                       StatementFile
                       SummaryFile
                       PayRawFile.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate-WS.

      * No card pays last month
           READ CommParmFile
              AT END MOVE ZERO TO PeriodYYYYMM-CPF
           END-READ.
           IF PeriodYYYYMM-CPF NUMERIC
              AND PeriodYYYYMM-CPF > ZERO
              MOVE PeriodYYYYMM-CPF TO PeriodYYYYMM
           ELSE
              MOVE RunDate-WS(1:6) TO PeriodYYYYMM
              IF PeriodMM = 1
                 MOVE 12 TO PeriodMM
                 SUBTRACT 1 FROM PeriodYYYY
              ELSE
                 SUBTRACT 1 FROM PeriodMM
              END-IF
           END-IF.
           CLOSE CommParmFile.
           IF PeriodMM < 1 OR PeriodMM > 12
              DISPLAY "*** BAD COMMISSION MONTH ON PARM CARD - "
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
      * Pay records carry the date the way the timecards do
           STRING PeriodEndYYYY "-" PeriodEndMM "-" PeriodEndDD
              DELIMITED BY SIZE INTO PayDate-WS.

           PERFORM 5300-ReadCommPlan.
           PERFORM 1100-StorePlanRecord
              UNTIL EndOfCommPlan.

           PERFORM 5400-ReadDrawBalance.
           PERFORM 1200-StoreDrawBalance
              UNTIL EndOfDrawBalances.

           MOVE PeriodYYYYMM TO PrnStmtPeriod, PrnSumPeriod.
           PERFORM 5100-ReadSalesFile.
           PERFORM 5200-ReadReturnFile.

      * A tier or salesperson past the table would be paid wrongly
      * or not at all - overflow stops the run instead
       1100-StorePlanRecord.
           EVALUATE TRUE
              WHEN PlanTier
                 IF TierCount = 100
                    DISPLAY "*** COMMISSION TIERS EXCEED TABLE - "
                            "INCREASE TierTable OCCURS ***"
                    PERFORM 7000-AbortRun
                 END-IF
                 ADD 1 TO TierCount
                 MOVE TierBranchId-CP TO TT-BranchId(TierCount)
                 MOVE TierFloor-CP    TO TT-Floor(TierCount)
                 MOVE TierRate-CP     TO TT-Rate(TierCount)
              WHEN PlanSalesperson
                 IF SalespersonCount = 300
                    DISPLAY "*** SALESPEOPLE EXCEED TABLE - "
                            "INCREASE SalespersonTable OCCURS ***"
                    PERFORM 7000-AbortRun
                 END-IF
                 ADD 1 TO SalespersonCount
                 SET SP-IDX TO SalespersonCount
                 MOVE SalesPersonId-CP TO SP-SalesPersonId(SP-IDX)
                 MOVE EmpNumber-CP     TO SP-EmpNumber(SP-IDX)
                 MOVE BranchId-CP      TO SP-BranchId(SP-IDX)
                 MOVE MonthlyDraw-CP   TO SP-MonthlyDraw(SP-IDX)
                 MOVE Allowances-CP    TO SP-Allowances(SP-IDX)
                 MOVE FirstName-CP     TO SP-FirstName(SP-IDX)
                 MOVE LastName-CP      TO SP-LastName(SP-IDX)
                 MOVE ZERO             TO SP-GrossSales(SP-IDX),
                                          SP-Returns(SP-IDX),
                                          SP-PriorDeficit(SP-IDX)
              WHEN OTHER
                 DISPLAY "*** UNKNOWN COMMISSION PLAN RECORD - "
                         CommTierRec
           END-EVALUATE.
           PERFORM 5300-ReadCommPlan.

      * A balance for someone no longer on the plan is dropped
       1200-StoreDrawBalance.
           MOVE SalesPersonId-DB TO LookupId.
           PERFORM 2050-FindSalesperson.
           IF SpSub = ZERO
              DISPLAY "*** DRAW BALANCE DROPPED - NOT ON PLAN: "
                      SalesPersonId-DB " " DrawDeficit-DB
           ELSE
              MOVE DrawDeficit-DB TO SP-PriorDeficit(SpSub)
           END-IF.
           PERFORM 5400-ReadDrawBalance.

      * A sale with no date belongs to the month being paid
       2000-CreditOneSale.
           ADD 1 TO SalesRead.
           IF SaleDate-SF NUMERIC AND SaleDate-SF > ZERO
              AND (SaleDate-SF < PeriodStart
                   OR SaleDate-SF > PeriodEnd)
              ADD 1 TO OutsidePeriod
           ELSE
              MOVE SalesPersonId-SF TO LookupId
              PERFORM 2050-FindSalesperson
              IF SpSub = ZERO
                 MOVE "SALESPERSON NOT ON PLAN" TO ExcReason
                 MOVE SalesPersonId-SF TO ExcSalesPersonId
                 MOVE BranchId-SF      TO ExcBranchId
                 MOVE ValueOfSale-SF   TO ExcAmount
                 PERFORM 2900-RecordException
              ELSE
                 ADD ValueOfSale-SF TO SP-GrossSales(SpSub)
              END-IF
           END-IF.
           PERFORM 5100-ReadSalesFile.

       2050-FindSalesperson.
           MOVE ZERO TO SpSub.
           IF SalespersonCount > ZERO
              SET SP-IDX TO 1
              SEARCH SalespersonEntry
                 AT END
                    CONTINUE
                 WHEN SP-IDX > SalespersonCount
                    CONTINUE
                 WHEN SP-SalesPersonId(SP-IDX) = LookupId
                    SET SpSub TO SP-IDX
              END-SEARCH
           END-IF.

       2100-DebitOneReturn.
           ADD 1 TO ReturnsRead.
           IF ReturnDate-RF NUMERIC AND ReturnDate-RF > ZERO
              AND (ReturnDate-RF < PeriodStart
                   OR ReturnDate-RF > PeriodEnd)
              ADD 1 TO OutsidePeriod
           ELSE
              MOVE SalesPersonId-RF TO LookupId
              PERFORM 2050-FindSalesperson
              IF SpSub = ZERO
                 MOVE "RETURN - SALESPERSON NOT ON PLAN"
                                       TO ExcReason
                 MOVE SalesPersonId-RF TO ExcSalesPersonId
                 MOVE BranchId-RF      TO ExcBranchId
                 MOVE ValueOfReturn-RF TO ExcAmount
                 PERFORM 2900-RecordException
              ELSE
                 ADD ValueOfReturn-RF TO SP-Returns(SpSub)
              END-IF
           END-IF.
           PERFORM 5200-ReadReturnFile.

       2200-PayOneSalesperson.
           COMPUTE NetSales = SP-GrossSales(SpSub)
                            - SP-Returns(SpSub).
           MOVE SP-SalesPersonId(SpSub) TO PrnStmtSpId.
           MOVE SP-FirstName(SpSub)     TO PrnStmtFirstName.
           MOVE SP-LastName(SpSub)      TO PrnStmtLastName.
           MOVE SP-EmpNumber(SpSub)     TO PrnStmtEmpNumber.
           MOVE SP-BranchId(SpSub)      TO PrnStmtBranchId.
           WRITE StatementLine FROM StmtHeading1
              AFTER ADVANCING PAGE.
           WRITE StatementLine FROM StmtHeading2
              AFTER ADVANCING 2 LINES.
           MOVE "GROSS SALES" TO PrnStmtText.
           MOVE SP-GrossSales(SpSub) TO PrnStmtAmount.
           PERFORM 2600-WriteStatementAmount.
           MOVE "LESS RETURNS" TO PrnStmtText.
           MOVE SP-Returns(SpSub) TO PrnStmtAmount.
           PERFORM 2600-WriteStatementAmount.
           MOVE "NET SALES" TO PrnStmtText.
           MOVE NetSales TO PrnStmtAmount.
           PERFORM 2600-WriteStatementAmount.

           PERFORM 2300-ComputeCommission.

      * Draw paid beyond the commission is owed back out of later
      * commission; a month that clears it pays the rest
           COMPUTE CommissionDue = CommissionEarned
                                 - SP-PriorDeficit(SpSub).
           IF CommissionDue > SP-MonthlyDraw(SpSub)
              MOVE CommissionDue TO PaymentAmount
           ELSE
              MOVE SP-MonthlyDraw(SpSub) TO PaymentAmount
           END-IF.
           COMPUTE NewDeficit = SP-PriorDeficit(SpSub)
                              + PaymentAmount - CommissionEarned.
           IF NewDeficit < ZERO
              MOVE ZERO TO NewDeficit
           END-IF.

           MOVE "COMMISSION EARNED" TO PrnStmtText.
           MOVE CommissionEarned TO PrnStmtAmount.
           PERFORM 2600-WriteStatementAmount.
           MOVE "MONTHLY DRAW" TO PrnStmtText.
           MOVE SP-MonthlyDraw(SpSub) TO PrnStmtAmount.
           PERFORM 2600-WriteStatementAmount.
           MOVE "DRAW NOT YET EARNED - BROUGHT FORWARD" TO PrnStmtText.
           MOVE SP-PriorDeficit(SpSub) TO PrnStmtAmount.
           PERFORM 2600-WriteStatementAmount.
           MOVE "PAID THIS MONTH THROUGH PAYROLL" TO PrnStmtText.
           MOVE PaymentAmount TO PrnStmtAmount.
           PERFORM 2600-WriteStatementAmount.
           MOVE "DRAW NOT YET EARNED - CARRIED FORWARD" TO PrnStmtText.
           MOVE NewDeficit TO PrnStmtAmount.
           PERFORM 2600-WriteStatementAmount.

           IF PaymentAmount > ZERO
              PERFORM 2400-WritePayRecord
           END-IF.
           IF NewDeficit > ZERO
              MOVE SPACES                  TO NewDrawBalanceRec
              MOVE SP-SalesPersonId(SpSub) TO SalesPersonId-NDB
              MOVE NewDeficit              TO DrawDeficit-NDB
              WRITE NewDrawBalanceRec
           END-IF.
           PERFORM 2500-AddToBranch.
           ADD CommissionEarned TO TotalCommission.

      * The branch's own tiers when it has any, else the standard
      * tiers; each band's rate on the net sales inside the band
       2300-ComputeCommission.
           MOVE ZERO TO CommissionEarned.
           MOVE "N" TO TierFound.
           MOVE SP-BranchId(SpSub) TO TierBranch.
           PERFORM 2310-CheckBranchTier
              VARYING TierSub FROM 1 BY 1
              UNTIL TierSub > TierCount
              OR BranchHasTiers.
           IF NOT BranchHasTiers
              MOVE SPACES TO TierBranch
           END-IF.
           WRITE StatementLine FROM StmtTierHeading
              AFTER ADVANCING 2 LINES.
           PERFORM 2320-ApplyOneTier
              VARYING TierSub FROM 1 BY 1
              UNTIL TierSub > TierCount.
           WRITE StatementLine FROM BlankLine
              AFTER ADVANCING 1 LINE.

       2310-CheckBranchTier.
           IF TT-BranchId(TierSub) = TierBranch
              SET BranchHasTiers TO TRUE
           END-IF.

       2320-ApplyOneTier.
           IF TT-BranchId(TierSub) = TierBranch
              COMPUTE NextTierSub = TierSub + 1
              MOVE ZERO TO BandSales, BandCommission
              MOVE TT-Floor(TierSub) TO PrnTierFrom
              IF NextTierSub > TierCount
                 OR TT-BranchId(NextTierSub) NOT = TierBranch
                 MOVE "AND ABOVE" TO PrnTierToAbove
                 IF NetSales > TT-Floor(TierSub)
                    COMPUTE BandSales = NetSales - TT-Floor(TierSub)
                 END-IF
              ELSE
                 MOVE TT-Floor(NextTierSub) TO BandTop, PrnTierTo
                 IF NetSales > TT-Floor(TierSub)
                    IF NetSales > BandTop
                       COMPUTE BandSales = BandTop - TT-Floor(TierSub)
                    ELSE
                       COMPUTE BandSales = NetSales - TT-Floor(TierSub)
                    END-IF
                 END-IF
              END-IF
              COMPUTE BandCommission ROUNDED =
                 BandSales * TT-Rate(TierSub)
              ADD BandCommission TO CommissionEarned
              COMPUTE PrnTierRate = TT-Rate(TierSub) * 100
              MOVE BandSales      TO PrnTierSales
              MOVE BandCommission TO PrnTierCommission
              WRITE StatementLine FROM StmtTierLine
                 AFTER ADVANCING 1 LINE
           END-IF.

      * A payment the pay record cannot hold is paid by hand
       2400-WritePayRecord.
           IF PaymentAmount > 99999.99
              MOVE "PAYMENT TOO LARGE - PAY BY HAND" TO ExcReason
              MOVE SP-SalesPersonId(SpSub) TO ExcSalesPersonId
              MOVE SP-BranchId(SpSub)      TO ExcBranchId
              MOVE ZERO                    TO ExcAmount
              PERFORM 2900-RecordException
           ELSE
              MOVE SPACES              TO PayRawRec
              MOVE SP-FirstName(SpSub) TO FirstName-PR
              MOVE SP-LastName(SpSub)  TO LastName-PR
              MOVE PayDate-WS          TO PayDate-PR
              MOVE ZERO                TO HourlyRate-PR,
                                          HoursWorked-PR,
                                          Withholding-PR,
                                          Fica-PR,
                                          NetPay-PR
              MOVE "C"                 TO Category-PR
              MOVE PaymentAmount       TO GrossPay-PR
              MOVE SP-Allowances(SpSub) TO Allowances-PR
              MOVE SP-EmpNumber(SpSub) TO EmpNumber-PR
              WRITE PayRawRec
              ADD 1 TO PayRecordsWritten
              ADD PaymentAmount TO TotalPaid
           END-IF.

       2500-AddToBranch.
           MOVE ZERO TO BranchSub.
           IF BranchCount > ZERO
              SET BR-IDX TO 1
              SEARCH BranchEntry
                 AT END
                    CONTINUE
                 WHEN BR-IDX > BranchCount
                    CONTINUE
                 WHEN BT-BranchId(BR-IDX) = SP-BranchId(SpSub)
                    SET BranchSub TO BR-IDX
              END-SEARCH
           END-IF.
           IF BranchSub = ZERO
              IF BranchCount = 100
                 DISPLAY "*** BRANCHES EXCEED TABLE - "
                         "INCREASE BranchTable OCCURS ***"
                 PERFORM 7000-AbortRun
              END-IF
              ADD 1 TO BranchCount
              MOVE BranchCount TO BranchSub
              MOVE SP-BranchId(SpSub) TO BT-BranchId(BranchSub)
              MOVE ZERO TO BT-Salespeople(BranchSub),
                           BT-NetSales(BranchSub),
                           BT-Commission(BranchSub),
                           BT-Paid(BranchSub),
                           BT-DeficitCarried(BranchSub)
           END-IF.
           ADD 1                TO BT-Salespeople(BranchSub).
           ADD NetSales         TO BT-NetSales(BranchSub).
           ADD CommissionEarned TO BT-Commission(BranchSub).
           ADD PaymentAmount    TO BT-Paid(BranchSub).
           ADD NewDeficit       TO BT-DeficitCarried(BranchSub).

       2600-WriteStatementAmount.
           WRITE StatementLine FROM StmtAmountLine
              AFTER ADVANCING 1 LINE.

       2900-RecordException.
           ADD 1 TO ExceptionCount.
           IF ExceptionSub < 200
              ADD 1 TO ExceptionSub
              MOVE ExceptionDetail TO ExceptionEntry(ExceptionSub)
           END-IF.

       3000-EOJ.
           WRITE SummaryLine FROM SumHeading1.
           WRITE SummaryLine FROM BlankLine.
           WRITE SummaryLine FROM SumColumns.
           PERFORM 3100-PrintBranch
              VARYING BranchSub FROM 1 BY 1
              UNTIL BranchSub > BranchCount.
           IF ExceptionCount > ZERO
              WRITE SummaryLine FROM BlankLine
              WRITE SummaryLine FROM ExceptionHeading
              PERFORM 3200-PrintException
                 VARYING ExceptionSub FROM 1 BY 1
                 UNTIL ExceptionSub > 200
                 OR ExceptionSub > ExceptionCount
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SalesRead         TO PrnSalesRead.
           MOVE ReturnsRead       TO PrnReturnsRead.
           MOVE OutsidePeriod     TO PrnOutsidePeriod.
           MOVE ExceptionCount    TO PrnExceptions.
           MOVE PayRecordsWritten TO PrnPayRecords.
           MOVE TotalCommission   TO PrnTotalCommission.
           MOVE TotalPaid         TO PrnTotalPaid.
           WRITE SummaryLine FROM BlankLine.
           WRITE SummaryLine FROM RunTotalLine.
           WRITE SummaryLine FROM PayTotalLine.

      * PAYEDIT balances the batch to its trailer - commission
      * records carry no hours
           MOVE SPACES            TO PayRawTrailer.
           MOVE "**TRAILER*"      TO TrailerId-PR.
           MOVE PayRecordsWritten TO TrailerCount-PR.
           MOVE ZERO              TO TrailerHours-PR.
           WRITE PayRawTrailer.
           CLOSE SalesFile,
                 SalesReturnFile,
                 CommPlanFile,
                 DrawBalanceFile,
                 NewDrawBalanceFile,
                 StatementFile,
                 SummaryFile,
                 PayRawFile.

       3100-PrintBranch.
           MOVE BT-BranchId(BranchSub)       TO PrnSumBranchId.
           MOVE BT-Salespeople(BranchSub)    TO PrnSumSalespeople.
           MOVE BT-NetSales(BranchSub)       TO PrnSumNetSales.
           MOVE BT-Commission(BranchSub)     TO PrnSumCommission.
           MOVE BT-Paid(BranchSub)           TO PrnSumPaid.
           MOVE BT-DeficitCarried(BranchSub) TO PrnSumDeficit.
           WRITE SummaryLine FROM SumDetailLine.

       3200-PrintException.
           WRITE SummaryLine FROM ExceptionEntry(ExceptionSub).

       7000-AbortRun.
           CLOSE SalesFile,
                 SalesReturnFile,
                 CommPlanFile,
                 DrawBalanceFile,
                 NewDrawBalanceFile,
                 StatementFile,
                 SummaryFile,
                 PayRawFile.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

       5100-ReadSalesFile.
           READ SalesFile
              AT END SET EndOfSalesFile TO TRUE
           END-READ.

       5200-ReadReturnFile.
           READ SalesReturnFile
              AT END SET EndOfReturnFile TO TRUE
           END-READ.

       5300-ReadCommPlan.
           READ CommPlanFile
              AT END SET EndOfCommPlan TO TRUE
           END-READ.

       5400-ReadDrawBalance.
           READ DrawBalanceFile
              AT END SET EndOfDrawBalances TO TRUE
           END-READ.
