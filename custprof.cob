       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. custprof.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SalesHistFile ASSIGN TO "SalesHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesHistFileStatus.
        SELECT OPTIONAL InvoiceFile ASSIGN TO "InvoiceOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvoiceFileStatus.
        SELECT OPTIONAL InvHistFile ASSIGN TO "InvHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvHistFileStatus.
        SELECT OPTIONAL PayDaysFile ASSIGN TO "PayDays.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayDaysFileStatus.
        SELECT ProductMaster ASSIGN TO "product.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.
        SELECT OPTIONAL ContractFile ASSIGN TO "ContrPrc.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CpKey
            FILE STATUS IS ContractFileStatus.
        SELECT OrderFile ASSIGN TO "orders.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OrdNum
            FILE STATUS IS OrderFileStatus.
        SELECT OPTIONAL CarrierFile ASSIGN TO "Carrier.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CrCode
            FILE STATUS IS CarrierFileStatus.
        SELECT CustomerFile ASSIGN TO "customer.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT ProfitReport ASSIGN TO "CustProf.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ProfitReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD SalesHistFile.
        01 SalesHistData.
            COPY SALESHIST.

        FD InvoiceFile.
        01 InvoiceData.
            COPY INVREC.

        FD InvHistFile.
        01 InvHistData.
            COPY INVREC REPLACING InvNum BY HiInvNum,
                InvOrdNum BY HiInvOrdNum,
                InvCustID BY HiInvCustID,
                InvDate BY HiInvDate,
                InvJuris BY HiInvJuris,
                InvTotal BY HiInvTotal,
                InvPaid BY HiInvPaid,
                InvStatus BY HiInvStatus,
                InvIsOpen BY HiInvIsOpen,
                InvIsPaid BY HiInvIsPaid,
                InvSalesRep BY HiInvSalesRep,
                InvTax BY HiInvTax,
                InvDocType BY HiInvDocType,
                DocIsCredit BY HiDocIsCredit,
                InvCurrency BY HiInvCurrency,
                InvExchRate BY HiInvExchRate,
                InvFreight BY HiInvFreight,
                InvFreightTax BY HiInvFreightTax,
                InvFreightTaxable BY HiInvFreightTaxable.

        FD PayDaysFile.
        01 PayDaysRecord.
            COPY PAYDAYS.

        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD ContractFile.
        01 ContractData.
            COPY CONTRPRC.

        FD OrderFile.
        01 OrderData.
            COPY ORDREC.

        FD CarrierFile.
        01 CarrierData.
            COPY CARRIER.

        FD CustomerFile.
        01 CustomerData.
            COPY CUSTREC.

        FD ProfitReport.
        01 PrintLine PIC X(132).
    WORKING-STORAGE SECTION.
        01 HistEOF PIC X VALUE 'N'.
            88 NoMoreHist VALUE 'Y'.
        01 InvoiceEOF PIC X VALUE 'N'.
            88 NoMoreInvoices VALUE 'Y'.
        01 PayDaysEOF PIC X VALUE 'N'.
            88 NoMorePayDays VALUE 'Y'.
        01 OrderEOF PIC X VALUE 'N'.
            88 NoMoreOrders VALUE 'Y'.
        01 CarrierExists PIC X.
        01 ProdExists PIC X.
        01 ContractExists PIC X.
        01 CustExists PIC X.
        01 WSFullName PIC X(31).
        COPY RETCODE.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 RunDateInt PIC 9(7) COMP.
        01 FromDate PIC X(8).
        01 ThruDate PIC X(8).
        01 EntryRate PIC X(6).
        01 CarryRate PIC 9(2)V9 VALUE 10.
        01 DefaultPayDays PIC 9(4) VALUE 30.
        01 CreditCustID PIC 9(5).
        01 CreditAmount PIC 9(7)V99.
        01 LineCost PIC 9(9)V99 VALUE ZERO.
        01 LineList PIC 9(9)V99 VALUE ZERO.
        01 NetSales PIC S9(9)V99 VALUE ZERO.
        01 ShipCartons PIC 9(3) VALUE ZERO.
        01 ShipWeight PIC 9(5)V9 VALUE ZERO.
        01 ShipBilled PIC 9(4)V99 VALUE ZERO.
        01 CarrierCost PIC 9(7)V99 VALUE ZERO.
        01 NoRateCount PIC 9(5) VALUE ZERO.
        01 CustTable.
            02 CustEntry OCCURS 300 TIMES.
                03 TabCpCustID PIC 9(5).
                03 TabCpRevenue PIC 9(9)V99.
                03 TabCpCredits PIC 9(9)V99.
                03 TabCpCost PIC 9(9)V99.
                03 TabCpGiveaway PIC 9(9)V99.
                03 TabCpCarry PIC 9(9)V99.
                03 TabCpFreight PIC S9(9)V99.
                03 TabCpPayDays PIC 9(4).
                03 TabCpDaysFlag PIC X.
                03 TabCpMargin PIC S9(9)V99.
                03 TabCpMarginPct PIC S9(4)V9.
                03 TabCpPctRank PIC 9(3).
        01 CustCount PIC 9(3) VALUE ZERO.
            88 CustTableFull VALUE 301 THRU 999.
        01 SwapCustEntry PIC X(95).
        01 PayDaysTable.
            02 PayDaysEntry OCCURS 500 TIMES.
                03 TabPdCustID PIC 9(5).
                03 TabPdAvgDays PIC 9(4).
        01 PayDaysCount PIC 9(3) VALUE ZERO.
            88 PayDaysTableFull VALUE 501 THRU 999.
        01 Idx PIC 9(3) VALUE ZERO.
        01 Jdx PIC 9(3) VALUE ZERO.
        01 FoundIdx PIC 9(3) VALUE ZERO.
        01 RankNum PIC 9(3) VALUE ZERO.
        01 SkippedCount PIC 9(5) VALUE ZERO.
        01 GrandRevenue PIC 9(11)V99 VALUE ZERO.
        01 GrandCredits PIC 9(11)V99 VALUE ZERO.
        01 GrandCost PIC 9(11)V99 VALUE ZERO.
        01 GrandCarry PIC 9(11)V99 VALUE ZERO.
        01 GrandFreight PIC S9(11)V99 VALUE ZERO.
        01 GrandGiveaway PIC 9(11)V99 VALUE ZERO.
        01 GrandMargin PIC S9(11)V99 VALUE ZERO.
        01 GrandMarginPct PIC S9(4)V9 VALUE ZERO.
        01 PageHeading.
            02 FILLER PIC X(32) VALUE "CUSTOMER PROFITABILITY - SALES ".
            02 PrnFromDate PIC X(8).
            02 FILLER PIC X(6) VALUE " THRU ".
            02 PrnThruDate PIC X(8).
            02 FILLER PIC X(21) VALUE "   CARRYING COST/YR %".
            02 PrnCarryRate PIC ZZ9.9.
            02 FILLER PIC X(12) VALUE "   RUN DATE ".
            02 PrnRunDate PIC X(8).
        01 Heads PIC X(132) VALUE
            "Rnk Cust  Name                   Revenue    Credits          Cost   Carrying    Freight Days     GM Dollars   GM % %Rk     Giveaway".
        01 ProfitLine.
            02 PrnRank PIC ZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 PrnCustID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PrnCustName PIC X(16).
            02 FILLER PIC X VALUE SPACE.
            02 PrnRevenue PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnCredits PIC ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnCost PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnCarry PIC ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnFreight PIC ---,--9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnPayDays PIC ZZZ9.
            02 PrnDaysFlag PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 PrnMargin PIC --,---,--9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnMarginPct PIC ---9.9.
            02 FILLER PIC X VALUE SPACE.
            02 PrnPctRank PIC ZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 PrnGiveaway PIC Z,ZZZ,ZZ9.99.
        01 TotalLine.
            02 FILLER PIC X(27) VALUE "ALL CUSTOMERS".
            02 PrnTotRevenue PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotCredits PIC ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotCost PIC ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotCarry PIC ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotFreight PIC ---,--9.99.
            02 FILLER PIC X(7) VALUE SPACE.
            02 PrnTotMargin PIC --,---,--9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotMarginPct PIC ---9.9.
            02 FILLER PIC X(5) VALUE SPACE.
            02 PrnTotGiveaway PIC Z,ZZZ,ZZ9.99.
        01 FootNote1 PIC X(132) VALUE
            "Revenue - SalesHist.dat lines billed to the customer.  Credits - credit memos on InvoiceOpen.dat and InvHist.dat, less tax.".
        01 FootNote2 PIC X(132) VALUE
            "Carrying - net sales at the rate keyed for the customer's days-to-pay from the last payperf run (* = none on file, 30 used).".
        01 FootNote3 PIC X(132) VALUE
            "Freight - Carrier.dat rates on the orders shipped in the range, less the freight billed on them.  GM - net sales less cost,".
        01 FootNote4 PIC X(132) VALUE
            "carrying and freight.  Giveaway - PMPrice less the contract price on ContrPrc.dat, already out of revenue.".
        01 SalesHistFileStatus PIC XX.
            88 SalesHistFileOpenOK VALUE "00".
        01 InvoiceFileStatus PIC XX.
            88 InvoiceFileOpenOK VALUE "00".
        01 InvHistFileStatus PIC XX.
            88 InvHistFileOpenOK VALUE "00".
        01 PayDaysFileStatus PIC XX.
            88 PayDaysFileOpenOK VALUE "00".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 ContractFileStatus PIC XX.
            88 ContractFileOpenOK VALUE "00".
        01 OrderFileStatus PIC XX.
            88 OrderFileOpenOK VALUE "00".
        01 CarrierFileStatus PIC XX.
            88 CarrierFileOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".
        01 ProfitReportStatus PIC XX.
            88 ProfitReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartProfit.
        *> Customer profitability - where salesanal ranks customers by
        *> what they buy, this ranks them by what they leave us. Each
        *> customer's billed lines on SalesHist.dat are costed at
        *> PMUnitCost, the credit memos written against them (open or
        *> archived) come off the revenue, and the cost of carrying
        *> their receivable is charged at the rate keyed for as many
        *> days as payperf last found they take to pay. What the
        *> customer's contract prices gave away against PMPrice is
        *> shown alongside. What it cost to ship their orders at the
        *> carrier's rates, over the freight they were billed, comes
        *> off the margin too. Ranked by gross margin dollars, with each
        *> customer's rank by margin percent beside it.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        COMPUTE RunDateInt = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunDate)).
        DISPLAY "Sales from date YYYYMMDD (blank = a year ago) : "
            WITH NO ADVANCING.
        MOVE SPACES TO FromDate.
        ACCEPT FromDate.
        IF FromDate = SPACES OR FromDate IS NOT NUMERIC
            MOVE FUNCTION DATE-OF-INTEGER(RunDateInt - 365) TO FromDate
        END-IF.
        DISPLAY "Sales thru date YYYYMMDD (blank = today) : "
            WITH NO ADVANCING.
        MOVE SPACES TO ThruDate.
        ACCEPT ThruDate.
        IF ThruDate = SPACES OR ThruDate IS NOT NUMERIC
            MOVE RunDate TO ThruDate
        END-IF.
        DISPLAY "Carrying cost % a year (blank = 10) : "
            WITH NO ADVANCING.
        MOVE SPACES TO EntryRate.
        ACCEPT EntryRate.
        IF EntryRate NOT = SPACES
            IF FUNCTION TEST-NUMVAL(EntryRate) = ZERO
                COMPUTE CarryRate = FUNCTION NUMVAL(EntryRate)
            ELSE
                DISPLAY "Not a number - 10% used"
            END-IF
        END-IF.

        OPEN INPUT SalesHistFile.
        IF NOT SalesHistFileOpenOK
            DISPLAY "Unable to open SalesHist.dat - status "
                SalesHistFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            STOP RUN
        END-IF.
        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status "
                CustomerFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT ContractFile.
        OPEN OUTPUT ProfitReport.
        IF NOT ProfitReportOpenOK
            DISPLAY "Unable to open CustProf.rpt - status "
                ProfitReportStatus
            STOP RUN
        END-IF.

        READ SalesHistFile
            AT END SET NoMoreHist TO TRUE
        END-READ.
        PERFORM TallyHistoryLine UNTIL NoMoreHist.
        CLOSE SalesHistFile.
        PERFORM TallyOpenCredits.
        PERFORM TallyArchivedCredits.
        PERFORM TallyFreight.
        PERFORM LoadPayDays.
        PERFORM ComputeOneMargin VARYING Idx FROM 1 BY 1
            UNTIL Idx > CustCount.

        *> Rank by percent first and keep each customer's place, then
        *> put the table in dollar order for printing
        PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx NOT < CustCount
            PERFORM VARYING Jdx FROM 1 BY 1
                UNTIL Jdx NOT < CustCount
                IF TabCpMarginPct(Jdx) < TabCpMarginPct(Jdx + 1)
                    MOVE CustEntry(Jdx) TO SwapCustEntry
                    MOVE CustEntry(Jdx + 1) TO CustEntry(Jdx)
                    MOVE SwapCustEntry TO CustEntry(Jdx + 1)
                END-IF
            END-PERFORM
        END-PERFORM.
        PERFORM NotePctRank VARYING Idx FROM 1 BY 1
            UNTIL Idx > CustCount.
        PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx NOT < CustCount
            PERFORM VARYING Jdx FROM 1 BY 1
                UNTIL Jdx NOT < CustCount
                IF TabCpMargin(Jdx) < TabCpMargin(Jdx + 1)
                    MOVE CustEntry(Jdx) TO SwapCustEntry
                    MOVE CustEntry(Jdx + 1) TO CustEntry(Jdx)
                    MOVE SwapCustEntry TO CustEntry(Jdx + 1)
                END-IF
            END-PERFORM
        END-PERFORM.

        MOVE FromDate TO PrnFromDate
        MOVE ThruDate TO PrnThruDate
        MOVE CarryRate TO PrnCarryRate
        MOVE RunDate TO PrnRunDate
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        WRITE PrintLine.
        MOVE ZERO TO RankNum
        PERFORM PrintOneCustomer VARYING Idx FROM 1 BY 1
            UNTIL Idx > CustCount.

        COMPUTE GrandMargin = GrandRevenue - GrandCredits - GrandCost
            - GrandCarry - GrandFreight
        COMPUTE NetSales = GrandRevenue - GrandCredits
        IF NetSales > ZERO
            COMPUTE GrandMarginPct ROUNDED = GrandMargin * 100 / NetSales
                ON SIZE ERROR MOVE ZERO TO GrandMarginPct
            END-COMPUTE
        ELSE
            MOVE ZERO TO GrandMarginPct
        END-IF
        MOVE GrandRevenue TO PrnTotRevenue
        MOVE GrandCredits TO PrnTotCredits
        MOVE GrandCost TO PrnTotCost
        MOVE GrandCarry TO PrnTotCarry
        MOVE GrandFreight TO PrnTotFreight
        MOVE GrandMargin TO PrnTotMargin
        MOVE GrandMarginPct TO PrnTotMarginPct
        MOVE GrandGiveaway TO PrnTotGiveaway
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
        IF SkippedCount > ZERO
            MOVE SPACES TO PrintLine
            STRING "CUSTOMER TABLE FULL - " SkippedCount
                " LINES NOT COUNTED" DELIMITED BY SIZE INTO PrintLine
            WRITE PrintLine AFTER ADVANCING 1 LINE
        END-IF
        WRITE PrintLine FROM FootNote1 AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM FootNote2 AFTER ADVANCING 1 LINE
        WRITE PrintLine FROM FootNote3 AFTER ADVANCING 1 LINE
        WRITE PrintLine FROM FootNote4 AFTER ADVANCING 1 LINE.
        CLOSE ProductMaster, CustomerFile, ContractFile, ProfitReport.
        DISPLAY CustCount " customers ranked - see CustProf.rpt".
        STOP RUN.

    TallyHistoryLine.
        IF ShCustID > ZERO
            AND ShDate NOT < FromDate AND ShDate NOT > ThruDate
            MOVE ShCustID TO CreditCustID
            PERFORM FindCustomer
            IF FoundIdx > ZERO
                PERFORM CostOneLine
            END-IF
        END-IF
        READ SalesHistFile
            AT END SET NoMoreHist TO TRUE
        END-READ.

    CostOneLine.
        ADD ShExtAmount TO TabCpRevenue(FoundIdx)
        MOVE 'Y' TO ProdExists
        MOVE ShProdCode TO PMProdCode
        READ ProductMaster
            INVALID KEY MOVE 'N' TO ProdExists
        END-READ
        IF ProdExists = 'N'
            EXIT PARAGRAPH
        END-IF
        COMPUTE LineCost = ShQty * PMUnitCost
        ADD LineCost TO TabCpCost(FoundIdx)
        *> A contract in force on the sale date - what PMPrice would
        *> have billed over what the contract did
        MOVE 'N' TO ContractExists
        IF ContractFileOpenOK
            MOVE ShCustID TO CpCustID
            MOVE ShProdCode TO CpProdCode
            READ ContractFile
                INVALID KEY MOVE 'N' TO ContractExists
                NOT INVALID KEY
                    IF (CpStartDate = SPACES OR CpStartDate NOT > ShDate)
                        AND (CpEndDate = SPACES OR CpEndDate NOT < ShDate)
                        MOVE 'Y' TO ContractExists
                    END-IF
            END-READ
        END-IF
        IF ContractExists = 'Y'
            COMPUTE LineList = ShQty * PMPrice
            IF LineList > ShExtAmount
                COMPUTE LineList = LineList - ShExtAmount
                ADD LineList TO TabCpGiveaway(FoundIdx)
            END-IF
        END-IF.

    FindCustomer.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING Idx FROM 1 BY 1
            UNTIL Idx > CustCount OR FoundIdx > ZERO
            IF TabCpCustID(Idx) = CreditCustID
                MOVE Idx TO FoundIdx
            END-IF
        END-PERFORM
        IF FoundIdx = ZERO
            ADD 1 TO CustCount
            IF CustTableFull
                SUBTRACT 1 FROM CustCount
                ADD 1 TO SkippedCount
                EXIT PARAGRAPH
            END-IF
            INITIALIZE CustEntry(CustCount)
            MOVE CreditCustID TO TabCpCustID(CustCount)
            MOVE CustCount TO FoundIdx
        END-IF.

    TallyOpenCredits.
        MOVE 'N' TO InvoiceEOF
        OPEN INPUT InvoiceFile
        IF InvoiceFileOpenOK
            READ InvoiceFile
                AT END SET NoMoreInvoices TO TRUE
            END-READ
            PERFORM TallyOneOpenCredit UNTIL NoMoreInvoices
        END-IF
        CLOSE InvoiceFile.

    TallyOneOpenCredit.
        IF DocIsCredit
            AND InvDate NOT < FromDate AND InvDate NOT > ThruDate
            MOVE InvCustID TO CreditCustID
            MOVE InvTotal TO CreditAmount
            IF InvTax IS NUMERIC AND InvTax < InvTotal
                SUBTRACT InvTax FROM CreditAmount
            END-IF
            PERFORM AddCredit
        END-IF
        READ InvoiceFile
            AT END SET NoMoreInvoices TO TRUE
        END-READ.

    TallyArchivedCredits.
        MOVE 'N' TO InvoiceEOF
        OPEN INPUT InvHistFile
        IF InvHistFileOpenOK
            READ InvHistFile
                AT END SET NoMoreInvoices TO TRUE
            END-READ
            PERFORM TallyOneArchivedCredit UNTIL NoMoreInvoices
        END-IF
        CLOSE InvHistFile.

    TallyOneArchivedCredit.
        IF HiDocIsCredit
            AND HiInvDate NOT < FromDate AND HiInvDate NOT > ThruDate
            MOVE HiInvCustID TO CreditCustID
            MOVE HiInvTotal TO CreditAmount
            IF HiInvTax IS NUMERIC AND HiInvTax < HiInvTotal
                SUBTRACT HiInvTax FROM CreditAmount
            END-IF
            PERFORM AddCredit
        END-IF
        READ InvHistFile
            AT END SET NoMoreInvoices TO TRUE
        END-READ.

    AddCredit.
        PERFORM FindCustomer
        IF FoundIdx > ZERO
            ADD CreditAmount TO TabCpCredits(FoundIdx)
        END-IF.

    TallyFreight.
        *> Every order that left in the range, at its carrier's rate -
        *> the base charge plus so much per carton and per pound, as
        *> ordership suggested it - less what the customer was billed
        MOVE 'N' TO OrderEOF
        OPEN INPUT CarrierFile
        IF NOT CarrierFileOpenOK
            DISPLAY "No Carrier.dat - freight not costed"
            CLOSE CarrierFile
            EXIT PARAGRAPH
        END-IF
        OPEN INPUT OrderFile
        IF NOT OrderFileOpenOK
            DISPLAY "Unable to open orders.txt - status "
                OrderFileStatus " - freight not costed"
            CLOSE CarrierFile
            EXIT PARAGRAPH
        END-IF
        READ OrderFile NEXT RECORD
            AT END SET NoMoreOrders TO TRUE
        END-READ
        PERFORM CostOneShipment UNTIL NoMoreOrders
        CLOSE OrderFile, CarrierFile
        IF NoRateCount > ZERO
            DISPLAY NoRateCount " shipments by a carrier not on "
                "Carrier.dat - not costed"
        END-IF.

    CostOneShipment.
        IF (OrdIsShipped OR OrdIsInvoiced)
            AND OrdCarrier NOT = SPACES
            AND OrdShipDate NOT < FromDate AND OrdShipDate NOT > ThruDate
            PERFORM CostOrderFreight
        END-IF
        READ OrderFile NEXT RECORD
            AT END SET NoMoreOrders TO TRUE
        END-READ.

    CostOrderFreight.
        MOVE 'Y' TO CarrierExists
        MOVE OrdCarrier TO CrCode
        READ CarrierFile
            INVALID KEY MOVE 'N' TO CarrierExists
        END-READ
        IF CarrierExists = 'N'
            ADD 1 TO NoRateCount
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO ShipCartons, ShipWeight, ShipBilled
        IF OrdCartons IS NUMERIC
            MOVE OrdCartons TO ShipCartons
        END-IF
        IF OrdWeight IS NUMERIC
            MOVE OrdWeight TO ShipWeight
        END-IF
        IF OrdFreight IS NUMERIC
            MOVE OrdFreight TO ShipBilled
        END-IF
        COMPUTE CarrierCost ROUNDED = CrBaseCharge
            + ShipCartons * CrPerCarton + ShipWeight * CrPerPound
        MOVE OrdCustID TO CreditCustID
        PERFORM FindCustomer
        IF FoundIdx > ZERO
            COMPUTE TabCpFreight(FoundIdx) = TabCpFreight(FoundIdx)
                + CarrierCost - ShipBilled
        END-IF.

    LoadPayDays.
        OPEN INPUT PayDaysFile
        IF PayDaysFileOpenOK
            READ PayDaysFile
                AT END SET NoMorePayDays TO TRUE
            END-READ
            PERFORM LoadOnePayDays UNTIL NoMorePayDays
        END-IF
        CLOSE PayDaysFile
        IF PayDaysCount = ZERO
            DISPLAY "No payperf scoring on file - carrying assumes "
                DefaultPayDays " days"
        END-IF.

    LoadOnePayDays.
        ADD 1 TO PayDaysCount
        IF PayDaysTableFull
            DISPLAY "Days-to-pay table full - " PdCustID
                " uses the default"
            SUBTRACT 1 FROM PayDaysCount
        ELSE
            MOVE PdCustID TO TabPdCustID(PayDaysCount)
            MOVE PdAvgDays TO TabPdAvgDays(PayDaysCount)
        END-IF
        READ PayDaysFile
            AT END SET NoMorePayDays TO TRUE
        END-READ.

    ComputeOneMargin.
        MOVE DefaultPayDays TO TabCpPayDays(Idx)
        MOVE "*" TO TabCpDaysFlag(Idx)
        PERFORM VARYING Jdx FROM 1 BY 1 UNTIL Jdx > PayDaysCount
            IF TabPdCustID(Jdx) = TabCpCustID(Idx)
                MOVE TabPdAvgDays(Jdx) TO TabCpPayDays(Idx)
                MOVE SPACE TO TabCpDaysFlag(Idx)
            END-IF
        END-PERFORM
        COMPUTE NetSales = TabCpRevenue(Idx) - TabCpCredits(Idx)
        IF NetSales > ZERO
            COMPUTE TabCpCarry(Idx) ROUNDED = NetSales * CarryRate / 100
                * TabCpPayDays(Idx) / 365
        ELSE
            MOVE ZERO TO TabCpCarry(Idx)
        END-IF
        COMPUTE TabCpMargin(Idx) = NetSales - TabCpCost(Idx)
            - TabCpCarry(Idx) - TabCpFreight(Idx)
            ON SIZE ERROR MOVE ZERO TO TabCpMargin(Idx)
        END-COMPUTE
        IF NetSales > ZERO
            COMPUTE TabCpMarginPct(Idx) ROUNDED =
                TabCpMargin(Idx) * 100 / NetSales
                ON SIZE ERROR MOVE -999.9 TO TabCpMarginPct(Idx)
            END-COMPUTE
        ELSE
            MOVE -999.9 TO TabCpMarginPct(Idx)
        END-IF.

    NotePctRank.
        MOVE Idx TO TabCpPctRank(Idx).

    PrintOneCustomer.
        ADD 1 TO RankNum
        MOVE SPACES TO ProfitLine
        MOVE RankNum TO PrnRank
        MOVE TabCpCustID(Idx) TO PrnCustID
        MOVE 'Y' TO CustExists
        MOVE TabCpCustID(Idx) TO IDNum
        READ CustomerFile
            INVALID KEY MOVE 'N' TO CustExists
        END-READ
        IF CustExists = 'Y'
            CALL "NAMEFMT" USING FirstName, LastName, WSFullName, LRetCode
            MOVE WSFullName TO PrnCustName
        ELSE
            MOVE "** NOT ON FILE **" TO PrnCustName
        END-IF
        MOVE TabCpRevenue(Idx) TO PrnRevenue
        MOVE TabCpCredits(Idx) TO PrnCredits
        MOVE TabCpCost(Idx) TO PrnCost
        MOVE TabCpCarry(Idx) TO PrnCarry
        MOVE TabCpFreight(Idx) TO PrnFreight
        MOVE TabCpPayDays(Idx) TO PrnPayDays
        MOVE TabCpDaysFlag(Idx) TO PrnDaysFlag
        MOVE TabCpMargin(Idx) TO PrnMargin
        MOVE TabCpMarginPct(Idx) TO PrnMarginPct
        MOVE TabCpPctRank(Idx) TO PrnPctRank
        MOVE TabCpGiveaway(Idx) TO PrnGiveaway
        WRITE PrintLine FROM ProfitLine AFTER ADVANCING 1 LINE
        ADD TabCpRevenue(Idx) TO GrandRevenue
        ADD TabCpCredits(Idx) TO GrandCredits
        ADD TabCpCost(Idx) TO GrandCost
        ADD TabCpCarry(Idx) TO GrandCarry
        ADD TabCpFreight(Idx) TO GrandFreight
        ADD TabCpGiveaway(Idx) TO GrandGiveaway.
