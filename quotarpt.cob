       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. quotarpt.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SalesRepFile ASSIGN TO "SalesRep.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SrCode
            FILE STATUS IS SalesRepFileStatus.
        SELECT OPTIONAL TerritoryFile ASSIGN TO "Territory.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TrKey
            FILE STATUS IS TerritoryFileStatus.
        SELECT CustomerFile ASSIGN TO "customer.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT OPTIONAL OrderFile ASSIGN TO "orders.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OrdNum
            FILE STATUS IS OrderFileStatus.
        SELECT OPTIONAL OrderDtlFile ASSIGN TO "OrderDtl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OdKey
            FILE STATUS IS OrderDtlFileStatus.
        SELECT InvoiceFile ASSIGN TO "InvoiceOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvoiceFileStatus.
        SELECT OPTIONAL InvHistFile ASSIGN TO "InvHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvHistFileStatus.
        SELECT OPTIONAL SalesHistFile ASSIGN TO "SalesHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesHistFileStatus.
        SELECT QuotaReport ASSIGN TO "QuotaAttain.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QuotaReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD SalesRepFile.
        01 SalesRepData.
            COPY SLSREC.

        FD TerritoryFile.
        01 TerritoryData.
            COPY TERRREC.

        FD CustomerFile.
        01 CustomerData.
            COPY CUSTREC.

        FD OrderFile.
        01 OrderData.
            COPY ORDREC.

        FD OrderDtlFile.
        01 OrderDtlData.
            COPY ORDDTL.

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

        FD SalesHistFile.
        01 SalesHistData.
            COPY SALESHIST.

        FD QuotaReport.
        01 PrintLine PIC X(132).
    WORKING-STORAGE SECTION.
        01 RepListEOF PIC X VALUE 'N'.
            88 NoMoreSalesReps VALUE 'Y'.
        01 OrderEOF PIC X VALUE 'N'.
            88 NoMoreOrders VALUE 'Y'.
        01 DtlEOF PIC X VALUE 'N'.
            88 NoMoreDtl VALUE 'Y'.
        01 InvoiceEOF PIC X VALUE 'N'.
            88 NoMoreInvoices VALUE 'Y'.
        01 InvHistEOF PIC X VALUE 'N'.
            88 NoMoreHistInvoices VALUE 'Y'.
        01 HistEOF PIC X VALUE 'N'.
            88 NoMoreHist VALUE 'Y'.
        01 CustEOF PIC X VALUE 'N'.
            88 NoMoreCustomers VALUE 'Y'.
        01 TerritoryAvail PIC X VALUE 'N'.
            88 TerritoryFileOnHand VALUE 'Y'.
        01 OrderAvail PIC X VALUE 'N'.
            88 OrderFileOnHand VALUE 'Y'.
        01 ReportMonth PIC X(6).
        01 ReportYear PIC X(4).
        01 ReportMonthNum PIC 99.
        01 QuotaMonth PIC 99.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 CutoffDate PIC X(8).
        01 CutoffDateInt PIC 9(7) COMP.
        01 SearchRepCode PIC X(3).
        01 RepExists PIC X.
        01 TerritoryExists PIC X.
        01 CustRep PIC X(3).
        01 CustLastDate PIC X(8).
        01 OrderValue PIC 9(9)V99.
        01 DocAmount PIC 9(9)V99.
        01 NetAmount PIC S9(9)V99.
        01 WSFullName PIC X(31).
        COPY RETCODE.
        01 RepTable.
            02 RepEntry OCCURS 50 TIMES.
                03 TabRepCode PIC X(3).
                03 TabRepName PIC X(20).
                03 TabRepTerritory PIC X(15).
                03 TabMtdQuota PIC 9(9)V99.
                03 TabMtdBooked PIC 9(9)V99.
                03 TabMtdInvoiced PIC 9(9)V99.
                03 TabMtdCredits PIC 9(9)V99.
                03 TabYtdQuota PIC 9(9)V99.
                03 TabYtdBooked PIC 9(9)V99.
                03 TabYtdInvoiced PIC 9(9)V99.
                03 TabYtdCredits PIC 9(9)V99.
                03 TabMtdPct PIC S9(5)V9.
                03 TabYtdPct PIC S9(5)V9.
                03 TabLapsedCount PIC 9(5).
        01 RepCount PIC 99 VALUE ZERO.
            88 RepTableFull VALUE 51 THRU 99.
        01 SwapRepEntry PIC X(143).
        01 LastBuyTable.
            02 LastBuyEntry OCCURS 500 TIMES.
                03 TabLbCustID PIC 9(5).
                03 TabLbDate PIC X(8).
        01 LastBuyCount PIC 9(3) VALUE ZERO.
            88 LastBuyTableFull VALUE 501 THRU 999.
        01 LapsedTable.
            02 LapsedEntry OCCURS 500 TIMES.
                03 TabLpRepCode PIC X(3).
                03 TabLpCustID PIC 9(5).
                03 TabLpLastDate PIC X(8).
        01 LapsedCount PIC 9(3) VALUE ZERO.
            88 LapsedTableFull VALUE 501 THRU 999.
        01 Idx PIC 9(3) VALUE ZERO.
        01 Jdx PIC 9(3) VALUE ZERO.
        01 Ldx PIC 9(3) VALUE ZERO.
        01 FoundIdx PIC 9(3) VALUE ZERO.
        01 RankNum PIC 99 VALUE ZERO.
        01 PageHeading.
            02 FILLER PIC X(37) VALUE "SALES QUOTA ATTAINMENT FOR MONTH - ".
            02 PrnReportMonth PIC X(6).
            02 FILLER PIC X(12) VALUE "   RUN DATE ".
            02 PrnRunDate PIC X(8).
        01 SectionHeading.
            02 PrnSectionTitle PIC X(60).
        01 Heads PIC X(132) VALUE
            "Rank Rep  Name                 Territory             Quota         Booked       Invoiced        Credits      Net Sales  Pct Qta".
        01 RepLine.
            02 PrnRank PIC Z9.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnRepCode PIC X(3).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnRepName PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 PrnRepTerritory PIC X(15).
            02 FILLER PIC X VALUE SPACE.
            02 PrnQuota PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnBooked PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnInvoiced PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnCredits PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnNetSales PIC -ZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnPct PIC -(5)9.9.
        01 NoQuotaNote PIC X(60) VALUE
            "  Reps with no quota for the year show 0.0 and rank last".
        01 LapsedHeads PIC X(132) VALUE
            "Rep  Cust   Customer Name                    State  Last Purchase".
        01 LapsedLine.
            02 PrnLpRepCode PIC X(3).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLpCustID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLpCustName PIC X(31).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLpState PIC X(2).
            02 FILLER PIC X(5) VALUE SPACE.
            02 PrnLpLastDate PIC X(8).
        01 MessageLine PIC X(80).
        01 SalesRepFileStatus PIC XX.
            88 SalesRepFileOpenOK VALUE "00".
        01 TerritoryFileStatus PIC XX.
            88 TerritoryFileOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".
        01 OrderFileStatus PIC XX.
            88 OrderFileOpenOK VALUE "00".
        01 OrderDtlFileStatus PIC XX.
            88 OrderDtlFileOpenOK VALUE "00".
        01 InvoiceFileStatus PIC XX.
            88 InvoiceFileOpenOK VALUE "00".
        01 InvHistFileStatus PIC XX.
            88 InvHistFileOpenOK VALUE "00".
        01 SalesHistFileStatus PIC XX.
            88 SalesHistFileOpenOK VALUE "00".
        01 QuotaReportStatus PIC XX.
            88 QuotaReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartQuotaReport.
        *> Monthly and year-to-date quota attainment by salesperson.
        *> Booked is the value of orders taken on the rep's code in the
        *> period (cancelled orders left out), invoiced and credits are
        *> the open and archived invoices and returns credit memos
        *> before tax and in dollars, and net sales - invoiced less
        *> credits - is what is measured against the SalesRep.dat
        *> quota and ranked. The last section lists the customers in
        *> each rep's Territory.dat patch who have not bought in 90
        *> days, from the SalesHist.dat purchase history.
        DISPLAY "Report month (YYYYMM) : " WITH NO ADVANCING.
        ACCEPT ReportMonth.
        IF ReportMonth IS NOT NUMERIC OR ReportMonth(5:2) < "01"
            OR ReportMonth(5:2) > "12"
            DISPLAY "Report month must be YYYYMM"
            STOP RUN
        END-IF.
        MOVE ReportMonth(1:4) TO ReportYear.
        MOVE ReportMonth(5:2) TO ReportMonthNum.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        COMPUTE CutoffDateInt =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunDate)) - 90.
        MOVE FUNCTION DATE-OF-INTEGER(CutoffDateInt) TO CutoffDate.

        OPEN INPUT SalesRepFile.
        IF NOT SalesRepFileOpenOK
            DISPLAY "Unable to open SalesRep.dat - status "
                SalesRepFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT InvoiceFile.
        IF NOT InvoiceFileOpenOK
            DISPLAY "Unable to open InvoiceOpen.dat - status "
                InvoiceFileStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT QuotaReport.
        IF NOT QuotaReportOpenOK
            DISPLAY "Unable to open QuotaAttain.rpt - status "
                QuotaReportStatus
            STOP RUN
        END-IF.
        OPEN INPUT TerritoryFile.
        IF TerritoryFileOpenOK
            SET TerritoryFileOnHand TO TRUE
        END-IF.
        OPEN INPUT OrderFile, OrderDtlFile.
        IF OrderFileOpenOK AND OrderDtlFileOpenOK
            SET OrderFileOnHand TO TRUE
        END-IF.

        PERFORM LoadSalesReps.
        IF OrderFileOnHand
            PERFORM TallyBookedOrders
        END-IF.
        READ InvoiceFile
            AT END SET NoMoreInvoices TO TRUE
        END-READ.
        PERFORM TallyInvoice UNTIL NoMoreInvoices.
        PERFORM TallyHistInvoices.
        PERFORM LoadLastPurchases.
        IF TerritoryFileOnHand
            PERFORM FindLapsedCustomers
        END-IF.
        PERFORM ComputeAttainment VARYING Idx FROM 1 BY 1
            UNTIL Idx > RepCount.

        MOVE ReportMonth TO PrnReportMonth
        MOVE RunDate TO PrnRunDate
        WRITE PrintLine FROM PageHeading

        MOVE "MONTH - RANKED BY PERCENT OF MONTHLY QUOTA"
            TO PrnSectionTitle
        WRITE PrintLine FROM SectionHeading AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        PERFORM RankByMonth
        MOVE ZERO TO RankNum
        PERFORM PrintMonthLine VARYING Idx FROM 1 BY 1
            UNTIL Idx > RepCount

        MOVE "YEAR TO DATE - RANKED BY PERCENT OF YEAR-TO-DATE QUOTA"
            TO PrnSectionTitle
        WRITE PrintLine FROM SectionHeading AFTER ADVANCING 3 LINES
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        PERFORM RankByYear
        MOVE ZERO TO RankNum
        PERFORM PrintYearLine VARYING Idx FROM 1 BY 1
            UNTIL Idx > RepCount
        WRITE PrintLine FROM NoQuotaNote AFTER ADVANCING 2 LINES

        MOVE "TERRITORY CUSTOMERS WITH NO PURCHASE SINCE"
            TO PrnSectionTitle
        MOVE CutoffDate TO PrnSectionTitle(44:8)
        WRITE PrintLine FROM SectionHeading AFTER ADVANCING 3 LINES
        IF NOT TerritoryFileOnHand
            MOVE "  No territories assigned - see slsmaint" TO MessageLine
            WRITE PrintLine FROM MessageLine AFTER ADVANCING 2 LINES
        ELSE IF LapsedCount = ZERO
            MOVE "  Every territory customer has bought in the last 90 days"
                TO MessageLine
            WRITE PrintLine FROM MessageLine AFTER ADVANCING 2 LINES
        ELSE
            WRITE PrintLine FROM LapsedHeads AFTER ADVANCING 2 LINES
            MOVE SPACES TO PrintLine
            WRITE PrintLine
            PERFORM PrintRepLapsed VARYING Idx FROM 1 BY 1
                UNTIL Idx > RepCount
        END-IF.

        CLOSE SalesRepFile, CustomerFile, InvoiceFile, QuotaReport.
        IF TerritoryFileOnHand
            CLOSE TerritoryFile
        END-IF.
        IF OrderFileOnHand
            CLOSE OrderFile, OrderDtlFile
        END-IF.
        DISPLAY "Quota attainment complete - see QuotaAttain.rpt".
        STOP RUN.

    LoadSalesReps.
        *> Every active rep is on the report whether or not anything
        *> was sold; an inactive rep appears only if business still
        *> came in on the code
        MOVE LOW-VALUES TO SrCode
        START SalesRepFile KEY IS NOT LESS THAN SrCode
            INVALID KEY SET NoMoreSalesReps TO TRUE
        END-START
        PERFORM LoadNextSalesRep UNTIL NoMoreSalesReps.

    LoadNextSalesRep.
        READ SalesRepFile NEXT RECORD
            AT END SET NoMoreSalesReps TO TRUE
            NOT AT END
                IF SalesRepIsActive
                    ADD 1 TO RepCount
                    IF RepTableFull
                        DISPLAY "Rep table full - " SrCode " not reported"
                        SUBTRACT 1 FROM RepCount
                    ELSE
                        MOVE 'Y' TO RepExists
                        PERFORM SetRepEntry
                    END-IF
                END-IF
        END-READ.

    SetRepEntry.
        *> Fills table entry RepCount from the rep record just read
        MOVE ZERO TO TabMtdQuota(RepCount), TabMtdBooked(RepCount),
            TabMtdInvoiced(RepCount), TabMtdCredits(RepCount),
            TabYtdQuota(RepCount), TabYtdBooked(RepCount),
            TabYtdInvoiced(RepCount), TabYtdCredits(RepCount),
            TabMtdPct(RepCount), TabYtdPct(RepCount),
            TabLapsedCount(RepCount)
        IF RepExists = 'N'
            MOVE SearchRepCode TO TabRepCode(RepCount)
            MOVE "** NOT ON REP MASTER **" TO TabRepName(RepCount)
            MOVE SPACES TO TabRepTerritory(RepCount)
            EXIT PARAGRAPH
        END-IF
        MOVE SrCode TO TabRepCode(RepCount)
        MOVE SrName TO TabRepName(RepCount)
        MOVE SrTerritory TO TabRepTerritory(RepCount)
        IF SrQuotaYear IS NUMERIC AND SrQuotaYear = ReportYear
            PERFORM AddMonthQuota VARYING QuotaMonth FROM 1 BY 1
                UNTIL QuotaMonth > ReportMonthNum
        END-IF.

    AddMonthQuota.
        IF SrMonthQuota(QuotaMonth) IS NUMERIC
            ADD SrMonthQuota(QuotaMonth) TO TabYtdQuota(RepCount)
            IF QuotaMonth = ReportMonthNum
                MOVE SrMonthQuota(QuotaMonth) TO TabMtdQuota(RepCount)
            END-IF
        END-IF.

    FindRepEntry.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING Idx FROM 1 BY 1
            UNTIL Idx > RepCount OR FoundIdx > ZERO
            IF TabRepCode(Idx) = SearchRepCode
                MOVE Idx TO FoundIdx
            END-IF
        END-PERFORM
        IF FoundIdx = ZERO
            ADD 1 TO RepCount
            IF RepTableFull
                DISPLAY "Rep table full - " SearchRepCode " not reported"
                SUBTRACT 1 FROM RepCount
            ELSE
                MOVE SearchRepCode TO SrCode
                MOVE 'Y' TO RepExists
                READ SalesRepFile
                    INVALID KEY MOVE 'N' TO RepExists
                END-READ
                PERFORM SetRepEntry
                MOVE RepCount TO FoundIdx
            END-IF
        END-IF.

    TallyBookedOrders.
        MOVE LOW-VALUES TO OrdNum
        START OrderFile KEY IS NOT LESS THAN OrdNum
            INVALID KEY SET NoMoreOrders TO TRUE
        END-START
        PERFORM TallyNextOrder UNTIL NoMoreOrders.

    TallyNextOrder.
        READ OrderFile NEXT RECORD
            AT END SET NoMoreOrders TO TRUE
            NOT AT END
                IF OrdDate(1:4) = ReportYear
                    AND OrdDate(1:6) NOT > ReportMonth
                    AND OrdSalesRep NOT = SPACES AND NOT OrdIsCancelled
                    PERFORM TallyOrderValue
                END-IF
        END-READ.

    TallyOrderValue.
        MOVE ZERO TO OrderValue
        MOVE 'N' TO DtlEOF
        MOVE OrdNum TO OdOrdNum
        MOVE ZERO TO OdLineNum
        START OrderDtlFile KEY IS GREATER THAN OdKey
            INVALID KEY SET NoMoreDtl TO TRUE
        END-START
        PERFORM AddOrderLineValue UNTIL NoMoreDtl
        MOVE OrdSalesRep TO SearchRepCode
        PERFORM FindRepEntry
        IF FoundIdx > ZERO
            ADD OrderValue TO TabYtdBooked(FoundIdx)
            IF OrdDate(1:6) = ReportMonth
                ADD OrderValue TO TabMtdBooked(FoundIdx)
            END-IF
        END-IF.

    AddOrderLineValue.
        READ OrderDtlFile NEXT RECORD
            AT END SET NoMoreDtl TO TRUE
            NOT AT END
                IF OdOrdNum NOT = OrdNum
                    SET NoMoreDtl TO TRUE
                ELSE
                    COMPUTE OrderValue = OrderValue + OdQty * OdUnitPrice
                END-IF
        END-READ.

    TallyInvoice.
        PERFORM TallyInvoiceAmount
        READ InvoiceFile
            AT END SET NoMoreInvoices TO TRUE
        END-READ.

    TallyHistInvoices.
        *> Paid invoices and settled credits archived off the open
        *> file still count toward the year
        MOVE 'N' TO InvHistEOF
        OPEN INPUT InvHistFile
        IF NOT InvHistFileOpenOK
            SET NoMoreHistInvoices TO TRUE
        ELSE
            READ InvHistFile
                AT END SET NoMoreHistInvoices TO TRUE
            END-READ
            PERFORM TallyOneHistInvoice UNTIL NoMoreHistInvoices
        END-IF
        CLOSE InvHistFile.

    TallyOneHistInvoice.
        MOVE InvHistData TO InvoiceData
        PERFORM TallyInvoiceAmount
        READ InvHistFile
            AT END SET NoMoreHistInvoices TO TRUE
        END-READ.

    TallyInvoiceAmount.
        *> Invoice or credit memo before tax and billed freight -
        *> freight is passed through to the customer, not a sale -
        *> foreign documents turned into dollars at the rate booked on
        *> the document
        IF InvDate(1:4) NOT = ReportYear OR InvDate(1:6) > ReportMonth
            OR InvSalesRep = SPACES
            EXIT PARAGRAPH
        END-IF
        IF InvTax IS NUMERIC
            COMPUTE DocAmount = InvTotal - InvTax
        ELSE
            MOVE InvTotal TO DocAmount
        END-IF
        IF InvFreight IS NUMERIC
            SUBTRACT InvFreight FROM DocAmount
        END-IF
        IF InvCurrency NOT = SPACES AND InvCurrency NOT = "USD"
            AND InvExchRate IS NUMERIC AND InvExchRate > ZERO
            COMPUTE DocAmount ROUNDED = DocAmount * InvExchRate
        END-IF
        MOVE InvSalesRep TO SearchRepCode
        PERFORM FindRepEntry
        IF FoundIdx = ZERO
            EXIT PARAGRAPH
        END-IF
        IF DocIsCredit
            ADD DocAmount TO TabYtdCredits(FoundIdx)
            IF InvDate(1:6) = ReportMonth
                ADD DocAmount TO TabMtdCredits(FoundIdx)
            END-IF
        ELSE
            ADD DocAmount TO TabYtdInvoiced(FoundIdx)
            IF InvDate(1:6) = ReportMonth
                ADD DocAmount TO TabMtdInvoiced(FoundIdx)
            END-IF
        END-IF.

    LoadLastPurchases.
        *> Latest purchase date per customer over the whole of the
        *> sales history
        OPEN INPUT SalesHistFile
        IF NOT SalesHistFileOpenOK
            SET NoMoreHist TO TRUE
        ELSE
            READ SalesHistFile
                AT END SET NoMoreHist TO TRUE
            END-READ
            PERFORM NoteLastPurchase UNTIL NoMoreHist
        END-IF
        CLOSE SalesHistFile.

    NoteLastPurchase.
        IF ShCustID > ZERO
            MOVE ZERO TO FoundIdx
            PERFORM VARYING Idx FROM 1 BY 1
                UNTIL Idx > LastBuyCount OR FoundIdx > ZERO
                IF TabLbCustID(Idx) = ShCustID
                    MOVE Idx TO FoundIdx
                END-IF
            END-PERFORM
            IF FoundIdx = ZERO
                PERFORM AddLastPurchase
            ELSE
                IF ShDate > TabLbDate(FoundIdx)
                    MOVE ShDate TO TabLbDate(FoundIdx)
                END-IF
            END-IF
        END-IF
        READ SalesHistFile
            AT END SET NoMoreHist TO TRUE
        END-READ.

    AddLastPurchase.
        ADD 1 TO LastBuyCount
        IF LastBuyTableFull
            DISPLAY "Purchase table full - " ShCustID " not dated"
            SUBTRACT 1 FROM LastBuyCount
        ELSE
            MOVE ShCustID TO TabLbCustID(LastBuyCount)
            MOVE ShDate TO TabLbDate(LastBuyCount)
        END-IF.

    FindLapsedCustomers.
        MOVE LOW-VALUES TO IDNum
        START CustomerFile KEY IS NOT LESS THAN IDNum
            INVALID KEY SET NoMoreCustomers TO TRUE
        END-START
        PERFORM CheckNextCustomer UNTIL NoMoreCustomers.

    CheckNextCustomer.
        READ CustomerFile NEXT RECORD
            AT END SET NoMoreCustomers TO TRUE
            NOT AT END
                IF CustIsActive
                    PERFORM CheckCustomerLapsed
                END-IF
        END-READ.

    CheckCustomerLapsed.
        *> The account's own assignment first, then its state
        MOVE SPACES TO CustRep
        SET TrByCustomer TO TRUE
        MOVE IDNum TO TrValue
        MOVE 'Y' TO TerritoryExists
        READ TerritoryFile
            INVALID KEY MOVE 'N' TO TerritoryExists
        END-READ
        IF TerritoryExists = 'N'
            SET TrByState TO TRUE
            MOVE AddrState TO TrValue
            MOVE 'Y' TO TerritoryExists
            READ TerritoryFile
                INVALID KEY MOVE 'N' TO TerritoryExists
            END-READ
        END-IF
        IF TerritoryExists = 'N'
            EXIT PARAGRAPH
        END-IF
        MOVE TrSalesRep TO CustRep
        MOVE SPACES TO CustLastDate
        PERFORM VARYING Ldx FROM 1 BY 1 UNTIL Ldx > LastBuyCount
            IF TabLbCustID(Ldx) = IDNum
                MOVE TabLbDate(Ldx) TO CustLastDate
            END-IF
        END-PERFORM
        IF CustLastDate NOT = SPACES AND CustLastDate NOT < CutoffDate
            EXIT PARAGRAPH
        END-IF
        MOVE CustRep TO SearchRepCode
        PERFORM FindRepEntry
        IF FoundIdx > ZERO
            ADD 1 TO TabLapsedCount(FoundIdx)
        END-IF
        ADD 1 TO LapsedCount
        IF LapsedTableFull
            DISPLAY "Lapsed table full - customer " IDNum " not listed"
            SUBTRACT 1 FROM LapsedCount
        ELSE
            MOVE CustRep TO TabLpRepCode(LapsedCount)
            MOVE IDNum TO TabLpCustID(LapsedCount)
            MOVE CustLastDate TO TabLpLastDate(LapsedCount)
        END-IF.

    ComputeAttainment.
        COMPUTE NetAmount = TabMtdInvoiced(Idx) - TabMtdCredits(Idx)
        IF TabMtdQuota(Idx) > ZERO
            COMPUTE TabMtdPct(Idx) ROUNDED =
                NetAmount * 100 / TabMtdQuota(Idx)
                ON SIZE ERROR MOVE 99999.9 TO TabMtdPct(Idx)
            END-COMPUTE
        END-IF
        COMPUTE NetAmount = TabYtdInvoiced(Idx) - TabYtdCredits(Idx)
        IF TabYtdQuota(Idx) > ZERO
            COMPUTE TabYtdPct(Idx) ROUNDED =
                NetAmount * 100 / TabYtdQuota(Idx)
                ON SIZE ERROR MOVE 99999.9 TO TabYtdPct(Idx)
            END-COMPUTE
        END-IF.

    RankByMonth.
        *> Straight exchange sort, best attainment first - fifty reps
        *> at most, so no SORT file is worth the ceremony
        PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx NOT < RepCount
            PERFORM VARYING Jdx FROM 1 BY 1
                UNTIL Jdx NOT < RepCount
                IF TabMtdPct(Jdx) < TabMtdPct(Jdx + 1)
                    MOVE RepEntry(Jdx) TO SwapRepEntry
                    MOVE RepEntry(Jdx + 1) TO RepEntry(Jdx)
                    MOVE SwapRepEntry TO RepEntry(Jdx + 1)
                END-IF
            END-PERFORM
        END-PERFORM.

    RankByYear.
        PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx NOT < RepCount
            PERFORM VARYING Jdx FROM 1 BY 1
                UNTIL Jdx NOT < RepCount
                IF TabYtdPct(Jdx) < TabYtdPct(Jdx + 1)
                    MOVE RepEntry(Jdx) TO SwapRepEntry
                    MOVE RepEntry(Jdx + 1) TO RepEntry(Jdx)
                    MOVE SwapRepEntry TO RepEntry(Jdx + 1)
                END-IF
            END-PERFORM
        END-PERFORM.

    PrintMonthLine.
        ADD 1 TO RankNum
        MOVE SPACES TO RepLine
        MOVE RankNum TO PrnRank
        MOVE TabRepCode(Idx) TO PrnRepCode
        MOVE TabRepName(Idx) TO PrnRepName
        MOVE TabRepTerritory(Idx) TO PrnRepTerritory
        MOVE TabMtdQuota(Idx) TO PrnQuota
        MOVE TabMtdBooked(Idx) TO PrnBooked
        MOVE TabMtdInvoiced(Idx) TO PrnInvoiced
        MOVE TabMtdCredits(Idx) TO PrnCredits
        COMPUTE NetAmount = TabMtdInvoiced(Idx) - TabMtdCredits(Idx)
        MOVE NetAmount TO PrnNetSales
        MOVE TabMtdPct(Idx) TO PrnPct
        WRITE PrintLine FROM RepLine AFTER ADVANCING 1 LINE.

    PrintYearLine.
        ADD 1 TO RankNum
        MOVE SPACES TO RepLine
        MOVE RankNum TO PrnRank
        MOVE TabRepCode(Idx) TO PrnRepCode
        MOVE TabRepName(Idx) TO PrnRepName
        MOVE TabRepTerritory(Idx) TO PrnRepTerritory
        MOVE TabYtdQuota(Idx) TO PrnQuota
        MOVE TabYtdBooked(Idx) TO PrnBooked
        MOVE TabYtdInvoiced(Idx) TO PrnInvoiced
        MOVE TabYtdCredits(Idx) TO PrnCredits
        COMPUTE NetAmount = TabYtdInvoiced(Idx) - TabYtdCredits(Idx)
        MOVE NetAmount TO PrnNetSales
        MOVE TabYtdPct(Idx) TO PrnPct
        WRITE PrintLine FROM RepLine AFTER ADVANCING 1 LINE.

    PrintRepLapsed.
        *> Lapsed accounts grouped under each rep in year-to-date rank
        *> order
        IF TabLapsedCount(Idx) > ZERO
            PERFORM PrintLapsedLine VARYING Ldx FROM 1 BY 1
                UNTIL Ldx > LapsedCount
        END-IF.

    PrintLapsedLine.
        IF TabLpRepCode(Ldx) = TabRepCode(Idx)
            MOVE SPACES TO LapsedLine
            MOVE TabLpRepCode(Ldx) TO PrnLpRepCode
            MOVE TabLpCustID(Ldx) TO PrnLpCustID
            MOVE TabLpCustID(Ldx) TO IDNum
            READ CustomerFile
                INVALID KEY MOVE "** NOT ON CUSTOMER FILE **"
                    TO PrnLpCustName
                NOT INVALID KEY
                    CALL "NAMEFMT" USING FirstName, LastName, WSFullName,
                        LRetCode
                    MOVE WSFullName TO PrnLpCustName
                    MOVE AddrState TO PrnLpState
            END-READ
            IF TabLpLastDate(Ldx) = SPACES
                MOVE "NEVER" TO PrnLpLastDate
            ELSE
                MOVE TabLpLastDate(Ldx) TO PrnLpLastDate
            END-IF
            WRITE PrintLine FROM LapsedLine AFTER ADVANCING 1 LINE
        END-IF.
