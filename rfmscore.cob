       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. rfmscore.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL SalesHistFile ASSIGN TO "SalesHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesHistFileStatus.
        SELECT OPTIONAL InvoiceFile ASSIGN TO "InvoiceOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvoiceFileStatus.
        SELECT OPTIONAL InvHistFile ASSIGN TO "InvHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvHistFileStatus.
        SELECT CustomerFile ASSIGN TO "customer.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT SegmentReport ASSIGN TO "SegSumm.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SegmentReportStatus.

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

        FD CustomerFile.
        01 CustomerData.
            COPY CUSTREC.

        FD SegmentReport.
        01 PrintLine PIC X(100).
    WORKING-STORAGE SECTION.
        01 HistEOF PIC X VALUE 'N'.
            88 NoMoreHist VALUE 'Y'.
        01 InvoiceEOF PIC X VALUE 'N'.
            88 NoMoreInvoices VALUE 'Y'.
        01 CustEOF PIC X VALUE 'N'.
            88 NoMoreCust VALUE 'Y'.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 RunDateInt PIC 9(7) COMP.
        01 WindowStart PIC X(8).
        01 EntryValue PIC X(9).
        01 RecentDays PIC 9(3) VALUE 90.
        01 FrequentCount PIC 9(3) VALUE 5.
        01 SpendAmount PIC 9(7)V99 VALUE 500.
        01 WorkCustID PIC 9(5).
        01 WorkDate PIC X(8).
        01 WorkRef PIC X(6).
        01 WorkAmount PIC 9(7)V99.
        01 DaysIdle PIC 9(7) COMP.
        01 FirstDaysAgo PIC 9(7) COMP.
        01 WorkSegment PIC X(2).
      *> One entry per customer seen on the sales history or invoices.
      *> Purchases and spend cover the last twelve months; the first
      *> and last purchase dates cover everything on file.
        01 BuyerTable.
            02 BuyerEntry OCCURS 500 TIMES.
                03 TabRfCustID PIC 9(5).
                03 TabRfFirstDate PIC X(8).
                03 TabRfLastDate PIC X(8).
                03 TabRfLastRef PIC X(6).
                03 TabRfPurchases PIC 9(5).
                03 TabRfSpend PIC S9(9)V99.
        01 BuyerCount PIC 9(3) VALUE ZERO.
            88 BuyerTableFull VALUE 501 THRU 999.
        01 Idx PIC 9(3) VALUE ZERO.
        01 FoundIdx PIC 9(3) VALUE ZERO.
        01 SkippedCount PIC 9(5) VALUE ZERO.
        01 SegCodes PIC X(12) VALUE "CHNWRCARLPNP".
        01 FILLER REDEFINES SegCodes.
            02 SegCode PIC X(2) OCCURS 6 TIMES.
        01 SegNames PIC X(90) VALUE
            "CHAMPION       NEW BUYER      RECENT         AT RISK        LAPSED         NO PURCHASES   ".
        01 FILLER REDEFINES SegNames.
            02 SegName PIC X(15) OCCURS 6 TIMES.
        01 SegTotals.
            02 SegTotalEntry OCCURS 6 TIMES.
                03 SegCustCount PIC 9(5).
                03 SegRevenue PIC S9(11)V99.
        01 SegIdx PIC 9 VALUE ZERO.
        01 ScoredCount PIC 9(5) VALUE ZERO.
        01 GrandRevenue PIC S9(11)V99 VALUE ZERO.
        01 AvgRevenue PIC S9(9)V99 VALUE ZERO.
        01 PctCustomers PIC 9(3)V9 VALUE ZERO.
        01 PctRevenue PIC S9(3)V9 VALUE ZERO.
        01 PageHeading.
            02 FILLER PIC X(34) VALUE "CUSTOMER PURCHASE SEGMENTS - RUN ".
            02 PrnRunDate PIC X(8).
            02 FILLER PIC X(21) VALUE "   12 MONTHS FROM ".
            02 PrnWindowStart PIC X(8).
        01 RulesLine.
            02 FILLER PIC X(20) VALUE "Recent = bought in ".
            02 PrnRecentDays PIC ZZ9.
            02 FILLER PIC X(27) VALUE " days.  Champion = recent, ".
            02 PrnFrequent PIC ZZ9.
            02 FILLER PIC X(23) VALUE "+ purchases and over $".
            02 PrnSpend PIC Z,ZZZ,ZZ9.
        01 Heads PIC X(100) VALUE
            "Seg  Segment           Customers  % Cust     12-Mo Revenue   % Rev   Avg per Customer".
        01 SegmentLine.
            02 PrnSegCode PIC X(2).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnSegName PIC X(15).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnCustCount PIC ZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnPctCust PIC ZZ9.9.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnRevenue PIC ---,---,--9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnPctRev PIC ---9.9.
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnAvgRevenue PIC ---,---,--9.99.
        01 FootNote1 PIC X(100) VALUE
            "Revenue - SalesHist.dat lines less credit memos on InvoiceOpen.dat and InvHist.dat.".
        01 FootNote2 PIC X(100) VALUE
            "At risk - last bought within the year but not recently.  Lapsed - nothing for over a year.".
        01 SalesHistFileStatus PIC XX.
            88 SalesHistFileOpenOK VALUE "00".
        01 InvoiceFileStatus PIC XX.
            88 InvoiceFileOpenOK VALUE "00".
        01 InvHistFileStatus PIC XX.
            88 InvHistFileOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".
        01 SegmentReportStatus PIC XX.
            88 SegmentReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartScoring.
        *> Recency / frequency / monetary scoring for targeted mailings.
        *> Every customer's purchases on SalesHist.dat are counted by
        *> document (an invoice or register receipt is one purchase,
        *> however many lines it has), their spend over the last twelve
        *> months is netted of credit memos, and the invoice files
        *> fill in purchase dates from before the sales history was
        *> kept. Each customer record then gets a segment code -
        *> maillabel and the coboltut12 CSV export select on it - and
        *> the summary shows how many customers and how much revenue
        *> sit in each segment.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        COMPUTE RunDateInt = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunDate)).
        MOVE FUNCTION DATE-OF-INTEGER(RunDateInt - 365) TO WindowStart.
        DISPLAY "Recent means bought within how many days (blank = 90) : "
            WITH NO ADVANCING.
        MOVE SPACES TO EntryValue.
        ACCEPT EntryValue.
        IF EntryValue NOT = SPACES
            IF FUNCTION TEST-NUMVAL(EntryValue) = ZERO
                COMPUTE RecentDays = FUNCTION NUMVAL(EntryValue)
            ELSE
                DISPLAY "Not a number - 90 days used"
            END-IF
        END-IF.
        DISPLAY "Champion needs more than how many purchases (blank = 5) : "
            WITH NO ADVANCING.
        MOVE SPACES TO EntryValue.
        ACCEPT EntryValue.
        IF EntryValue NOT = SPACES
            IF FUNCTION TEST-NUMVAL(EntryValue) = ZERO
                COMPUTE FrequentCount = FUNCTION NUMVAL(EntryValue)
            ELSE
                DISPLAY "Not a number - 5 purchases used"
            END-IF
        END-IF.
        DISPLAY "Champion needs 12-month spend over (blank = 500) : "
            WITH NO ADVANCING.
        MOVE SPACES TO EntryValue.
        ACCEPT EntryValue.
        IF EntryValue NOT = SPACES
            IF FUNCTION TEST-NUMVAL(EntryValue) = ZERO
                COMPUTE SpendAmount = FUNCTION NUMVAL(EntryValue)
            ELSE
                DISPLAY "Not a number - $500 used"
            END-IF
        END-IF.

        OPEN INPUT SalesHistFile.
        IF SalesHistFileOpenOK
            READ SalesHistFile
                AT END SET NoMoreHist TO TRUE
            END-READ
            PERFORM TallyHistoryLine UNTIL NoMoreHist
        END-IF.
        CLOSE SalesHistFile.
        PERFORM TallyOpenInvoices.
        PERFORM TallyArchivedInvoices.
        IF SkippedCount > ZERO
            DISPLAY "Buyer table full - " SkippedCount
                " lines for later customers not scored"
        END-IF.

        OPEN I-O CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT SegmentReport.
        IF NOT SegmentReportOpenOK
            DISPLAY "Unable to open SegSumm.rpt - status "
                SegmentReportStatus
            STOP RUN
        END-IF.
        INITIALIZE SegTotals.
        READ CustomerFile NEXT RECORD
            AT END SET NoMoreCust TO TRUE
        END-READ.
        PERFORM ScoreOneCustomer UNTIL NoMoreCust.
        PERFORM PrintSummary.
        CLOSE CustomerFile, SegmentReport.
        DISPLAY "Segmented " ScoredCount " customers - see SegSumm.rpt".
        STOP RUN.

    TallyHistoryLine.
        IF ShCustID > ZERO
            MOVE ShCustID TO WorkCustID
            PERFORM FindBuyer
            IF FoundIdx > ZERO
                MOVE ShDate TO WorkDate
                PERFORM NotePurchaseDate
                IF ShDate NOT < WindowStart
                    *> Lines of one document sit together on the history
                    MOVE ShSource TO WorkRef(1:1)
                    MOVE ShRef TO WorkRef(2:5)
                    IF WorkRef NOT = TabRfLastRef(FoundIdx)
                        ADD 1 TO TabRfPurchases(FoundIdx)
                        MOVE WorkRef TO TabRfLastRef(FoundIdx)
                    END-IF
                    ADD ShExtAmount TO TabRfSpend(FoundIdx)
                END-IF
            END-IF
        END-IF
        READ SalesHistFile
            AT END SET NoMoreHist TO TRUE
        END-READ.

    TallyOpenInvoices.
        MOVE 'N' TO InvoiceEOF
        OPEN INPUT InvoiceFile
        IF InvoiceFileOpenOK
            READ InvoiceFile
                AT END SET NoMoreInvoices TO TRUE
            END-READ
            PERFORM TallyOneOpenInvoice UNTIL NoMoreInvoices
        END-IF
        CLOSE InvoiceFile.

    TallyOneOpenInvoice.
        MOVE InvCustID TO WorkCustID
        MOVE InvDate TO WorkDate
        MOVE InvTotal TO WorkAmount
        IF InvTax IS NUMERIC AND InvTax < InvTotal
            SUBTRACT InvTax FROM WorkAmount
        END-IF
        IF DocIsCredit
            PERFORM ApplyCreditMemo
        ELSE
            PERFORM ApplyInvoiceDate
        END-IF
        READ InvoiceFile
            AT END SET NoMoreInvoices TO TRUE
        END-READ.

    TallyArchivedInvoices.
        MOVE 'N' TO InvoiceEOF
        OPEN INPUT InvHistFile
        IF InvHistFileOpenOK
            READ InvHistFile
                AT END SET NoMoreInvoices TO TRUE
            END-READ
            PERFORM TallyOneArchivedInvoice UNTIL NoMoreInvoices
        END-IF
        CLOSE InvHistFile.

    TallyOneArchivedInvoice.
        MOVE HiInvCustID TO WorkCustID
        MOVE HiInvDate TO WorkDate
        MOVE HiInvTotal TO WorkAmount
        IF HiInvTax IS NUMERIC AND HiInvTax < HiInvTotal
            SUBTRACT HiInvTax FROM WorkAmount
        END-IF
        IF HiDocIsCredit
            PERFORM ApplyCreditMemo
        ELSE
            PERFORM ApplyInvoiceDate
        END-IF
        READ InvHistFile
            AT END SET NoMoreInvoices TO TRUE
        END-READ.

    ApplyCreditMemo.
        *> Returns and allowances come off the twelve-month spend
        IF WorkCustID > ZERO AND WorkDate NOT < WindowStart
            PERFORM FindBuyer
            IF FoundIdx > ZERO
                SUBTRACT WorkAmount FROM TabRfSpend(FoundIdx)
            END-IF
        END-IF.

    ApplyInvoiceDate.
        *> The invoice's lines are already on the sales history; only
        *> its date counts here, for invoices billed before it was kept
        IF WorkCustID > ZERO
            PERFORM FindBuyer
            IF FoundIdx > ZERO
                PERFORM NotePurchaseDate
            END-IF
        END-IF.

    NotePurchaseDate.
        IF TabRfFirstDate(FoundIdx) = SPACES
            OR WorkDate < TabRfFirstDate(FoundIdx)
            MOVE WorkDate TO TabRfFirstDate(FoundIdx)
        END-IF
        IF TabRfLastDate(FoundIdx) = SPACES
            OR WorkDate > TabRfLastDate(FoundIdx)
            MOVE WorkDate TO TabRfLastDate(FoundIdx)
        END-IF.

    FindBuyer.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING Idx FROM 1 BY 1
            UNTIL Idx > BuyerCount OR FoundIdx > ZERO
            IF TabRfCustID(Idx) = WorkCustID
                MOVE Idx TO FoundIdx
            END-IF
        END-PERFORM
        IF FoundIdx = ZERO
            ADD 1 TO BuyerCount
            IF BuyerTableFull
                SUBTRACT 1 FROM BuyerCount
                ADD 1 TO SkippedCount
                EXIT PARAGRAPH
            END-IF
            MOVE WorkCustID TO TabRfCustID(BuyerCount)
            MOVE SPACES TO TabRfFirstDate(BuyerCount)
            MOVE SPACES TO TabRfLastDate(BuyerCount)
            MOVE SPACES TO TabRfLastRef(BuyerCount)
            MOVE ZERO TO TabRfPurchases(BuyerCount)
            MOVE ZERO TO TabRfSpend(BuyerCount)
            MOVE BuyerCount TO FoundIdx
        END-IF.

    ScoreOneCustomer.
        MOVE IDNum TO WorkCustID
        MOVE ZERO TO FoundIdx
        PERFORM VARYING Idx FROM 1 BY 1
            UNTIL Idx > BuyerCount OR FoundIdx > ZERO
            IF TabRfCustID(Idx) = WorkCustID
                MOVE Idx TO FoundIdx
            END-IF
        END-PERFORM
        IF FoundIdx = ZERO
            MOVE "NP" TO WorkSegment
        ELSE IF TabRfLastDate(FoundIdx) = SPACES
            MOVE "NP" TO WorkSegment
        ELSE
            PERFORM ChooseSegment
        END-IF
        END-IF
        MOVE WorkSegment TO CustSegment
        REWRITE CustomerData
            INVALID KEY DISPLAY "Segment was not stored for " IDNum
            NOT INVALID KEY ADD 1 TO ScoredCount
        END-REWRITE
        PERFORM VARYING SegIdx FROM 1 BY 1
            UNTIL SegIdx > 6 OR SegCode(SegIdx) = WorkSegment
            CONTINUE
        END-PERFORM
        ADD 1 TO SegCustCount(SegIdx)
        IF FoundIdx > ZERO
            ADD TabRfSpend(FoundIdx) TO SegRevenue(SegIdx)
            ADD TabRfSpend(FoundIdx) TO GrandRevenue
        END-IF
        READ CustomerFile NEXT RECORD
            AT END SET NoMoreCust TO TRUE
        END-READ.

    ChooseSegment.
        COMPUTE DaysIdle = RunDateInt
            - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TabRfLastDate(FoundIdx)))
        COMPUTE FirstDaysAgo = RunDateInt
            - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TabRfFirstDate(FoundIdx)))
        EVALUATE TRUE
            WHEN DaysIdle NOT > RecentDays
                AND TabRfPurchases(FoundIdx) > FrequentCount
                AND TabRfSpend(FoundIdx) > SpendAmount
                MOVE "CH" TO WorkSegment
            WHEN DaysIdle NOT > RecentDays
                AND FirstDaysAgo NOT > RecentDays
                MOVE "NW" TO WorkSegment
            WHEN DaysIdle NOT > RecentDays
                MOVE "RC" TO WorkSegment
            WHEN DaysIdle NOT > 365
                MOVE "AR" TO WorkSegment
            WHEN OTHER
                MOVE "LP" TO WorkSegment
        END-EVALUATE.

    PrintSummary.
        MOVE RunDate TO PrnRunDate
        MOVE WindowStart TO PrnWindowStart
        WRITE PrintLine FROM PageHeading
        MOVE RecentDays TO PrnRecentDays
        MOVE FrequentCount TO PrnFrequent
        MOVE SpendAmount TO PrnSpend
        WRITE PrintLine FROM RulesLine AFTER ADVANCING 1 LINE
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        WRITE PrintLine.
        PERFORM PrintOneSegment VARYING SegIdx FROM 1 BY 1
            UNTIL SegIdx > 6.
        MOVE SPACES TO SegmentLine
        MOVE "ALL CUSTOMERS" TO PrnSegName
        MOVE ScoredCount TO PrnCustCount
        MOVE 100 TO PrnPctCust
        MOVE GrandRevenue TO PrnRevenue
        MOVE 100 TO PrnPctRev
        IF ScoredCount > ZERO
            COMPUTE AvgRevenue ROUNDED = GrandRevenue / ScoredCount
        ELSE
            MOVE ZERO TO AvgRevenue
        END-IF
        MOVE AvgRevenue TO PrnAvgRevenue
        WRITE PrintLine FROM SegmentLine AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM FootNote1 AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM FootNote2 AFTER ADVANCING 1 LINE.

    PrintOneSegment.
        MOVE SPACES TO SegmentLine
        MOVE SegCode(SegIdx) TO PrnSegCode
        MOVE SegName(SegIdx) TO PrnSegName
        MOVE SegCustCount(SegIdx) TO PrnCustCount
        IF ScoredCount > ZERO
            COMPUTE PctCustomers ROUNDED =
                SegCustCount(SegIdx) * 100 / ScoredCount
        ELSE
            MOVE ZERO TO PctCustomers
        END-IF
        MOVE PctCustomers TO PrnPctCust
        MOVE SegRevenue(SegIdx) TO PrnRevenue
        IF GrandRevenue NOT = ZERO
            COMPUTE PctRevenue ROUNDED =
                SegRevenue(SegIdx) * 100 / GrandRevenue
                ON SIZE ERROR MOVE ZERO TO PctRevenue
            END-COMPUTE
        ELSE
            MOVE ZERO TO PctRevenue
        END-IF
        MOVE PctRevenue TO PrnPctRev
        IF SegCustCount(SegIdx) > ZERO
            COMPUTE AvgRevenue ROUNDED =
                SegRevenue(SegIdx) / SegCustCount(SegIdx)
        ELSE
            MOVE ZERO TO AvgRevenue
        END-IF
        MOVE AvgRevenue TO PrnAvgRevenue
        WRITE PrintLine FROM SegmentLine AFTER ADVANCING 1 LINE.
