       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. finstmt.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT GLTransFile ASSIGN TO "GLTrans.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GLTransFileStatus.
        SELECT ChartFile ASSIGN TO "ChartAcct.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GlAcctNum
            FILE STATUS IS ChartFileStatus.
        SELECT StmtReport ASSIGN TO "FinStmt.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StmtReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD GLTransFile.
        01 GLTransData.
            COPY GLTRANS.

        FD ChartFile.
        01 ChartData.
            COPY GLACCT.

        FD StmtReport.
        01 PrintLine PIC X(100).
    WORKING-STORAGE SECTION.
        01 GLEOF PIC X VALUE 'N'.
            88 NoMoreGL VALUE 'Y'.
        01 StmtPeriod PIC X(6).
        01 StmtPeriodNum REDEFINES StmtPeriod.
            02 StmtYear PIC 9(4).
            02 StmtMonth PIC 99.
        *> Amounts are carried signed, debit positive, and turned to
        *> the account's natural side only when printed
        01 AcctTable.
            02 AcctEntry OCCURS 100 TIMES.
                03 TabAcctNum PIC 9(4).
                03 TabAcctName PIC X(25).
                03 TabAcctType PIC X.
                03 TabMonthNet PIC S9(10)V99.
                03 TabYtdNet PIC S9(10)V99.
                03 TabCumNet PIC S9(10)V99.
                03 TabOpenNet PIC S9(10)V99.
        01 AcctCount PIC 9(3) VALUE ZERO.
            88 AcctTableFull VALUE 101 THRU 999.
        01 Idx PIC 9(3) VALUE ZERO.
        01 Jdx PIC 9(3) VALUE ZERO.
        01 FoundIdx PIC 9(3) VALUE ZERO.
        01 SwapAcctEntry PIC X(78).
        *> Year of the latest glclose opening balances at or before
        *> the statement year - zeros when there are none and the
        *> balances are built from the whole journal
        01 BaseYear PIC X(4) VALUE "0000".
        01 LegNet PIC S9(10)V99 VALUE ZERO.
        01 SectionType PIC X.
        01 ShowMonth PIC S9(11)V99 VALUE ZERO.
        01 ShowYtd PIC S9(11)V99 VALUE ZERO.
        01 ShowBalance PIC S9(11)V99 VALUE ZERO.
        01 SectMonth PIC S9(11)V99 VALUE ZERO.
        01 SectYtd PIC S9(11)V99 VALUE ZERO.
        01 SectBalance PIC S9(11)V99 VALUE ZERO.
        01 RevMonth PIC S9(11)V99 VALUE ZERO.
        01 RevYtd PIC S9(11)V99 VALUE ZERO.
        01 ExpMonth PIC S9(11)V99 VALUE ZERO.
        01 ExpYtd PIC S9(11)V99 VALUE ZERO.
        01 NetIncomeMonth PIC S9(11)V99 VALUE ZERO.
        01 NetIncomeYtd PIC S9(11)V99 VALUE ZERO.
        01 PriorEarnings PIC S9(11)V99 VALUE ZERO.
        01 TotAssets PIC S9(11)V99 VALUE ZERO.
        01 TotLiabilities PIC S9(11)V99 VALUE ZERO.
        01 TotEquity PIC S9(11)V99 VALUE ZERO.
        01 TotLiabEquity PIC S9(11)V99 VALUE ZERO.
        01 OffChartCount PIC 9(3) VALUE ZERO.
        01 IncomeHeading.
            02 FILLER PIC X(33) VALUE
                "INCOME STATEMENT FOR PERIOD      ".
            02 PrnIncPeriod PIC X(6).
        01 BalanceHeading.
            02 FILLER PIC X(33) VALUE
                "BALANCE SHEET AS OF END OF PERIOD".
            02 FILLER PIC X VALUE SPACE.
            02 PrnBalPeriod PIC X(6).
        01 IncomeHeads PIC X(100) VALUE
            "Acct  Name                               Month      Year-to-date".
        01 BalanceHeads PIC X(100) VALUE
            "Acct  Name                                            Balance".
        01 SectionLine.
            02 PrnSectionName PIC X(40).
        01 IncomeLine.
            02 PrnAcctNum PIC 9(4).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAcctName PIC X(25).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnMonth PIC $$$,$$$,$$9.99-.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnYtd PIC $$$,$$$,$$9.99-.
        01 BalanceLine.
            02 PrnBalAcctNum PIC 9(4).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnBalAcctName PIC X(25).
            02 FILLER PIC X(19) VALUE SPACE.
            02 PrnBalance PIC $$$,$$$,$$9.99-.
        01 IncomeTotalLine.
            02 PrnIncTotalName PIC X(31).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnIncTotMonth PIC $$$,$$$,$$9.99-.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnIncTotYtd PIC $$$,$$$,$$9.99-.
        01 BalanceTotalLine.
            02 PrnBalTotalName PIC X(31).
            02 FILLER PIC X(19) VALUE SPACE.
            02 PrnBalTotal PIC $$$,$$$,$$9.99-.
        01 BalancedLine PIC X(60) VALUE
            "  IN BALANCE - ASSETS EQUAL LIABILITIES AND EQUITY".
        01 OutOfBalLine PIC X(60) VALUE
            "  *** OUT OF BALANCE - RUN GLTRIAL AND INVESTIGATE ***".
        01 OffChartLine PIC X(60) VALUE
            "  *** ACCOUNTS NOT ON THE CHART LEFT OFF THE STATEMENTS ***".
        01 GLTransFileStatus PIC XX.
            88 GLTransFileOpenOK VALUE "00".
        01 ChartFileStatus PIC XX.
            88 ChartFileOpenOK VALUE "00".
        01 StmtReportStatus PIC XX.
            88 StmtReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartStatements.
        *> Income statement and balance sheet from the GL journal.
        *> Accounts are grouped by GlAcctType off the chart - revenue
        *> and expense for the income statement, month and year to
        *> date on the calendar year; asset, liability and equity for
        *> the balance sheet, balances through the end of the period.
        *> Revenue and expense from earlier years that has not been
        *> closed out is carried into equity as prior-year earnings,
        *> and this year's net income beside it, so the sheet foots.
        *> Once glclose has written opening balances, the balance
        *> sheet starts from the latest set at or before the statement
        *> year and adds the journal from that year on - histpurge may
        *> already have archived the history behind them.
        DISPLAY "Statement period (YYYYMM) : " WITH NO ADVANCING.
        ACCEPT StmtPeriod.
        IF StmtPeriod IS NOT NUMERIC
            OR StmtMonth < 1 OR StmtMonth > 12
            DISPLAY "Period must be YYYYMM - statements not run"
            STOP RUN
        END-IF.

        OPEN INPUT GLTransFile.
        IF NOT GLTransFileOpenOK
            DISPLAY "Unable to open GLTrans.dat - status "
                GLTransFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT ChartFile.
        IF NOT ChartFileOpenOK
            DISPLAY "Unable to open ChartAcct.dat - status "
                ChartFileStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT StmtReport.
        IF NOT StmtReportOpenOK
            DISPLAY "Unable to open FinStmt.rpt - status "
                StmtReportStatus
            STOP RUN
        END-IF.

        READ GLTransFile
            AT END SET NoMoreGL TO TRUE
        END-READ.
        PERFORM FindBaseYear UNTIL NoMoreGL.
        CLOSE GLTransFile.
        OPEN INPUT GLTransFile.
        MOVE 'N' TO GLEOF.
        READ GLTransFile
            AT END SET NoMoreGL TO TRUE
        END-READ.
        PERFORM TallyOneLeg UNTIL NoMoreGL.
        PERFORM SortAccounts.
        PERFORM ClassifyOneAcct VARYING Idx FROM 1 BY 1
            UNTIL Idx > AcctCount.

        PERFORM PrintIncomeStatement.
        PERFORM PrintBalanceSheet.

        CLOSE GLTransFile, ChartFile, StmtReport.
        DISPLAY "Financial statements complete - see FinStmt.rpt".
        STOP RUN.

    FindBaseYear.
        IF GtSource = "OPEN" AND GtPeriod(1:4) NOT > StmtPeriod(1:4)
            AND GtPeriod(1:4) > BaseYear
            MOVE GtPeriod(1:4) TO BaseYear
        END-IF
        READ GLTransFile
            AT END SET NoMoreGL TO TRUE
        END-READ.

    TallyOneLeg.
        *> Opening legs of other years are left alone - the history
        *> they summarize is either before the base year or counted
        *> leg by leg after it
        IF GtSource = "OPEN"
            IF GtPeriod(1:4) = BaseYear
                PERFORM FindAcctEntry
                IF FoundIdx > ZERO
                    IF LegIsDebit
                        ADD GtAmount TO TabOpenNet(FoundIdx)
                    ELSE
                        SUBTRACT GtAmount FROM TabOpenNet(FoundIdx)
                    END-IF
                END-IF
            END-IF
        ELSE
            PERFORM TallyPostedLeg
        END-IF
        READ GLTransFile
            AT END SET NoMoreGL TO TRUE
        END-READ.

    TallyPostedLeg.
        *> TabCumNet runs from the base year through the period
        IF GtPeriod NOT > StmtPeriod AND GtPeriod(1:4) NOT < BaseYear
            PERFORM FindAcctEntry
            IF FoundIdx > ZERO
                IF LegIsDebit
                    MOVE GtAmount TO LegNet
                ELSE
                    COMPUTE LegNet = ZERO - GtAmount
                END-IF
                ADD LegNet TO TabCumNet(FoundIdx)
                IF GtPeriod(1:4) = StmtPeriod(1:4)
                    ADD LegNet TO TabYtdNet(FoundIdx)
                END-IF
                IF GtPeriod = StmtPeriod
                    ADD LegNet TO TabMonthNet(FoundIdx)
                END-IF
            END-IF
        END-IF.

    FindAcctEntry.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING Idx FROM 1 BY 1
            UNTIL Idx > AcctCount OR FoundIdx > ZERO
            IF TabAcctNum(Idx) = GtAcctNum
                MOVE Idx TO FoundIdx
            END-IF
        END-PERFORM
        IF FoundIdx = ZERO
            ADD 1 TO AcctCount
            IF AcctTableFull
                DISPLAY "Account table full - " GtAcctNum " not totaled"
                SUBTRACT 1 FROM AcctCount
            ELSE
                MOVE GtAcctNum TO TabAcctNum(AcctCount)
                MOVE SPACES TO TabAcctName(AcctCount)
                MOVE SPACE TO TabAcctType(AcctCount)
                MOVE ZERO TO TabMonthNet(AcctCount)
                MOVE ZERO TO TabYtdNet(AcctCount)
                MOVE ZERO TO TabCumNet(AcctCount)
                MOVE ZERO TO TabOpenNet(AcctCount)
                MOVE AcctCount TO FoundIdx
            END-IF
        END-IF.

    SortAccounts.
        *> Exchange sort into account order, as gltrial does
        PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx NOT < AcctCount
            PERFORM VARYING Jdx FROM 1 BY 1
                UNTIL Jdx NOT < AcctCount
                IF TabAcctNum(Jdx) > TabAcctNum(Jdx + 1)
                    MOVE AcctEntry(Jdx) TO SwapAcctEntry
                    MOVE AcctEntry(Jdx + 1) TO AcctEntry(Jdx)
                    MOVE SwapAcctEntry TO AcctEntry(Jdx + 1)
                END-IF
            END-PERFORM
        END-PERFORM.

    ClassifyOneAcct.
        *> An account that has left the chart keeps a blank type and
        *> drops off both statements - flagged at the foot instead
        MOVE TabAcctNum(Idx) TO GlAcctNum
        READ ChartFile
            INVALID KEY
                DISPLAY "Account " GlAcctNum " is not on the chart"
                ADD 1 TO OffChartCount
            NOT INVALID KEY
                MOVE GlAcctName TO TabAcctName(Idx)
                MOVE GlAcctType TO TabAcctType(Idx)
        END-READ.

    PrintIncomeStatement.
        MOVE StmtPeriod TO PrnIncPeriod
        WRITE PrintLine FROM IncomeHeading
        WRITE PrintLine FROM IncomeHeads AFTER ADVANCING 2 LINES

        MOVE "REVENUE" TO PrnSectionName
        WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
        MOVE "R" TO SectionType
        MOVE ZERO TO SectMonth, SectYtd
        PERFORM PrintIncomeLine VARYING Idx FROM 1 BY 1
            UNTIL Idx > AcctCount
        MOVE SectMonth TO RevMonth
        MOVE SectYtd TO RevYtd
        MOVE "TOTAL REVENUE" TO PrnIncTotalName
        PERFORM WriteIncomeTotal

        MOVE "EXPENSES" TO PrnSectionName
        WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
        MOVE "E" TO SectionType
        MOVE ZERO TO SectMonth, SectYtd
        PERFORM PrintIncomeLine VARYING Idx FROM 1 BY 1
            UNTIL Idx > AcctCount
        MOVE SectMonth TO ExpMonth
        MOVE SectYtd TO ExpYtd
        MOVE "TOTAL EXPENSES" TO PrnIncTotalName
        PERFORM WriteIncomeTotal

        COMPUTE NetIncomeMonth = RevMonth - ExpMonth
        COMPUTE NetIncomeYtd = RevYtd - ExpYtd
        MOVE NetIncomeMonth TO SectMonth
        MOVE NetIncomeYtd TO SectYtd
        MOVE "NET INCOME" TO PrnIncTotalName
        PERFORM WriteIncomeTotal.

    PrintIncomeLine.
        *> Revenue shows credit-positive, expense debit-positive.
        *> Earnings from earlier years not yet closed are gathered
        *> here for the equity section of the balance sheet.
        IF TabAcctType(Idx) = SectionType
            IF SectionType = "R"
                COMPUTE ShowMonth = ZERO - TabMonthNet(Idx)
                COMPUTE ShowYtd = ZERO - TabYtdNet(Idx)
            ELSE
                MOVE TabMonthNet(Idx) TO ShowMonth
                MOVE TabYtdNet(Idx) TO ShowYtd
            END-IF
            COMPUTE PriorEarnings = PriorEarnings
                - (TabCumNet(Idx) - TabYtdNet(Idx))
            ADD ShowMonth TO SectMonth
            ADD ShowYtd TO SectYtd
            IF ShowMonth NOT = ZERO OR ShowYtd NOT = ZERO
                MOVE SPACES TO IncomeLine
                MOVE TabAcctNum(Idx) TO PrnAcctNum
                MOVE TabAcctName(Idx) TO PrnAcctName
                MOVE ShowMonth TO PrnMonth
                MOVE ShowYtd TO PrnYtd
                WRITE PrintLine FROM IncomeLine AFTER ADVANCING 1 LINE
            END-IF
        END-IF.

    WriteIncomeTotal.
        MOVE SectMonth TO PrnIncTotMonth
        MOVE SectYtd TO PrnIncTotYtd
        WRITE PrintLine FROM IncomeTotalLine AFTER ADVANCING 2 LINES.

    PrintBalanceSheet.
        MOVE StmtPeriod TO PrnBalPeriod
        WRITE PrintLine FROM BalanceHeading AFTER ADVANCING PAGE
        WRITE PrintLine FROM BalanceHeads AFTER ADVANCING 2 LINES

        MOVE "ASSETS" TO PrnSectionName
        WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
        MOVE "A" TO SectionType
        MOVE ZERO TO SectBalance
        PERFORM PrintBalanceLine VARYING Idx FROM 1 BY 1
            UNTIL Idx > AcctCount
        MOVE SectBalance TO TotAssets
        MOVE "TOTAL ASSETS" TO PrnBalTotalName
        PERFORM WriteBalanceTotal

        MOVE "LIABILITIES" TO PrnSectionName
        WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
        MOVE "L" TO SectionType
        MOVE ZERO TO SectBalance
        PERFORM PrintBalanceLine VARYING Idx FROM 1 BY 1
            UNTIL Idx > AcctCount
        MOVE SectBalance TO TotLiabilities
        MOVE "TOTAL LIABILITIES" TO PrnBalTotalName
        PERFORM WriteBalanceTotal

        MOVE "EQUITY" TO PrnSectionName
        WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
        MOVE "Q" TO SectionType
        MOVE ZERO TO SectBalance
        PERFORM PrintBalanceLine VARYING Idx FROM 1 BY 1
            UNTIL Idx > AcctCount
        IF PriorEarnings NOT = ZERO
            MOVE SPACES TO BalanceLine
            MOVE "Prior-year earnings" TO PrnBalAcctName
            MOVE PriorEarnings TO PrnBalance
            WRITE PrintLine FROM BalanceLine AFTER ADVANCING 1 LINE
            ADD PriorEarnings TO SectBalance
        END-IF
        MOVE SPACES TO BalanceLine
        MOVE "Net income year to date" TO PrnBalAcctName
        MOVE NetIncomeYtd TO PrnBalance
        WRITE PrintLine FROM BalanceLine AFTER ADVANCING 1 LINE
        ADD NetIncomeYtd TO SectBalance
        MOVE SectBalance TO TotEquity
        MOVE "TOTAL EQUITY" TO PrnBalTotalName
        PERFORM WriteBalanceTotal

        COMPUTE TotLiabEquity = TotLiabilities + TotEquity
        MOVE TotLiabEquity TO SectBalance
        MOVE "TOTAL LIABILITIES AND EQUITY" TO PrnBalTotalName
        PERFORM WriteBalanceTotal
        IF TotAssets = TotLiabEquity
            WRITE PrintLine FROM BalancedLine AFTER ADVANCING 1 LINE
        ELSE
            WRITE PrintLine FROM OutOfBalLine AFTER ADVANCING 1 LINE
        END-IF
        IF OffChartCount > ZERO
            WRITE PrintLine FROM OffChartLine AFTER ADVANCING 1 LINE
        END-IF.

    PrintBalanceLine.
        *> Assets show debit-positive, liabilities and equity
        *> credit-positive
        IF TabAcctType(Idx) = SectionType
            COMPUTE ShowBalance = TabOpenNet(Idx) + TabCumNet(Idx)
            IF SectionType NOT = "A"
                COMPUTE ShowBalance = ZERO - ShowBalance
            END-IF
            ADD ShowBalance TO SectBalance
            IF ShowBalance NOT = ZERO
                MOVE SPACES TO BalanceLine
                MOVE TabAcctNum(Idx) TO PrnBalAcctNum
                MOVE TabAcctName(Idx) TO PrnBalAcctName
                MOVE ShowBalance TO PrnBalance
                WRITE PrintLine FROM BalanceLine AFTER ADVANCING 1 LINE
            END-IF
        END-IF.

    WriteBalanceTotal.
        MOVE SectBalance TO PrnBalTotal
        WRITE PrintLine FROM BalanceTotalLine AFTER ADVANCING 2 LINES.
