       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. glclose.
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
        SELECT OPTIONAL PeriodFile ASSIGN TO "PerCtl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PcPeriod
            FILE STATUS IS PeriodFileStatus.
        SELECT CloseReport ASSIGN TO "GLClose.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CloseReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD GLTransFile.
        01 GLTransData.
            COPY GLTRANS.

        FD ChartFile.
        01 ChartData.
            COPY GLACCT.

        FD PeriodFile.
        01 PeriodData.
            COPY PERCTL.

        FD CloseReport.
        01 PrintLine PIC X(100).
    WORKING-STORAGE SECTION.
        01 GLEOF PIC X VALUE 'N'.
            88 NoMoreGL VALUE 'Y'.
        01 CloseYear PIC X(4).
        01 CloseYearNum REDEFINES CloseYear PIC 9(4).
        01 NewYearNum PIC 9(4) VALUE ZERO.
        01 NewYear REDEFINES NewYearNum PIC X(4).
        01 CloseReply PIC X.
            88 CloseConfirmed VALUE "Y" "y".
      *> Retained earnings - the equity account the year's revenue
      *> and expense are closed into. Must be on the chart as type Q.
        01 AcctRetained PIC 9(4) VALUE 3100.
        *> Per account, signed debit positive: legs from earlier
        *> years, the opening balance written by last year's close,
        *> and this year's activity
        01 AcctTable.
            02 AcctEntry OCCURS 100 TIMES.
                03 TabAcctNum PIC 9(4).
                03 TabAcctType PIC X.
                03 TabPriorNet PIC S9(10)V99.
                03 TabOpenNet PIC S9(10)V99.
                03 TabYearNet PIC S9(10)V99.
        01 AcctCount PIC 9(3) VALUE ZERO.
            88 AcctTableFull VALUE 101 THRU 999.
        01 Idx PIC 9(3) VALUE ZERO.
        01 Jdx PIC 9(3) VALUE ZERO.
        01 FoundIdx PIC 9(3) VALUE ZERO.
        01 RetainedIdx PIC 9(3) VALUE ZERO.
        01 SwapAcctEntry PIC X(41).
        01 MonthIdx PIC 99 VALUE ZERO.
        01 OpenPeriodCount PIC 99 VALUE ZERO.
        01 OffChartCount PIC 9(3) VALUE ZERO.
        01 OpeningFound PIC X VALUE 'N'.
        01 YearClosed PIC X VALUE 'N'.
        01 LegNet PIC S9(10)V99 VALUE ZERO.
        01 CloseNet PIC S9(10)V99 VALUE ZERO.
        01 NetIncome PIC S9(11)V99 VALUE ZERO.
        01 EndBalance PIC S9(10)V99 VALUE ZERO.
        01 CloseDebits PIC 9(11)V99 VALUE ZERO.
        01 CloseCredits PIC 9(11)V99 VALUE ZERO.
        01 LegsWritten PIC 9(5) VALUE ZERO.
        01 LegDate PIC X(8).
        01 LegPeriod PIC X(6).
        01 LegSource PIC X(8).
        01 LegRef PIC 9(7).
        01 LegAcct PIC 9(4).
        01 LegAmount PIC S9(10)V99.
        01 CloseHeading.
            02 FILLER PIC X(26) VALUE "YEAR-END CLOSE FOR YEAR   ".
            02 PrnCloseYear PIC X(4).
        01 Heads PIC X(100) VALUE
            "Acct  Name                            Debits           Credits".
        01 SectionLine PIC X(40).
        01 AcctLine.
            02 PrnAcctNum PIC 9(4).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAcctName PIC X(25).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnDebit PIC $$$,$$$,$$9.99.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnCredit PIC $$$,$$$,$$9.99.
        01 TotalsLine.
            02 PrnTotalName PIC X(31).
            02 PrnTotDebits PIC $$,$$$,$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotCredits PIC $$,$$$,$$$,$$9.99.
        01 NetIncomeLine.
            02 FILLER PIC X(31) VALUE "NET INCOME CLOSED TO RETAINED".
            02 PrnNetIncome PIC $$,$$$,$$$,$$9.99-.
        01 GLTransFileStatus PIC XX.
            88 GLTransFileOpenOK VALUE "00".
        01 ChartFileStatus PIC XX.
            88 ChartFileOpenOK VALUE "00".
        01 PeriodFileStatus PIC XX.
            88 PeriodFileOpenOK VALUE "00".
        01 CloseReportStatus PIC XX.
            88 CloseReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartClose.
        *> Year-end close over the GL journal. Refused unless all
        *> twelve periods of the year are closed on PerCtl.dat, so
        *> nothing can post behind it. Revenue and expense accounts
        *> are zeroed into retained earnings by one closing document
        *> (source CLOSE, period YYYY13 so the December statements
        *> still show the full year), and every balance-sheet account
        *> gets an opening-balance leg for the new year (source OPEN,
        *> dated the first of January). Statements for the new year
        *> start from the opening balances rather than the history.
        *> Run by the accountant once December has been closed in
        *> perctl - it is not a nightrun step, since on the last night
        *> of the year December is still open and taking postings.
        DISPLAY "Fiscal year to close (YYYY) : " WITH NO ADVANCING.
        ACCEPT CloseYear.
        IF CloseYear IS NOT NUMERIC
            DISPLAY "Year must be YYYY - close not run"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        COMPUTE NewYearNum = CloseYearNum + 1.

        PERFORM CheckPeriodsClosed.
        IF OpenPeriodCount > ZERO
            DISPLAY OpenPeriodCount " period(s) of " CloseYear
                " still open - close them in perctl first"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.

        OPEN INPUT ChartFile.
        IF NOT ChartFileOpenOK
            DISPLAY "Unable to open ChartAcct.dat - status "
                ChartFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        MOVE AcctRetained TO GlAcctNum.
        READ ChartFile
            INVALID KEY MOVE SPACE TO GlAcctType
        END-READ.
        IF NOT AcctIsEquity
            DISPLAY "Retained earnings account " AcctRetained
                " is not on the chart as equity - close not run"
            CLOSE ChartFile
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.

        OPEN INPUT GLTransFile.
        IF NOT GLTransFileOpenOK
            DISPLAY "Unable to open GLTrans.dat - status "
                GLTransFileStatus
            CLOSE ChartFile
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        READ GLTransFile
            AT END SET NoMoreGL TO TRUE
        END-READ.
        PERFORM TallyOneLeg UNTIL NoMoreGL.
        CLOSE GLTransFile.
        IF YearClosed = 'Y'
            DISPLAY "Year " CloseYear " is already closed"
            CLOSE ChartFile
            GOBACK
        END-IF.

        *> Retained earnings gets an entry even with no history
        MOVE AcctRetained TO GtAcctNum.
        PERFORM FindAcctEntry.
        PERFORM SortAccounts.
        PERFORM ClassifyOneAcct VARYING Idx FROM 1 BY 1
            UNTIL Idx > AcctCount.
        IF OffChartCount > ZERO
            DISPLAY OffChartCount " account(s) on the journal are not"
                " on the chart - close not run"
            CLOSE ChartFile
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        PERFORM FindRetainedEntry.

        DISPLAY "Close " CloseYear " and open " NewYear " (Y/N) : "
            WITH NO ADVANCING.
        ACCEPT CloseReply.
        IF NOT CloseConfirmed
            DISPLAY "Close abandoned"
            CLOSE ChartFile
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.

        OPEN EXTEND GLTransFile.
        IF GLTransFileStatus NOT = "00" AND GLTransFileStatus NOT = "05"
            DISPLAY "Unable to open GLTrans.dat - status "
                GLTransFileStatus
            CLOSE ChartFile
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT CloseReport.
        IF NOT CloseReportOpenOK
            DISPLAY "Unable to open GLClose.rpt - status "
                CloseReportStatus
            CLOSE GLTransFile, ChartFile
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        MOVE CloseYear TO PrnCloseYear
        WRITE PrintLine FROM CloseHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES

        PERFORM WriteClosingEntries.
        PERFORM WriteOpeningBalances.

        CLOSE GLTransFile, ChartFile, CloseReport.
        DISPLAY "Year " CloseYear " closed - " LegsWritten
            " journal legs written, see GLClose.rpt".
        GOBACK.

    CheckPeriodsClosed.
        MOVE ZERO TO OpenPeriodCount
        OPEN INPUT PeriodFile
        IF NOT PeriodFileOpenOK
            MOVE 12 TO OpenPeriodCount
            EXIT PARAGRAPH
        END-IF
        PERFORM CheckOnePeriod VARYING MonthIdx FROM 1 BY 1
            UNTIL MonthIdx > 12
        CLOSE PeriodFile.

    CheckOnePeriod.
        *> No row for the month means it was never closed
        MOVE CloseYear TO PcPeriod(1:4)
        MOVE MonthIdx TO PcPeriod(5:2)
        READ PeriodFile
            INVALID KEY
                DISPLAY "Period " PcPeriod " is open"
                ADD 1 TO OpenPeriodCount
            NOT INVALID KEY
                IF NOT PeriodIsClosed
                    DISPLAY "Period " PcPeriod " is open"
                    ADD 1 TO OpenPeriodCount
                END-IF
        END-READ.

    TallyOneLeg.
        *> Opening legs from an earlier close are superseded by the
        *> legs they summarize, so only this year's are kept
        IF GtSource = "CLOSE" AND GtPeriod(1:4) = CloseYear
            MOVE 'Y' TO YearClosed
        END-IF
        IF GtPeriod(1:4) NOT > CloseYear
            AND (GtSource NOT = "OPEN" OR GtPeriod(1:4) = CloseYear)
            PERFORM FindAcctEntry
            IF FoundIdx > ZERO
                IF LegIsDebit
                    MOVE GtAmount TO LegNet
                ELSE
                    COMPUTE LegNet = ZERO - GtAmount
                END-IF
                EVALUATE TRUE
                    WHEN GtSource = "OPEN"
                        MOVE 'Y' TO OpeningFound
                        ADD LegNet TO TabOpenNet(FoundIdx)
                    WHEN GtPeriod(1:4) = CloseYear
                        ADD LegNet TO TabYearNet(FoundIdx)
                    WHEN OTHER
                        ADD LegNet TO TabPriorNet(FoundIdx)
                END-EVALUATE
            END-IF
        END-IF
        READ GLTransFile
            AT END SET NoMoreGL TO TRUE
        END-READ.

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
                DISPLAY "Account table full - close not run"
                CLOSE GLTransFile, ChartFile
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE GtAcctNum TO TabAcctNum(AcctCount)
            MOVE SPACE TO TabAcctType(AcctCount)
            MOVE ZERO TO TabPriorNet(AcctCount)
            MOVE ZERO TO TabOpenNet(AcctCount)
            MOVE ZERO TO TabYearNet(AcctCount)
            MOVE AcctCount TO FoundIdx
        END-IF.

    FindRetainedEntry.
        *> The sort moved it - find retained earnings again
        MOVE ZERO TO RetainedIdx
        PERFORM VARYING Idx FROM 1 BY 1
            UNTIL Idx > AcctCount OR RetainedIdx > ZERO
            IF TabAcctNum(Idx) = AcctRetained
                MOVE Idx TO RetainedIdx
            END-IF
        END-PERFORM.

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
        MOVE TabAcctNum(Idx) TO GlAcctNum
        READ ChartFile
            INVALID KEY
                DISPLAY "Account " GlAcctNum " is not on the chart"
                ADD 1 TO OffChartCount
            NOT INVALID KEY
                MOVE GlAcctType TO TabAcctType(Idx)
        END-READ.

    WriteClosingEntries.
        *> Each revenue and expense account is reversed out to zero
        *> and the difference lands on retained earnings. Without an
        *> opening balance for the year, earlier years were never
        *> closed either, so their revenue and expense goes too.
        MOVE "CLOSING ENTRIES" TO SectionLine
        WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
        MOVE ZERO TO CloseDebits, CloseCredits, NetIncome
        MOVE CloseYear TO LegDate(1:4)
        MOVE "1231" TO LegDate(5:4)
        MOVE CloseYear TO LegPeriod(1:4)
        MOVE "13" TO LegPeriod(5:2)
        MOVE "CLOSE" TO LegSource
        MOVE CloseYearNum TO LegRef
        PERFORM CloseOneAcct VARYING Idx FROM 1 BY 1
            UNTIL Idx > AcctCount
        *> Net income is what the reversals left unbalanced
        COMPUTE NetIncome = CloseDebits - CloseCredits
        MOVE AcctRetained TO LegAcct
        COMPUTE LegAmount = ZERO - NetIncome
        IF LegAmount NOT = ZERO
            PERFORM WriteOneLeg
            IF RetainedIdx > ZERO
                ADD LegAmount TO TabYearNet(RetainedIdx)
            END-IF
        END-IF
        MOVE "TOTAL CLOSING ENTRIES" TO PrnTotalName
        MOVE CloseDebits TO PrnTotDebits
        MOVE CloseCredits TO PrnTotCredits
        WRITE PrintLine FROM TotalsLine AFTER ADVANCING 2 LINES
        MOVE NetIncome TO PrnNetIncome
        WRITE PrintLine FROM NetIncomeLine AFTER ADVANCING 1 LINE.

    CloseOneAcct.
        IF TabAcctType(Idx) = "R" OR TabAcctType(Idx) = "E"
            IF OpeningFound = 'Y'
                MOVE TabYearNet(Idx) TO CloseNet
            ELSE
                COMPUTE CloseNet = TabPriorNet(Idx) + TabYearNet(Idx)
            END-IF
            IF CloseNet NOT = ZERO
                MOVE TabAcctNum(Idx) TO LegAcct
                COMPUTE LegAmount = ZERO - CloseNet
                PERFORM WriteOneLeg
            END-IF
        END-IF.

    WriteOpeningBalances.
        MOVE "OPENING BALANCES" TO SectionLine
        WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
        MOVE ZERO TO CloseDebits, CloseCredits
        MOVE NewYear TO LegDate(1:4)
        MOVE "0101" TO LegDate(5:4)
        MOVE NewYear TO LegPeriod(1:4)
        MOVE "01" TO LegPeriod(5:2)
        MOVE "OPEN" TO LegSource
        MOVE NewYearNum TO LegRef
        PERFORM OpenOneAcct VARYING Idx FROM 1 BY 1
            UNTIL Idx > AcctCount
        MOVE "TOTAL OPENING BALANCES" TO PrnTotalName
        MOVE CloseDebits TO PrnTotDebits
        MOVE CloseCredits TO PrnTotCredits
        WRITE PrintLine FROM TotalsLine AFTER ADVANCING 2 LINES
        IF CloseDebits NOT = CloseCredits
            DISPLAY "Opening balances do not foot - run gltrial and"
                " investigate GLTrans.dat"
        END-IF.

    OpenOneAcct.
        IF TabAcctType(Idx) = "A" OR TabAcctType(Idx) = "L"
            OR TabAcctType(Idx) = "Q"
            IF OpeningFound = 'Y'
                COMPUTE EndBalance = TabOpenNet(Idx) + TabYearNet(Idx)
            ELSE
                COMPUTE EndBalance = TabPriorNet(Idx) + TabYearNet(Idx)
            END-IF
            IF EndBalance NOT = ZERO
                MOVE TabAcctNum(Idx) TO LegAcct
                MOVE EndBalance TO LegAmount
                PERFORM WriteOneLeg
            END-IF
        END-IF.

    WriteOneLeg.
        *> LegAmount is signed debit positive
        MOVE SPACES TO GLTransData
        MOVE LegDate TO GtDate
        MOVE LegPeriod TO GtPeriod
        MOVE LegSource TO GtSource
        MOVE LegRef TO GtRef
        MOVE LegAcct TO GtAcctNum
        MOVE SPACES TO AcctLine
        MOVE LegAcct TO PrnAcctNum
        MOVE LegAcct TO GlAcctNum
        READ ChartFile
            INVALID KEY MOVE SPACES TO GlAcctName
        END-READ
        MOVE GlAcctName TO PrnAcctName
        IF LegAmount > ZERO
            MOVE "D" TO GtDrCr
            MOVE LegAmount TO GtAmount
            ADD LegAmount TO CloseDebits
            MOVE LegAmount TO PrnDebit
        ELSE
            MOVE "C" TO GtDrCr
            COMPUTE GtAmount = ZERO - LegAmount
            ADD GtAmount TO CloseCredits
            MOVE GtAmount TO PrnCredit
        END-IF
        WRITE GLTransData
        ADD 1 TO LegsWritten
        WRITE PrintLine FROM AcctLine AFTER ADVANCING 1 LINE.
