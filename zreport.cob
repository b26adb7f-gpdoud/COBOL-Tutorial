ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SalesJournal ASSIGN USING JournalName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesJournalStatus.
        SELECT OPTIONAL RcptControlFile ASSIGN TO "NextRcpt.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RcptControlFileStatus.
        SELECT OPTIONAL ShiftFile ASSIGN TO "DrawerShift.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ShiftFileStatus.
        SELECT OPTIONAL MoveFile ASSIGN TO "DrawerMove.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MoveFileStatus.
        SELECT ZReportFile ASSIGN TO "ZReport.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ZReportFileStatus.
        01 RcptControlRecord.
            02 CtlNextRcptNum PIC 9(5).

        FD ShiftFile.
        01 ShiftRecord.
            COPY DRWSHIFT.

        FD MoveFile.
        01 MoveRecord.
            COPY DRWMOVE.

        FD ZReportFile.
        01 PrintLine PIC X(80).
    WORKING-STORAGE SECTION.
        01 JurisIdx PIC 99 VALUE ZERO.
        01 JurisFoundIdx PIC 99 VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        *> The online journal unless an archive generation is picked
        *> to reprint a day that has been purged
        01 JournalBase PIC X(20) VALUE "SalesJournal.dat".
        01 JournalName PIC X(40) VALUE "SalesJournal.dat".
        COPY RETCODE.
        01 ZHeading.
            02 FILLER PIC X(24) VALUE "END OF DAY Z-REPORT     ".
            02 FILLER PIC X(10) VALUE "For Date: ".
            02 PrnRunDate PIC X(8).
            02 FILLER PIC X(7) VALUE "  FROM ".
            02 PrnJournalName PIC X(40).
        01 ZSummaryLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnSumLabel PIC X(20).
        01 CashTotal PIC 9(8)V99 VALUE ZERO.
        01 CheckTotal PIC 9(8)V99 VALUE ZERO.
        01 CardTotal PIC 9(8)V99 VALUE ZERO.
        *> Gift cards sold are a liability, not merchandise - kept
        *> out of the sales line and shown on their own, with the
        *> cards redeemed as a tender
        01 GiftSoldTotal PIC 9(8)V99 VALUE ZERO.
        01 GiftRedeemTotal PIC 9(8)V99 VALUE ZERO.
        01 SaleGiftSold PIC 9(6)V99 VALUE ZERO.
        01 MerchTotal PIC 9(8)V99 VALUE ZERO.
        01 ChangeTotal PIC 9(8)V99 VALUE ZERO.
        01 DrawerCount PIC 9(6)V99 VALUE ZERO.
        01 OverShort PIC S9(7)V99 VALUE ZERO.
            02 PrnOsLabel PIC X(20).
            02 FILLER PIC X(2) VALUE ": ".
            02 PrnOsAmount PIC $$,$$$,$$9.99CR.
        *> Drawer floats and paid-in/paid-out for the day, and the
        *> shifts opened on it
        01 FloatTotal PIC 9(8)V99 VALUE ZERO.
        01 PaidInTotal PIC 9(8)V99 VALUE ZERO.
        01 PaidOutTotal PIC 9(8)V99 VALUE ZERO.
        01 ExpectedCash PIC S9(8)V99 VALUE ZERO.
        01 ShiftEOF PIC X VALUE 'N'.
            88 NoMoreShifts VALUE 'Y'.
        01 MoveEOF PIC X VALUE 'N'.
            88 NoMoreMoves VALUE 'Y'.
        01 ShiftsOnDay PIC 9(3) VALUE ZERO.
        01 ShiftOverShort PIC S9(7)V99 VALUE ZERO.
        01 ShiftHeads PIC X(80) VALUE
            "  Shift Dr Cashier        Expected       Counted  Over/(Short)".
        01 ShiftLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnShiftNum PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PrnShiftDrawer PIC 9(2).
            02 FILLER PIC X VALUE SPACE.
            02 PrnShiftCashier PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 PrnShiftExpected PIC $$$,$$$,$$9.99.
            02 PrnShiftCounted PIC $$$,$$$,$$9.99.
            02 PrnShiftOverShort PIC $$,$$$,$$9.99CR.
        01 ShiftOpenLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnOpenShiftNum PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PrnOpenDrawer PIC 9(2).
            02 FILLER PIC X VALUE SPACE.
            02 PrnOpenCashier PIC X(8).
            02 FILLER PIC X(30) VALUE "   STILL OPEN - NOT COUNTED".
        01 ShiftFileStatus PIC XX.
            88 ShiftFileOpenOK VALUE "00".
        01 MoveFileStatus PIC XX.
            88 MoveFileOpenOK VALUE "00".
        01 SalesJournalStatus PIC XX.
            88 SalesJournalOpenOK VALUE "00".
        01 ZReportFileStatus PIC XX.
        IF ReportDate = SPACES
            MOVE WSCurrentDateTime(1:8) TO ReportDate
        END-IF.
        CALL "ARCHPICK" USING JournalBase, JournalName, LRetCode.

        OPEN INPUT SalesJournal.
        IF NOT SalesJournalOpenOK
            DISPLAY "Unable to open " JournalName " - status "
                SalesJournalStatus
            STOP RUN
        END-IF.
        END-IF.

        MOVE ReportDate TO PrnRunDate
        MOVE JournalName TO PrnJournalName
        WRITE PrintLine FROM ZHeading

        READ SalesJournal

        MOVE TranCount TO PrnTranCount
        WRITE PrintLine FROM ZCountLine AFTER ADVANCING 2 LINES
        COMPUTE MerchTotal = HomeGrandTotal - GiftSoldTotal
        MOVE "MERCH SALES (USD)" TO PrnSumLabel
        MOVE MerchTotal TO PrnSumAmount
        WRITE PrintLine FROM ZSummaryLine AFTER ADVANCING 1 LINE
        MOVE "GIFT CARDS SOLD" TO PrnSumLabel
        MOVE GiftSoldTotal TO PrnSumAmount
        WRITE PrintLine FROM ZSummaryLine AFTER ADVANCING 1 LINE
        MOVE "GROSS RECEIPTS (USD)" TO PrnSumLabel
        MOVE HomeGrandTotal TO PrnSumAmount
        WRITE PrintLine FROM ZSummaryLine AFTER ADVANCING 1 LINE
        MOVE "TAX COLLECTED (USD)" TO PrnSumLabel
        WRITE PrintLine FROM CurrHeads AFTER ADVANCING 2 LINES
        PERFORM PrintCurrLine VARYING CurrIdx FROM 1 BY 1
            UNTIL CurrIdx > CurrCount
        PERFORM TallyDrawerMoves
        PERFORM PrintTenderSection
        PERFORM PrintShiftSection
        PERFORM PrintVoidSection
        PERFORM FinishGapAudit

        END-IF
        ADD SaleHomeAmount TO HomeGrandTotal
        ADD SaleHomeTax TO HomeTaxTotal
        *> Gift cards are only sold in USD, so the load is already a
        *> home-currency amount
        IF SjGiftSold IS NUMERIC
            MOVE SjGiftSold TO SaleGiftSold
        ELSE
            MOVE ZERO TO SaleGiftSold
        END-IF
        ADD SaleGiftSold TO GiftSoldTotal
        PERFORM TallyTenders
        PERFORM TallyCurrency
        PERFORM FindJurisEntry
        IF JurisFoundIdx > ZERO
            ADD 1 TO TabJurisCount(JurisFoundIdx)
            ADD SjTotal TO TabJurisGross(JurisFoundIdx)
            SUBTRACT SaleGiftSold FROM TabJurisGross(JurisFoundIdx)
            ADD SjTax TO TabJurisTax(JurisFoundIdx)
        END-IF.

                EVALUATE SjTndType(TndIdx)
                    WHEN "C" ADD SjTndAmount(TndIdx) TO CashTotal
                    WHEN "K" ADD SjTndAmount(TndIdx) TO CheckTotal
                    WHEN "G" ADD SjTndAmount(TndIdx) TO GiftRedeemTotal
                    WHEN OTHER ADD SjTndAmount(TndIdx) TO CardTotal
                END-EVALUATE
            END-PERFORM
        MOVE "CARDS" TO PrnSumLabel
        MOVE CardTotal TO PrnSumAmount
        WRITE PrintLine FROM ZSummaryLine AFTER ADVANCING 1 LINE
        MOVE "GIFT CARDS REDEEMED" TO PrnSumLabel
        MOVE GiftRedeemTotal TO PrnSumAmount
        WRITE PrintLine FROM ZSummaryLine AFTER ADVANCING 1 LINE
        *> Cash that went into and out of the drawers other than by
        *> a sale - the floats they opened with and the paid-in and
        *> paid-out entries - belongs in the count as well
        MOVE "OPENING FLOATS" TO PrnSumLabel
        MOVE FloatTotal TO PrnSumAmount
        WRITE PrintLine FROM ZSummaryLine AFTER ADVANCING 1 LINE
        MOVE "PAID IN" TO PrnSumLabel
        MOVE PaidInTotal TO PrnSumAmount
        WRITE PrintLine FROM ZSummaryLine AFTER ADVANCING 1 LINE
        MOVE "PAID OUT" TO PrnSumLabel
        MOVE PaidOutTotal TO PrnSumAmount
        WRITE PrintLine FROM ZSummaryLine AFTER ADVANCING 1 LINE
        COMPUTE ExpectedCash = FloatTotal + CashTotal + PaidInTotal
            - PaidOutTotal
        MOVE "EXPECTED CASH" TO PrnOsLabel
        MOVE ExpectedCash TO PrnOsAmount
        WRITE PrintLine FROM OverShortLine AFTER ADVANCING 1 LINE
        MOVE "DRAWER COUNT" TO PrnSumLabel
        MOVE DrawerCount TO PrnSumAmount
        WRITE PrintLine FROM ZSummaryLine AFTER ADVANCING 1 LINE
        COMPUTE OverShort = DrawerCount - ExpectedCash
        MOVE "OVER/(SHORT)" TO PrnOsLabel
        MOVE OverShort TO PrnOsAmount
        WRITE PrintLine FROM OverShortLine AFTER ADVANCING 1 LINE.

    TallyDrawerMoves.
        OPEN INPUT ShiftFile
        IF ShiftFileOpenOK
            READ ShiftFile
                AT END SET NoMoreShifts TO TRUE
            END-READ
            PERFORM TallyOneShift UNTIL NoMoreShifts
        END-IF
        CLOSE ShiftFile
        OPEN INPUT MoveFile
        IF MoveFileOpenOK
            READ MoveFile
                AT END SET NoMoreMoves TO TRUE
            END-READ
            PERFORM TallyOneMove UNTIL NoMoreMoves
        END-IF
        CLOSE MoveFile.

    TallyOneShift.
        IF DsOpenDate = ReportDate
            ADD DsFloat TO FloatTotal
        END-IF
        READ ShiftFile
            AT END SET NoMoreShifts TO TRUE
        END-READ.

    TallyOneMove.
        IF DmDate = ReportDate
            IF MoveIsPaidIn
                ADD DmAmount TO PaidInTotal
            ELSE
                ADD DmAmount TO PaidOutTotal
            END-IF
        END-IF
        READ MoveFile
            AT END SET NoMoreMoves TO TRUE
        END-READ.

    PrintShiftSection.
        *> Each cashier shift opened on the report date with its own
        *> count from the end-of-shift close
        MOVE 'N' TO ShiftEOF
        OPEN INPUT ShiftFile
        IF ShiftFileOpenOK
            READ ShiftFile
                AT END SET NoMoreShifts TO TRUE
            END-READ
            PERFORM PrintOneShift UNTIL NoMoreShifts
        END-IF
        CLOSE ShiftFile.

    PrintOneShift.
        IF DsOpenDate = ReportDate
            ADD 1 TO ShiftsOnDay
            IF ShiftsOnDay = 1
                WRITE PrintLine FROM ShiftHeads AFTER ADVANCING 2 LINES
            END-IF
            IF ShiftIsClosed
                MOVE SPACES TO ShiftLine
                MOVE DsShiftNum TO PrnShiftNum
                MOVE DsDrawer TO PrnShiftDrawer
                MOVE DsCashier TO PrnShiftCashier
                MOVE DsExpCash TO PrnShiftExpected
                MOVE DsCountCash TO PrnShiftCounted
                COMPUTE ShiftOverShort = DsCountCash - DsExpCash
                MOVE ShiftOverShort TO PrnShiftOverShort
                WRITE PrintLine FROM ShiftLine AFTER ADVANCING 1 LINE
            ELSE
                MOVE DsShiftNum TO PrnOpenShiftNum
                MOVE DsDrawer TO PrnOpenDrawer
                MOVE DsCashier TO PrnOpenCashier
                WRITE PrintLine FROM ShiftOpenLine
                    AFTER ADVANCING 1 LINE
            END-IF
        END-IF
        READ ShiftFile
            AT END SET NoMoreShifts TO TRUE
        END-READ.

    PrintVoidSection.
        IF VoidCount = ZERO
            EXIT PARAGRAPH

    FinishGapAudit.
        *> The last journaled number should sit one below the control
        *> file counter - anything between vanished after numbering.
        *> An archive generation ends where the online journal takes
        *> over, so only the online journal is held to the counter.
        OPEN INPUT RcptControlFile
        IF RcptControlFileOpenOK
            READ RcptControlFile
        END-IF
        CLOSE RcptControlFile
        IF NextRcptOnFile > ZERO AND PrevRcptNum > ZERO
            AND JournalName = JournalBase
            AND PrevRcptNum < NextRcptOnFile - 1
            COMPUTE GapFrom = PrevRcptNum + 1
            COMPUTE GapThru = NextRcptOnFile - 1
