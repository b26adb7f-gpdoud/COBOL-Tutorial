       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. drawer.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL ShiftFile ASSIGN TO "DrawerShift.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ShiftFileStatus.
        SELECT OPTIONAL MoveFile ASSIGN TO "DrawerMove.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MoveFileStatus.
        SELECT OPTIONAL SalesJournal ASSIGN TO "SalesJournal.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesJournalStatus.
        SELECT XReportFile ASSIGN TO "XReport.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS XReportFileStatus.
        SELECT SlipFile ASSIGN TO "DrawerSlip.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SlipFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD ShiftFile.
        01 ShiftRecord.
            COPY DRWSHIFT.

        FD MoveFile.
        01 MoveRecord.
            COPY DRWMOVE.

        FD SalesJournal.
        01 SalesJournalRecord.
            COPY SALESJNL.

        FD XReportFile.
        01 XPrintLine PIC X(60).

        FD SlipFile.
        01 SlipLine PIC X(60).

    WORKING-STORAGE SECTION.
        01 Choice PIC 9 VALUE ZERO.
        01 StayOpen PIC X VALUE 'Y'.
        01 ShiftEOF PIC X VALUE 'N'.
            88 NoMoreShifts VALUE 'Y'.
        01 MoveEOF PIC X VALUE 'N'.
            88 NoMoreMoves VALUE 'Y'.
        01 JournalEOF PIC X VALUE 'N'.
            88 NoMoreJournal VALUE 'Y'.
        01 ShiftTable.
            02 ShiftEntry OCCURS 500 TIMES.
                03 TabShiftImage PIC X(104).
        01 ShiftCount PIC 9(3) VALUE ZERO.
            88 ShiftTableFull VALUE 501 THRU 999.
        01 ShiftIdx PIC 9(3) VALUE ZERO.
        01 ShiftFoundIdx PIC 9(3) VALUE ZERO.
        01 NextShiftNum PIC 9(5) VALUE 1.
        *> Screen entry fields - amounts are keyed with a decimal point
        *> and edited before use
        01 EntryDrawer PIC 9(2) VALUE ZERO.
        01 EntryFloat PIC X(10).
        01 EntryAmount PIC X(10).
        01 EntryReason PIC X(20).
        01 EntryShiftNum PIC 9(5) VALUE ZERO.
        01 EntryCash PIC X(10).
        01 EntryChecks PIC X(10).
        01 ValidEntry PIC X VALUE 'N'.
            88 EntryIsValid VALUE 'Y'.
        01 EditAmount PIC 9(6)V99 VALUE ZERO.
        01 MoveKind PIC X.
        *> What the drawer should hold for the shift in hand
        01 TallyShiftNum PIC 9(5) VALUE ZERO.
        01 ShiftSales PIC 9(5) VALUE ZERO.
        01 ShiftCash PIC S9(7)V99 VALUE ZERO.
        01 ShiftChecks PIC 9(7)V99 VALUE ZERO.
        01 ShiftCards PIC 9(7)V99 VALUE ZERO.
        01 ShiftGiftRedeem PIC 9(7)V99 VALUE ZERO.
        01 ShiftPaidIn PIC 9(7)V99 VALUE ZERO.
        01 ShiftPaidOut PIC 9(7)V99 VALUE ZERO.
        01 ShiftVoids PIC 9(5) VALUE ZERO.
        01 ExpectedCash PIC S9(7)V99 VALUE ZERO.
        01 CountedCash PIC 9(6)V99 VALUE ZERO.
        01 CountedChecks PIC 9(6)V99 VALUE ZERO.
        01 CashOverShort PIC S9(7)V99 VALUE ZERO.
        01 CheckOverShort PIC S9(7)V99 VALUE ZERO.
        01 TndIdx PIC 9 VALUE ZERO.
        01 PrnAmount PIC $$$,$$9.99.
        01 ReportTitle PIC X(40).
        01 ReportKind PIC X VALUE "X".
            88 ReportIsSlip VALUE "S".
        01 RptLine PIC X(60).
        01 RptTable.
            02 TabRptLine PIC X(60) OCCURS 30 TIMES.
        01 RptLineCount PIC 99 VALUE ZERO.
        01 RptIdx PIC 99 VALUE ZERO.
        01 RptLabelLine.
            02 PrnRptLabel PIC X(24).
            02 FILLER PIC X(2) VALUE ": ".
            02 PrnRptAmount PIC $$,$$$,$$9.99CR.
        01 RptCountLine.
            02 PrnCntLabel PIC X(24).
            02 FILLER PIC X(2) VALUE ": ".
            02 PrnRptCount PIC ZZZZ9.
        01 WSCurrentDateTime PIC X(21).
        01 SignOnID PIC X(8).
        01 SignOnName PIC X(20).
        01 SignOnTries PIC 9 VALUE ZERO.
        01 OperatorOK PIC X VALUE 'N'.
            88 OperatorSignedOn VALUE 'Y'.
        01 OpRole PIC 9 VALUE ZERO.
        01 SignOnRetCode PIC 9(2) VALUE ZERO.
        01 ShiftFileStatus PIC XX.
            88 ShiftFileOpenOK VALUE "00".
        01 MoveFileStatus PIC XX.
            88 MoveFileOpenOK VALUE "00".
        01 SalesJournalStatus PIC XX.
            88 SalesJournalOpenOK VALUE "00".
        01 XReportFileStatus PIC XX.
            88 XReportFileOpenOK VALUE "00".
        01 SlipFileStatus PIC XX.
            88 SlipFileOpenOK VALUE "00".

    SCREEN SECTION.
        01 SignOnScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "CASHIER DRAWER - SIGN ON".
            02 LINE 3 COLUMN 1 VALUE "Operator ID : ".
            02 LINE 3 COLUMN 15 PIC X(8) USING SignOnID.

        01 MenuScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "CASHIER DRAWER".
            02 LINE 3 COLUMN 1 VALUE "1 : Open Shift".
            02 LINE 4 COLUMN 1 VALUE "2 : Paid In".
            02 LINE 5 COLUMN 1 VALUE "3 : Paid Out".
            02 LINE 6 COLUMN 1 VALUE "4 : X-Report (shift stays open)".
            02 LINE 7 COLUMN 1 VALUE "5 : End of Shift Count".
            02 LINE 8 COLUMN 1 VALUE "0 : Quit".
            02 LINE 10 COLUMN 1 VALUE ": ".
            02 LINE 10 COLUMN 3 PIC 9 USING Choice.

        01 OpenShiftScreen.
            02 LINE 3 COLUMN 1 VALUE "Drawer No.  : ".
            02 LINE 3 COLUMN 15 PIC 9(2) USING EntryDrawer.
            02 LINE 4 COLUMN 1 VALUE "Float       : ".
            02 LINE 4 COLUMN 15 PIC X(10) USING EntryFloat.

        01 PaidMoveScreen.
            02 LINE 3 COLUMN 1 VALUE "Amount      : ".
            02 LINE 3 COLUMN 15 PIC X(10) USING EntryAmount.
            02 LINE 4 COLUMN 1 VALUE "Reason      : ".
            02 LINE 4 COLUMN 15 PIC X(20) USING EntryReason.

        01 ShiftNumScreen.
            02 LINE 3 COLUMN 1 VALUE "Shift No.   : ".
            02 LINE 3 COLUMN 15 PIC 9(5) USING EntryShiftNum.
            02 LINE 3 COLUMN 21 VALUE "(0 = your own open shift)".

        01 CountScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "END OF SHIFT COUNT".
            02 LINE 3 COLUMN 1 VALUE "Cash Counted   : ".
            02 LINE 3 COLUMN 18 PIC X(10) USING EntryCash.
            02 LINE 4 COLUMN 1 VALUE "Checks Counted : ".
            02 LINE 4 COLUMN 18 PIC X(10) USING EntryChecks.

PROCEDURE DIVISION.
    StartPara.
        *> Cashier shifts at the register. A cashier opens a shift on
        *> a drawer with the opening float, and coboltut8 stamps every
        *> sale they ring with that shift. Change brought in from the
        *> safe and cash paid out of the till go on DrawerMove.dat as
        *> paid-in/paid-out entries. The X-report shows where the
        *> drawer stands mid-shift without closing anything; the end
        *> of shift count takes the cash and checks counted, sets them
        *> beside the float, the journal tenders (voided sales left
        *> out), and the paid-in/paid-out entries, closes the shift,
        *> and prints the over/short slip the cashier signs. A
        *> supervisor (role 2 and up) may report on or close another
        *> cashier's shift.
        PERFORM SignOn.
        IF NOT OperatorSignedOn
            DISPLAY "Sign-on failed - session ended"
            STOP RUN
        END-IF.
        PERFORM LoadShiftTable.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY MenuScreen
            ACCEPT MenuScreen
            EVALUATE Choice
                WHEN 1 PERFORM OpenShift
                WHEN 2 MOVE "I" TO MoveKind
                       PERFORM PaidInOut
                WHEN 3 MOVE "O" TO MoveKind
                       PERFORM PaidInOut
                WHEN 4 PERFORM XReport
                WHEN 5 PERFORM CloseShift
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

    OpenShift.
        *> One open shift per cashier and one per drawer
        PERFORM FindOwnShift
        IF ShiftFoundIdx > ZERO
            DISPLAY "You already have shift " DsShiftNum
                " open on drawer " DsDrawer
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO EntryDrawer
        MOVE SPACES TO EntryFloat
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY OpenShiftScreen
            ACCEPT OpenShiftScreen
            PERFORM EditOpenShift
        END-PERFORM
        ADD 1 TO ShiftCount
        IF ShiftTableFull
            DISPLAY "Shift table full - raise the table size - "
                "shift not opened"
            SUBTRACT 1 FROM ShiftCount
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO ShiftRecord
        MOVE NextShiftNum TO DsShiftNum
        MOVE EntryDrawer TO DsDrawer
        MOVE SignOnID TO DsCashier
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime
        MOVE WSCurrentDateTime(1:8) TO DsOpenDate
        MOVE WSCurrentDateTime(9:6) TO DsOpenTime
        MOVE EditAmount TO DsFloat
        SET ShiftIsOpen TO TRUE
        MOVE ZERO TO DsExpCash, DsCountCash, DsExpChecks, DsCountChecks
        MOVE ShiftRecord TO TabShiftImage(ShiftCount)
        PERFORM SaveShiftTable
        MOVE EditAmount TO PrnAmount
        DISPLAY "Shift " NextShiftNum " open on drawer " EntryDrawer
            " with float " PrnAmount
        ADD 1 TO NextShiftNum.

    EditOpenShift.
        MOVE 'Y' TO ValidEntry
        IF EntryDrawer IS NOT NUMERIC OR EntryDrawer = ZERO
            DISPLAY "Drawer number must be 01 through 99"
            MOVE 'N' TO ValidEntry
            EXIT PARAGRAPH
        END-IF
        MOVE EntryFloat TO EntryAmount
        PERFORM EditEntryAmount
        IF NOT EntryIsValid
            EXIT PARAGRAPH
        END-IF
        IF EditAmount > 99999.99
            DISPLAY "Float must be under 100,000.00"
            MOVE 'N' TO ValidEntry
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING ShiftIdx FROM 1 BY 1
            UNTIL ShiftIdx > ShiftCount OR NOT EntryIsValid
            MOVE TabShiftImage(ShiftIdx) TO ShiftRecord
            IF ShiftIsOpen AND DsDrawer = EntryDrawer
                DISPLAY "Drawer " EntryDrawer " is open under shift "
                    DsShiftNum " for " DsCashier
                MOVE 'N' TO ValidEntry
            END-IF
        END-PERFORM.

    EditEntryAmount.
        *> A zero float or count is allowed; blank is zero
        MOVE 'Y' TO ValidEntry
        IF EntryAmount = SPACES
            MOVE ZERO TO EditAmount
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION TEST-NUMVAL(EntryAmount) NOT = ZERO
            DISPLAY "Amount must be a number such as 125.50"
            MOVE 'N' TO ValidEntry
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION NUMVAL(EntryAmount) < ZERO
            DISPLAY "Amount cannot be negative"
            MOVE 'N' TO ValidEntry
            EXIT PARAGRAPH
        END-IF
        COMPUTE EditAmount = FUNCTION NUMVAL(EntryAmount)
            ON SIZE ERROR
                DISPLAY "Amount too large"
                MOVE 'N' TO ValidEntry
        END-COMPUTE.

    PaidInOut.
        PERFORM FindOwnShift
        IF ShiftFoundIdx = ZERO
            DISPLAY "No shift open for " SignOnID " - open one first"
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO EntryAmount, EntryReason
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY PaidMoveScreen
            ACCEPT PaidMoveScreen
            PERFORM EditPaidMove
        END-PERFORM
        IF MoveKind = "O"
            *> The till cannot pay out more cash than it holds
            MOVE DsShiftNum TO TallyShiftNum
            PERFORM TallyShift
            IF EditAmount > ExpectedCash
                MOVE ExpectedCash TO PrnAmount
                DISPLAY "Paid-out is more than the " PrnAmount
                    " cash the drawer should hold - refused"
                EXIT PARAGRAPH
            END-IF
        END-IF
        OPEN EXTEND MoveFile
        IF MoveFileStatus NOT = "00" AND MoveFileStatus NOT = "05"
            DISPLAY "Unable to open DrawerMove.dat - status "
                MoveFileStatus
            STOP RUN
        END-IF
        MOVE SPACES TO MoveRecord
        MOVE DsShiftNum TO DmShiftNum
        MOVE DsDrawer TO DmDrawer
        MOVE SignOnID TO DmCashier
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime
        MOVE WSCurrentDateTime(1:8) TO DmDate
        MOVE WSCurrentDateTime(9:6) TO DmTime
        MOVE MoveKind TO DmType
        MOVE EditAmount TO DmAmount
        MOVE EntryReason TO DmReason
        WRITE MoveRecord
        CLOSE MoveFile
        MOVE EditAmount TO PrnAmount
        IF MoveKind = "I"
            DISPLAY "Paid in " PrnAmount " to drawer " DsDrawer
        ELSE
            DISPLAY "Paid out " PrnAmount " from drawer " DsDrawer
        END-IF.

    EditPaidMove.
        PERFORM EditEntryAmount
        IF NOT EntryIsValid
            EXIT PARAGRAPH
        END-IF
        IF EditAmount = ZERO OR EditAmount > 99999.99
            DISPLAY "Amount must be more than zero and under 100,000.00"
            MOVE 'N' TO ValidEntry
            EXIT PARAGRAPH
        END-IF
        IF EntryReason = SPACES
            DISPLAY "A reason is required"
            MOVE 'N' TO ValidEntry
        END-IF.

    XReport.
        *> Read-only look at a shift - nothing is closed or reset
        PERFORM PickShift
        IF ShiftFoundIdx = ZERO
            EXIT PARAGRAPH
        END-IF
        MOVE DsShiftNum TO TallyShiftNum
        PERFORM TallyShift
        OPEN OUTPUT XReportFile
        IF NOT XReportFileOpenOK
            DISPLAY "Unable to open XReport.rpt - status "
                XReportFileStatus
            STOP RUN
        END-IF
        MOVE "X" TO ReportKind
        IF ShiftIsOpen
            MOVE "X-REPORT - SHIFT REMAINS OPEN" TO ReportTitle
        ELSE
            MOVE "X-REPORT - SHIFT ALREADY CLOSED" TO ReportTitle
        END-IF
        PERFORM BuildShiftReport
        PERFORM WriteXLine VARYING RptIdx FROM 1 BY 1
            UNTIL RptIdx > RptLineCount
        CLOSE XReportFile
        DISPLAY "X-report for shift " DsShiftNum " - see XReport.rpt".

    CloseShift.
        PERFORM PickShift
        IF ShiftFoundIdx = ZERO
            EXIT PARAGRAPH
        END-IF
        IF NOT ShiftIsOpen
            DISPLAY "Shift " DsShiftNum " is already closed"
            EXIT PARAGRAPH
        END-IF
        *> The count is keyed blind - the expected figures are only
        *> shown on the slip once the count is in
        MOVE SPACES TO EntryCash, EntryChecks
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY CountScreen
            ACCEPT CountScreen
            PERFORM EditCount
        END-PERFORM
        MOVE DsShiftNum TO TallyShiftNum
        PERFORM TallyShift
        COMPUTE CashOverShort = CountedCash - ExpectedCash
        COMPUTE CheckOverShort = CountedChecks - ShiftChecks
        SET ShiftIsClosed TO TRUE
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime
        MOVE WSCurrentDateTime(1:8) TO DsCloseDate
        MOVE WSCurrentDateTime(9:6) TO DsCloseTime
        MOVE SignOnID TO DsClosedBy
        IF ExpectedCash < ZERO
            MOVE ZERO TO DsExpCash
        ELSE
            MOVE ExpectedCash TO DsExpCash
        END-IF
        MOVE CountedCash TO DsCountCash
        MOVE ShiftChecks TO DsExpChecks
        MOVE CountedChecks TO DsCountChecks
        MOVE ShiftRecord TO TabShiftImage(ShiftFoundIdx)
        PERFORM SaveShiftTable
        MOVE TabShiftImage(ShiftFoundIdx) TO ShiftRecord
        OPEN OUTPUT SlipFile
        IF NOT SlipFileOpenOK
            DISPLAY "Unable to open DrawerSlip.rpt - status "
                SlipFileStatus
            STOP RUN
        END-IF
        MOVE "OVER/SHORT SLIP - SHIFT CLOSED" TO ReportTitle
        SET ReportIsSlip TO TRUE
        PERFORM BuildShiftReport
        PERFORM WriteSlipLine VARYING RptIdx FROM 1 BY 1
            UNTIL RptIdx > RptLineCount
        CLOSE SlipFile
        MOVE CashOverShort TO PrnRptAmount
        DISPLAY "Shift " DsShiftNum " closed - cash over/(short) "
            PrnRptAmount " - see DrawerSlip.rpt".

    EditCount.
        MOVE EntryCash TO EntryAmount
        PERFORM EditEntryAmount
        IF NOT EntryIsValid
            EXIT PARAGRAPH
        END-IF
        MOVE EditAmount TO CountedCash
        MOVE EntryChecks TO EntryAmount
        PERFORM EditEntryAmount
        IF NOT EntryIsValid
            EXIT PARAGRAPH
        END-IF
        MOVE EditAmount TO CountedChecks.

    PickShift.
        *> A clerk works their own open shift; a supervisor may name
        *> any shift on file
        IF OpRole < 2
            PERFORM FindOwnShift
            IF ShiftFoundIdx = ZERO
                DISPLAY "No shift open for " SignOnID
            END-IF
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO EntryShiftNum
        DISPLAY ShiftNumScreen
        ACCEPT ShiftNumScreen
        IF EntryShiftNum = ZERO
            PERFORM FindOwnShift
            IF ShiftFoundIdx = ZERO
                DISPLAY "No shift open for " SignOnID
            END-IF
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO ShiftFoundIdx
        PERFORM VARYING ShiftIdx FROM 1 BY 1
            UNTIL ShiftIdx > ShiftCount OR ShiftFoundIdx > ZERO
            MOVE TabShiftImage(ShiftIdx) TO ShiftRecord
            IF DsShiftNum = EntryShiftNum
                MOVE ShiftIdx TO ShiftFoundIdx
            END-IF
        END-PERFORM
        IF ShiftFoundIdx = ZERO
            DISPLAY "Shift " EntryShiftNum " is not on file"
        END-IF.

    FindOwnShift.
        *> Leaves the shift found in ShiftRecord
        MOVE ZERO TO ShiftFoundIdx
        PERFORM VARYING ShiftIdx FROM 1 BY 1
            UNTIL ShiftIdx > ShiftCount OR ShiftFoundIdx > ZERO
            MOVE TabShiftImage(ShiftIdx) TO ShiftRecord
            IF ShiftIsOpen AND DsCashier = SignOnID
                MOVE ShiftIdx TO ShiftFoundIdx
            END-IF
        END-PERFORM.

    TallyShift.
        *> Cash net of change, checks, and cards off the journal for
        *> the shift, voided sales left out, then the paid-in and
        *> paid-out entries. ShiftRecord holds the shift throughout.
        MOVE ZERO TO ShiftSales, ShiftCash, ShiftChecks, ShiftCards,
            ShiftGiftRedeem, ShiftPaidIn, ShiftPaidOut, ShiftVoids
        MOVE 'N' TO JournalEOF
        OPEN INPUT SalesJournal
        IF SalesJournalOpenOK
            READ SalesJournal
                AT END SET NoMoreJournal TO TRUE
            END-READ
            PERFORM TallyOneSale UNTIL NoMoreJournal
        END-IF
        CLOSE SalesJournal
        MOVE 'N' TO MoveEOF
        OPEN INPUT MoveFile
        IF MoveFileOpenOK
            READ MoveFile
                AT END SET NoMoreMoves TO TRUE
            END-READ
            PERFORM TallyOneMove UNTIL NoMoreMoves
        END-IF
        CLOSE MoveFile
        COMPUTE ExpectedCash = DsFloat + ShiftCash + ShiftPaidIn
            - ShiftPaidOut.

    TallyOneSale.
        IF SjShiftNum IS NUMERIC AND SjShiftNum = TallyShiftNum
            IF SaleIsVoided
                ADD 1 TO ShiftVoids
            ELSE
                ADD 1 TO ShiftSales
                PERFORM TallyOneTender VARYING TndIdx FROM 1 BY 1
                    UNTIL TndIdx > SjTenderCount
                IF SjChangeDue IS NUMERIC
                    SUBTRACT SjChangeDue FROM ShiftCash
                END-IF
            END-IF
        END-IF
        READ SalesJournal
            AT END SET NoMoreJournal TO TRUE
        END-READ.

    TallyOneTender.
        EVALUATE SjTndType(TndIdx)
            WHEN "C" ADD SjTndAmount(TndIdx) TO ShiftCash
            WHEN "K" ADD SjTndAmount(TndIdx) TO ShiftChecks
            WHEN "G" ADD SjTndAmount(TndIdx) TO ShiftGiftRedeem
            WHEN OTHER ADD SjTndAmount(TndIdx) TO ShiftCards
        END-EVALUATE.

    TallyOneMove.
        IF DmShiftNum = TallyShiftNum
            IF MoveIsPaidIn
                ADD DmAmount TO ShiftPaidIn
            ELSE
                ADD DmAmount TO ShiftPaidOut
            END-IF
        END-IF
        READ MoveFile
            AT END SET NoMoreMoves TO TRUE
        END-READ.

    BuildShiftReport.
        *> The X-report and the slip print the same figures - built
        *> once into RptTable and written to whichever file is open
        MOVE ZERO TO RptLineCount
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime
        MOVE ReportTitle TO RptLine
        PERFORM AddRptLine
        MOVE SPACES TO RptLine
        STRING "SHIFT " DsShiftNum "   DRAWER " DsDrawer
            "   CASHIER " DsCashier DELIMITED BY SIZE INTO RptLine
        PERFORM AddRptLine
        MOVE SPACES TO RptLine
        STRING "OPENED " DsOpenDate " " DsOpenTime "   PRINTED "
            WSCurrentDateTime(1:8) " " WSCurrentDateTime(9:6)
            DELIMITED BY SIZE INTO RptLine
        PERFORM AddRptLine
        MOVE SPACES TO RptLine
        PERFORM AddRptLine
        MOVE "SALES RUNG" TO PrnCntLabel
        MOVE ShiftSales TO PrnRptCount
        MOVE RptCountLine TO RptLine
        PERFORM AddRptLine
        MOVE "VOIDED (NOT COUNTED)" TO PrnCntLabel
        MOVE ShiftVoids TO PrnRptCount
        MOVE RptCountLine TO RptLine
        PERFORM AddRptLine
        MOVE "OPENING FLOAT" TO PrnRptLabel
        MOVE DsFloat TO PrnRptAmount
        MOVE RptLabelLine TO RptLine
        PERFORM AddRptLine
        MOVE "CASH SALES NET OF CHANGE" TO PrnRptLabel
        MOVE ShiftCash TO PrnRptAmount
        MOVE RptLabelLine TO RptLine
        PERFORM AddRptLine
        MOVE "PAID IN" TO PrnRptLabel
        MOVE ShiftPaidIn TO PrnRptAmount
        MOVE RptLabelLine TO RptLine
        PERFORM AddRptLine
        MOVE "PAID OUT" TO PrnRptLabel
        MOVE ShiftPaidOut TO PrnRptAmount
        MOVE RptLabelLine TO RptLine
        PERFORM AddRptLine
        MOVE "EXPECTED CASH" TO PrnRptLabel
        MOVE ExpectedCash TO PrnRptAmount
        MOVE RptLabelLine TO RptLine
        PERFORM AddRptLine
        MOVE "CHECKS" TO PrnRptLabel
        MOVE ShiftChecks TO PrnRptAmount
        MOVE RptLabelLine TO RptLine
        PERFORM AddRptLine
        MOVE "CARDS" TO PrnRptLabel
        MOVE ShiftCards TO PrnRptAmount
        MOVE RptLabelLine TO RptLine
        PERFORM AddRptLine
        MOVE "GIFT CARDS REDEEMED" TO PrnRptLabel
        MOVE ShiftGiftRedeem TO PrnRptAmount
        MOVE RptLabelLine TO RptLine
        PERFORM AddRptLine
        IF ReportIsSlip
            MOVE SPACES TO RptLine
            PERFORM AddRptLine
            MOVE "CASH COUNTED" TO PrnRptLabel
            MOVE CountedCash TO PrnRptAmount
            MOVE RptLabelLine TO RptLine
            PERFORM AddRptLine
            MOVE "CASH OVER/(SHORT)" TO PrnRptLabel
            MOVE CashOverShort TO PrnRptAmount
            MOVE RptLabelLine TO RptLine
            PERFORM AddRptLine
            MOVE "CHECKS COUNTED" TO PrnRptLabel
            MOVE CountedChecks TO PrnRptAmount
            MOVE RptLabelLine TO RptLine
            PERFORM AddRptLine
            MOVE "CHECKS OVER/(SHORT)" TO PrnRptLabel
            MOVE CheckOverShort TO PrnRptAmount
            MOVE RptLabelLine TO RptLine
            PERFORM AddRptLine
            MOVE SPACES TO RptLine
            PERFORM AddRptLine
            MOVE SPACES TO RptLine
            STRING "CLOSED BY " SignOnID DELIMITED BY SIZE
                INTO RptLine
            PERFORM AddRptLine
            MOVE SPACES TO RptLine
            PERFORM AddRptLine
            MOVE "CASHIER SIGNATURE ____________________________"
                TO RptLine
            PERFORM AddRptLine
        END-IF.

    AddRptLine.
        ADD 1 TO RptLineCount
        MOVE RptLine TO TabRptLine(RptLineCount).

    WriteXLine.
        WRITE XPrintLine FROM TabRptLine(RptIdx).

    WriteSlipLine.
        WRITE SlipLine FROM TabRptLine(RptIdx).

    SignOn.
        PERFORM UNTIL OperatorSignedOn OR SignOnTries > 2
            MOVE SPACES TO SignOnID
            DISPLAY SignOnScreen
            ACCEPT SignOnScreen
            PERFORM LookupOperator
            IF NOT OperatorSignedOn
                DISPLAY "Operator ID not recognized or inactive"
                ADD 1 TO SignOnTries
            END-IF
        END-PERFORM.
        IF OperatorSignedOn
            DISPLAY "Signed on : " SignOnName
        END-IF.

    LookupOperator.
        CALL "OPSIGNON" USING SignOnID, SignOnName, OpRole,
            SignOnRetCode
        IF SignOnRetCode = ZERO
            SET OperatorSignedOn TO TRUE
        END-IF.

    LoadShiftTable.
        OPEN INPUT ShiftFile
        IF ShiftFileOpenOK
            READ ShiftFile
                AT END SET NoMoreShifts TO TRUE
            END-READ
            PERFORM LoadOneShift UNTIL NoMoreShifts
        END-IF
        CLOSE ShiftFile.

    LoadOneShift.
        ADD 1 TO ShiftCount
        IF ShiftTableFull
            DISPLAY "Shift table full at 500 shifts - run abandoned"
            CLOSE ShiftFile
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE ShiftRecord TO TabShiftImage(ShiftCount)
        IF DsShiftNum NOT < NextShiftNum
            COMPUTE NextShiftNum = DsShiftNum + 1
        END-IF
        READ ShiftFile
            AT END SET NoMoreShifts TO TRUE
        END-READ.

    SaveShiftTable.
        *> Saved at once after every open and close - the register
        *> reads the file for the cashier's open shift while this
        *> session is still up
        OPEN OUTPUT ShiftFile
        IF ShiftFileStatus NOT = "00" AND ShiftFileStatus NOT = "05"
            DISPLAY "Unable to save DrawerShift.dat - status "
                ShiftFileStatus
            STOP RUN
        END-IF
        PERFORM SaveOneShift VARYING ShiftIdx FROM 1 BY 1
            UNTIL ShiftIdx > ShiftCount
        CLOSE ShiftFile.

    SaveOneShift.
        MOVE TabShiftImage(ShiftIdx) TO ShiftRecord
        WRITE ShiftRecord.
