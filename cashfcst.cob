       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. cashfcst.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL GLTransFile ASSIGN TO "GLTrans.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GLTransFileStatus.
        SELECT OPTIONAL InvoiceFile ASSIGN TO "InvoiceOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvoiceFileStatus.
        SELECT OPTIONAL PayDaysFile ASSIGN TO "PayDays.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayDaysFileStatus.
        SELECT OPTIONAL APFile ASSIGN TO "APOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS APFileStatus.
        SELECT OPTIONAL StubHistFile ASSIGN TO "PayStubHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StubHistFileStatus.
        SELECT ForecastReport ASSIGN TO "CashFcst.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ForecastReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD GLTransFile.
        01 GLTransData.
            COPY GLTRANS.

        FD InvoiceFile.
        01 InvoiceData.
            COPY INVREC.

        FD PayDaysFile.
        01 PayDaysRecord.
            COPY PAYDAYS.

        FD APFile.
        01 APData.
            COPY APREC.

        FD StubHistFile.
        *> Every stub payrun has written, checks and direct deposits
        *> alike, in check date order
        01 StubRecord.
            02 FILLER PIC X(50).
            *> The stub amounts print with a decimal point - read
            *> here as characters and NUMVALed
            02 StubGross PIC X(7).
            02 FILLER PIC X(99).
            *> Rows from before the check date was carried read back
            *> as spaces and are passed over
            02 StubCheckDate PIC X(8).

        FD ForecastReport.
        01 PrintLine PIC X(110).
    WORKING-STORAGE SECTION.
        01 GLEOF PIC X VALUE 'N'.
            88 NoMoreGL VALUE 'Y'.
        01 InvoiceEOF PIC X VALUE 'N'.
            88 NoMoreInvoices VALUE 'Y'.
        01 PayDaysEOF PIC X VALUE 'N'.
            88 NoMorePayDays VALUE 'Y'.
        01 APEOF PIC X VALUE 'N'.
            88 NoMoreAP VALUE 'Y'.
        01 StubEOF PIC X VALUE 'N'.
            88 NoMoreStubs VALUE 'Y'.
        01 StubGrossAmt PIC 9(5)V99 VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 RunDateInt PIC 9(7) COMP.
        01 ItemDateInt PIC 9(7) COMP.
        01 DaysOut PIC S9(7) COMP.
        01 WeekNum PIC S9(5) COMP.
        *> The operating account on the chart, and the collection lag
        *> assumed for a customer payperf has not scored yet
        01 AcctCash PIC 9(4) VALUE 1000.
        01 DefaultPayDays PIC 9(4) VALUE 30.
        *> How many of the latest pay runs the payroll projection
        *> averages
        01 RecentRuns PIC 9(2) VALUE 4.
        *> Year of the opening legs the cash balance starts from -
        *> zeros when no year has been closed
        01 BaseYear PIC X(4) VALUE "0000".
        01 CashOpen PIC S9(9)V99 VALUE ZERO.
        01 CashSince PIC S9(9)V99 VALUE ZERO.
        01 StartBalance PIC S9(9)V99 VALUE ZERO.
        01 RunningBalance PIC S9(9)V99 VALUE ZERO.
        01 WeekTable.
            02 WeekEntry OCCURS 13 TIMES.
                03 TabWkIn PIC 9(9)V99.
                03 TabWkAP PIC 9(9)V99.
                03 TabWkPay PIC 9(9)V99.
        01 WkIdx PIC 9(2) VALUE ZERO.
        01 LaterIn PIC 9(9)V99 VALUE ZERO.
        01 LaterAP PIC 9(9)V99 VALUE ZERO.
        01 TotIn PIC 9(9)V99 VALUE ZERO.
        01 TotAP PIC 9(9)V99 VALUE ZERO.
        01 TotPay PIC 9(9)V99 VALUE ZERO.
        01 WeekNet PIC S9(9)V99 VALUE ZERO.
        01 ShortWeeks PIC 9(2) VALUE ZERO.
        01 PayDaysTable.
            02 PayDaysEntry OCCURS 500 TIMES.
                03 TabPdCustID PIC 9(5).
                03 TabPdAvgDays PIC 9(4).
        01 PayDaysCount PIC 9(3) VALUE ZERO.
            88 PayDaysTableFull VALUE 501 THRU 999.
        01 PdIdx PIC 9(3) VALUE ZERO.
        01 CustPayDays PIC 9(4) VALUE ZERO.
        01 ItemBalance PIC 9(9)V99 VALUE ZERO.
        *> Distinct pay-run dates in file order with the gross each
        *> run paid out
        01 RunTable.
            02 RunEntry OCCURS 200 TIMES.
                03 TabRunDate PIC X(8).
                03 TabRunGross PIC 9(9)V99.
        01 RunCount PIC 9(3) VALUE ZERO.
            88 RunTableFull VALUE 201 THRU 999.
        01 RunIdx PIC 9(3) VALUE ZERO.
        01 FirstRunIdx PIC 9(3) VALUE ZERO.
        01 RunsUsed PIC 9(3) VALUE ZERO.
        01 RunGrossTotal PIC 9(9)V99 VALUE ZERO.
        01 AvgRunGross PIC 9(9)V99 VALUE ZERO.
        01 FirstRunInt PIC 9(7) COMP.
        01 LastRunInt PIC 9(7) COMP.
        01 PayInterval PIC 9(3) VALUE 14.
        01 NextRunInt PIC 9(7) COMP.
        01 HorizonInt PIC 9(7) COMP.
        01 PageHeading.
            02 FILLER PIC X(32) VALUE "THIRTEEN-WEEK CASH FORECAST FROM".
            02 FILLER PIC X VALUE SPACE.
            02 PrnRunDate PIC X(8).
        01 OpeningLine.
            02 FILLER PIC X(33) VALUE "Opening cash per books (account ".
            02 PrnCashAcct PIC 9(4).
            02 FILLER PIC X(3) VALUE ")  ".
            02 PrnOpening PIC $$$$,$$$,$$9.99-.
        01 Heads PIC X(110) VALUE
            "Week  Starting     Collections    Vendor Payments        Payroll         Net Flow    Ending Balance".
        01 WeekLine.
            02 PrnWeek PIC Z9.
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnWeekStart PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnWkIn PIC $$$,$$$,$$9.99.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnWkAP PIC $$$,$$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnWkPay PIC $$$,$$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnWkNet PIC $$$,$$$,$$9.99-.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnWkBalance PIC $$$,$$$,$$9.99-.
            02 FILLER PIC X VALUE SPACE.
            02 PrnShortFlag PIC X(7).
        01 TotalLine.
            02 FILLER PIC X(16) VALUE "Total 13 weeks".
            02 PrnTotIn PIC $$$,$$$,$$9.99.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnTotAP PIC $$$,$$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnTotPay PIC $$$,$$$,$$9.99.
        01 NoteLine.
            02 PrnNoteName PIC X(50).
            02 PrnNoteAmount PIC $$$,$$$,$$9.99.
        01 GLTransFileStatus PIC XX.
            88 GLTransFileOpenOK VALUE "00".
        01 InvoiceFileStatus PIC XX.
            88 InvoiceFileOpenOK VALUE "00".
        01 PayDaysFileStatus PIC XX.
            88 PayDaysFileOpenOK VALUE "00".
        01 APFileStatus PIC XX.
            88 APFileOpenOK VALUE "00".
        01 StubHistFileStatus PIC XX.
            88 StubHistFileOpenOK VALUE "00".
        01 ForecastReportStatus PIC XX.
            88 ForecastReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartForecast.
        *> Thirteen-week cash forecast. Week 1 starts today and the
        *> opening balance is the cash account on the books. Open
        *> invoices come in on the invoice date plus the customer's
        *> average days-to-pay from the last payperf run; open vendor
        *> bills go out on their due date; payroll repeats the
        *> average of the latest pay runs at the interval they have
        *> been running. Anything already late lands in week 1.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunDate))
            TO RunDateInt.
        COMPUTE HorizonInt = RunDateInt + 91.
        INITIALIZE WeekTable.

        PERFORM TotalBookCash.
        PERFORM LoadPayDays.
        PERFORM ProjectCollections.
        PERFORM ProjectVendorPayments.
        PERFORM ProjectPayroll.

        OPEN OUTPUT ForecastReport.
        IF NOT ForecastReportOpenOK
            DISPLAY "Unable to open CashFcst.rpt - status "
                ForecastReportStatus
            STOP RUN
        END-IF.
        MOVE RunDate TO PrnRunDate
        WRITE PrintLine FROM PageHeading
        MOVE AcctCash TO PrnCashAcct
        MOVE StartBalance TO PrnOpening
        WRITE PrintLine FROM OpeningLine AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE StartBalance TO RunningBalance
        PERFORM PrintOneWeek VARYING WkIdx FROM 1 BY 1
            UNTIL WkIdx > 13
        MOVE TotIn TO PrnTotIn
        MOVE TotAP TO PrnTotAP
        MOVE TotPay TO PrnTotPay
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
        PERFORM PrintNotes.
        CLOSE ForecastReport.
        IF ShortWeeks > ZERO
            DISPLAY "Cash goes negative in " ShortWeeks
                " of the 13 weeks - see CashFcst.rpt"
        ELSE
            DISPLAY "Cash forecast complete - see CashFcst.rpt"
        END-IF.
        STOP RUN.

    TotalBookCash.
        *> Same opening-leg rule finstmt uses: the latest OPEN set at
        *> or before this year carries everything before it, and the
        *> journal from that year on is added
        OPEN INPUT GLTransFile
        IF GLTransFileOpenOK
            READ GLTransFile
                AT END SET NoMoreGL TO TRUE
            END-READ
            PERFORM FindCashBaseYear UNTIL NoMoreGL
            CLOSE GLTransFile
            OPEN INPUT GLTransFile
            MOVE 'N' TO GLEOF
            READ GLTransFile
                AT END SET NoMoreGL TO TRUE
            END-READ
            PERFORM TallyCashLeg UNTIL NoMoreGL
        END-IF
        CLOSE GLTransFile
        COMPUTE StartBalance = CashOpen + CashSince.

    FindCashBaseYear.
        IF GtSource = "OPEN" AND GtDate(1:4) NOT > RunDate(1:4)
            AND GtDate(1:4) > BaseYear
            MOVE GtDate(1:4) TO BaseYear
        END-IF
        READ GLTransFile
            AT END SET NoMoreGL TO TRUE
        END-READ.

    TallyCashLeg.
        IF GtAcctNum = AcctCash AND GtDate NOT > RunDate
            IF GtSource = "OPEN"
                IF GtDate(1:4) = BaseYear
                    IF LegIsDebit
                        ADD GtAmount TO CashOpen
                    ELSE
                        SUBTRACT GtAmount FROM CashOpen
                    END-IF
                END-IF
            ELSE
                IF GtDate(1:4) NOT < BaseYear
                    IF LegIsDebit
                        ADD GtAmount TO CashSince
                    ELSE
                        SUBTRACT GtAmount FROM CashSince
                    END-IF
                END-IF
            END-IF
        END-IF
        READ GLTransFile
            AT END SET NoMoreGL TO TRUE
        END-READ.

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
            DISPLAY "No payperf scoring on file - collections assume "
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

    ProjectCollections.
        OPEN INPUT InvoiceFile
        IF InvoiceFileOpenOK
            READ InvoiceFile
                AT END SET NoMoreInvoices TO TRUE
            END-READ
            PERFORM ProjectOneInvoice UNTIL NoMoreInvoices
        END-IF
        CLOSE InvoiceFile.

    ProjectOneInvoice.
        *> Credit memos bring in no cash - they are netted when the
        *> customer pays
        IF InvIsOpen AND NOT DocIsCredit AND InvTotal > InvPaid
            AND InvDate IS NUMERIC
            COMPUTE ItemBalance = InvTotal - InvPaid
            *> Foreign invoices arrive as dollars at the booked rate
            IF InvCurrency NOT = SPACES AND InvCurrency NOT = "USD"
                AND InvExchRate IS NUMERIC AND InvExchRate > ZERO
                COMPUTE ItemBalance ROUNDED = ItemBalance * InvExchRate
            END-IF
            MOVE DefaultPayDays TO CustPayDays
            PERFORM FindCustPayDays VARYING PdIdx FROM 1 BY 1
                UNTIL PdIdx > PayDaysCount
            COMPUTE ItemDateInt =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(InvDate))
                + CustPayDays
            PERFORM SetWeekNum
            IF WeekNum > 13
                ADD ItemBalance TO LaterIn
            ELSE
                ADD ItemBalance TO TabWkIn(WeekNum)
                ADD ItemBalance TO TotIn
            END-IF
        END-IF
        READ InvoiceFile
            AT END SET NoMoreInvoices TO TRUE
        END-READ.

    FindCustPayDays.
        IF TabPdCustID(PdIdx) = InvCustID
            MOVE TabPdAvgDays(PdIdx) TO CustPayDays
            MOVE PayDaysCount TO PdIdx
        END-IF.

    ProjectVendorPayments.
        OPEN INPUT APFile
        IF APFileOpenOK
            READ APFile
                AT END SET NoMoreAP TO TRUE
            END-READ
            PERFORM ProjectOneBill UNTIL NoMoreAP
        END-IF
        CLOSE APFile.

    ProjectOneBill.
        *> Debit memos are left out - they only ever come off a check
        *> that is projected here at the bills' full value, so leaving
        *> them out keeps the projection on the safe side
        IF ApIsOpen AND ApAmount > ApPaid AND NOT ApIsDebitMemo
            COMPUTE ItemBalance = ApAmount - ApPaid
            *> Bills from before due dates were kept are net 30, the
            *> same default appay selects them on
            IF ApDueDate IS NUMERIC
                MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ApDueDate))
                    TO ItemDateInt
            ELSE IF ApDate IS NUMERIC
                COMPUTE ItemDateInt =
                    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ApDate)) + 30
            ELSE
                MOVE RunDateInt TO ItemDateInt
            END-IF
            END-IF
            PERFORM SetWeekNum
            IF WeekNum > 13
                ADD ItemBalance TO LaterAP
            ELSE
                ADD ItemBalance TO TabWkAP(WeekNum)
                ADD ItemBalance TO TotAP
            END-IF
        END-IF
        READ APFile
            AT END SET NoMoreAP TO TRUE
        END-READ.

    ProjectPayroll.
        *> Off the stub history rather than the check file - the
        *> direct deposit employees get no check but their pay
        *> leaves the bank all the same
        OPEN INPUT StubHistFile
        IF StubHistFileOpenOK
            READ StubHistFile
                AT END SET NoMoreStubs TO TRUE
            END-READ
            PERFORM TallyOneStub UNTIL NoMoreStubs
        END-IF
        CLOSE StubHistFile
        IF RunCount = ZERO
            DISPLAY "No pay runs on PayStubHist.dat - payroll not "
                "projected"
            EXIT PARAGRAPH
        END-IF
        IF RunCount > RecentRuns
            COMPUTE FirstRunIdx = RunCount - RecentRuns + 1
        ELSE
            MOVE 1 TO FirstRunIdx
        END-IF
        PERFORM AddRunGross VARYING RunIdx FROM FirstRunIdx BY 1
            UNTIL RunIdx > RunCount
        COMPUTE AvgRunGross ROUNDED = RunGrossTotal / RunsUsed
        MOVE FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(TabRunDate(FirstRunIdx))) TO FirstRunInt
        MOVE FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(TabRunDate(RunCount))) TO LastRunInt
        *> The spacing of the recent runs is the pay cycle; a single
        *> run on file is taken as biweekly
        IF RunsUsed > 1 AND LastRunInt > FirstRunInt
            COMPUTE PayInterval ROUNDED =
                (LastRunInt - FirstRunInt) / (RunsUsed - 1)
        END-IF
        IF PayInterval = ZERO
            MOVE 14 TO PayInterval
        END-IF
        COMPUTE NextRunInt = LastRunInt + PayInterval
        PERFORM ProjectOneRun UNTIL NextRunInt NOT < HorizonInt.

    TallyOneStub.
        *> Gross, not net - the withholding leaves the bank too when
        *> the tax deposits are made
        IF StubCheckDate IS NUMERIC
            AND FUNCTION TEST-NUMVAL(StubGross) = ZERO
            COMPUTE StubGrossAmt = FUNCTION NUMVAL(StubGross)
            IF RunCount > ZERO AND TabRunDate(RunCount) = StubCheckDate
                ADD StubGrossAmt TO TabRunGross(RunCount)
            ELSE
                ADD 1 TO RunCount
                IF RunTableFull
                    *> Keep the newest runs - drop the oldest
                    PERFORM ShiftOneRun VARYING RunIdx FROM 1 BY 1
                        UNTIL RunIdx > 199
                    MOVE 200 TO RunCount
                END-IF
                MOVE StubCheckDate TO TabRunDate(RunCount)
                MOVE StubGrossAmt TO TabRunGross(RunCount)
            END-IF
        END-IF
        READ StubHistFile
            AT END SET NoMoreStubs TO TRUE
        END-READ.

    ShiftOneRun.
        MOVE RunEntry(RunIdx + 1) TO RunEntry(RunIdx).

    AddRunGross.
        ADD TabRunGross(RunIdx) TO RunGrossTotal
        ADD 1 TO RunsUsed.

    ProjectOneRun.
        MOVE NextRunInt TO ItemDateInt
        PERFORM SetWeekNum
        IF WeekNum NOT > 13
            ADD AvgRunGross TO TabWkPay(WeekNum)
            ADD AvgRunGross TO TotPay
        END-IF
        ADD PayInterval TO NextRunInt.

    SetWeekNum.
        *> Past-due items are assumed to clear in the first week
        COMPUTE DaysOut = ItemDateInt - RunDateInt
        IF DaysOut < ZERO
            MOVE 1 TO WeekNum
        ELSE
            COMPUTE WeekNum = DaysOut / 7 + 1
        END-IF.

    PrintOneWeek.
        COMPUTE WeekNet = TabWkIn(WkIdx) - TabWkAP(WkIdx)
            - TabWkPay(WkIdx)
        ADD WeekNet TO RunningBalance
        MOVE SPACES TO WeekLine
        MOVE WkIdx TO PrnWeek
        COMPUTE ItemDateInt = RunDateInt + (WkIdx - 1) * 7
        MOVE FUNCTION DATE-OF-INTEGER(ItemDateInt) TO PrnWeekStart
        MOVE TabWkIn(WkIdx) TO PrnWkIn
        MOVE TabWkAP(WkIdx) TO PrnWkAP
        MOVE TabWkPay(WkIdx) TO PrnWkPay
        MOVE WeekNet TO PrnWkNet
        MOVE RunningBalance TO PrnWkBalance
        IF RunningBalance < ZERO
            MOVE "**SHORT" TO PrnShortFlag
            ADD 1 TO ShortWeeks
        END-IF
        WRITE PrintLine FROM WeekLine AFTER ADVANCING 1 LINE.

    PrintNotes.
        MOVE "Receivables expected after week 13" TO PrnNoteName
        MOVE LaterIn TO PrnNoteAmount
        WRITE PrintLine FROM NoteLine AFTER ADVANCING 2 LINES
        MOVE "Payables due after week 13" TO PrnNoteName
        MOVE LaterAP TO PrnNoteAmount
        WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
        MOVE "Payroll per run (average of latest runs)" TO PrnNoteName
        MOVE AvgRunGross TO PrnNoteAmount
        WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE.
