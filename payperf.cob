        SELECT PerfReport ASSIGN TO "PayPerf.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PerfReportStatus.
        SELECT PayDaysFile ASSIGN TO "PayDays.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayDaysFileStatus.

DATA DIVISION.
    FILE SECTION.
                InvDocType BY HiInvDocType,
                DocIsCredit BY HiDocIsCredit,
                InvCurrency BY HiInvCurrency,
                InvExchRate BY HiInvExchRate,
                InvFreight BY HiInvFreight,
                InvFreightTax BY HiInvFreightTax,
                InvFreightTaxable BY HiInvFreightTaxable.

        FD CustomerFile.
        01 CustomerData.

        FD PerfReport.
        01 PrintLine PIC X(110).

        FD PayDaysFile.
        01 PayDaysRecord.
            COPY PAYDAYS.
    WORKING-STORAGE SECTION.
        01 PaymentEOF PIC X VALUE 'N'.
            88 NoMorePayments VALUE 'Y'.
            88 CustomerFileOpenOK VALUE "00".
        01 PerfReportStatus PIC XX.
            88 PerfReportOpenOK VALUE "00".
        01 PayDaysFileStatus PIC XX.
            88 PayDaysFileOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartScoring.

        IF CustPerfCount = ZERO
            DISPLAY "No payment history to score"
            GOBACK
        END-IF.

        PERFORM ComputeOneRating VARYING Idx FROM 1 BY 1
        OPEN I-O CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT PerfReport.
        IF NOT PerfReportOpenOK
            DISPLAY "Unable to open PayPerf.rpt - status "
                PerfReportStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        MOVE WSCurrentDateTime(1:8) TO PrnRunDate
        *> The averages are also kept on PayDays.dat for the cash
        *> forecast's collection timing
        OPEN OUTPUT PayDaysFile.
        IF NOT PayDaysFileOpenOK
            DISPLAY "Unable to open PayDays.dat - status "
                PayDaysFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        PERFORM ReportOneCustomer VARYING Idx FROM 1 BY 1
            UNTIL Idx > CustPerfCount.

        CLOSE CustomerFile, PerfReport, PayDaysFile.
        DISPLAY "Scored " ScoredCount " customers - see PayPerf.rpt".
        GOBACK.

    LoadInvoiceDates.
        MOVE 'N' TO InvoiceEOF
        MOVE TabCpOnTimeCount(Idx) TO PrnOnTime
        MOVE TrendDays TO PrnTrend
        MOVE WorkRating TO PrnRating
        WRITE PrintLine FROM PerfLine AFTER ADVANCING 1 LINE
        MOVE SPACES TO PayDaysRecord
        MOVE TabCpCustID(Idx) TO PdCustID
        MOVE TabCpAvgDays(Idx) TO PdAvgDays
        MOVE TabCpPayCount(Idx) TO PdPayCount
        WRITE PayDaysRecord.
