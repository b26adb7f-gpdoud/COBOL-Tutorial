       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. earninq.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL StubHistFile ASSIGN TO "PayStubHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StubHistFileStatus.
        SELECT OPTIONAL StubDedHistFile ASSIGN TO "PayStubDedHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StubDedHistFileStatus.
        SELECT OPTIONAL PayCheckFile ASSIGN TO "PayChecks.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayCheckFileStatus.
        SELECT ReprintFile ASSIGN TO "StubReprint.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ReprintFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD StubHistFile.
        01 StubRecord.
            02 StubEmpID PIC 9(5).
            02 FILLER PIC X.
            02 StubName PIC X(20).
            02 FILLER PIC X.
            *> The stub amounts print with a decimal point - read
            *> here as characters and NUMVALed into the totals
            02 StubHours PIC X(6).
            02 FILLER PIC X.
            02 StubRegular PIC X(7).
            02 FILLER PIC X.
            02 StubOvertime PIC X(7).
            02 FILLER PIC X.
            02 StubGross PIC X(7).
            02 FILLER PIC X.
            02 StubFedTax PIC X(7).
            02 FILLER PIC X.
            02 StubInsurance PIC X(6).
            02 FILLER PIC X.
            02 StubNet PIC X(7).
            02 FILLER PIC X.
            02 StubOtherDed PIC X(7).
            02 FILLER PIC X.
            02 StubVacBal PIC X(7).
            02 FILLER PIC X.
            02 StubSickBal PIC X(7).
            02 FILLER PIC X.
            02 StubStateTax PIC X(7).
            02 FILLER PIC X.
            02 StubWorkState PIC X(2).
            02 FILLER PIC X.
            02 StubSocSec PIC X(7).
            02 FILLER PIC X.
            02 StubMedicare PIC X(7).
            02 FILLER PIC X.
            02 StubErFica PIC X(7).
            02 FILLER PIC X.
            02 StubFuta PIC X(7).
            02 FILLER PIC X.
            02 StubSuta PIC X(7).
            02 FILLER PIC X.
            02 StubCheckDate PIC X(8).
            02 FILLER PIC X.
            02 StubPayType PIC X.
            02 FILLER PIC X.
            02 StubRate PIC X(6).
            02 FILLER PIC X.
            02 StubRetroPay PIC X(7).
            02 FILLER PIC X.
            02 StubRunTime PIC X(6).
            02 FILLER PIC X.
            02 StubSeq PIC X(4).
            02 FILLER PIC X.
            02 StubCheckNum PIC X(6).

        FD StubDedHistFile.
        01 StubDedHistRecord.
            02 SdhCheckDate PIC X(8).
            02 FILLER PIC X.
            02 SdhRunTime PIC X(6).
            02 FILLER PIC X.
            02 SdhSeq PIC X(4).
            02 FILLER PIC X.
            02 SdhEmpID PIC 9(5).
            02 FILLER PIC X.
            02 SdhCode PIC X(3).
            02 FILLER PIC X.
            02 SdhAmount PIC X(8).

        FD PayCheckFile.
        01 PayCheckData.
            COPY CHKREC.

        FD ReprintFile.
        01 PrintLine PIC X(80).

    WORKING-STORAGE SECTION.
        01 WantedEmpID PIC 9(5) VALUE ZERO.
        01 FromDate PIC X(8).
        01 ThruDate PIC X(8).
        01 DatesOK PIC X VALUE 'N'.
            88 DatesAreValid VALUE 'Y'.
        01 StubEOF PIC X VALUE 'N'.
            88 NoMoreStubs VALUE 'Y'.
        01 DedEOF PIC X VALUE 'N'.
            88 NoMoreDeds VALUE 'Y'.
        01 CheckEOF PIC X VALUE 'N'.
            88 NoMoreChecks VALUE 'Y'.
        *> The employee's stubs in the date range, their deduction
        *> lines, and their paper checks
        01 StubTable.
            02 StubEntry OCCURS 200 TIMES.
                03 TabStubRecord PIC X(200).
        01 StubCount PIC 9(3) VALUE ZERO.
            88 StubTableFull VALUE 201 THRU 999.
        01 StubIdx PIC 9(3) VALUE ZERO.
        01 DedTable.
            02 DedEntry OCCURS 500 TIMES.
                03 TabDedRecord PIC X(40).
        01 DedCount PIC 9(3) VALUE ZERO.
            88 DedTableFull VALUE 501 THRU 999.
        01 DedIdx PIC 9(3) VALUE ZERO.
        01 ChkTable.
            02 ChkEntry OCCURS 200 TIMES.
                03 TabChkNum PIC 9(6).
                03 TabChkStatus PIC X.
        01 ChkCount PIC 9(3) VALUE ZERO.
            88 ChkTableFull VALUE 201 THRU 999.
        01 ChkIdx PIC 9(3) VALUE ZERO.
        01 ChkStatusShown PIC X(11).
        01 StayOpen PIC X VALUE 'Y'.
        01 RpDedLines PIC 9(3) VALUE ZERO.
        01 ReprintLineNum PIC 9(3) VALUE ZERO.
        01 ReprintCount PIC 9(3) VALUE ZERO.
        01 ReprintOpen PIC X VALUE 'N'.
            88 ReprintFileIsOpen VALUE 'Y'.
        01 TotGross PIC 9(7)V99 VALUE ZERO.
        01 TotFedTax PIC 9(7)V99 VALUE ZERO.
        01 TotStateTax PIC 9(7)V99 VALUE ZERO.
        01 TotSocSec PIC 9(7)V99 VALUE ZERO.
        01 TotMedicare PIC 9(7)V99 VALUE ZERO.
        01 TotInsurance PIC 9(7)V99 VALUE ZERO.
        01 TotOtherDed PIC 9(7)V99 VALUE ZERO.
        01 TotNet PIC 9(7)V99 VALUE ZERO.
        01 PrnTotal PIC Z,ZZZ,ZZ9.99.
        01 WSCurrentDateTime PIC X(21).
        01 InquiryHeads.
            02 FILLER PIC X(4) VALUE "LN".
            02 FILLER PIC X(9) VALUE "DATE".
            02 FILLER PIC X(7) VALUE "CHECK".
            02 FILLER PIC X(8) VALUE "  GROSS".
            02 FILLER PIC X(8) VALUE "FED TAX".
            02 FILLER PIC X(8) VALUE "ST TAX".
            02 FILLER PIC X(8) VALUE "SOC SEC".
            02 FILLER PIC X(8) VALUE "MEDICAR".
            02 FILLER PIC X(7) VALUE "INSUR".
            02 FILLER PIC X(8) VALUE "OTH DED".
            02 FILLER PIC X(8) VALUE "    NET".
            02 FILLER PIC X(11) VALUE "STATUS".
        01 InquiryLine.
            02 PrnLineNum PIC ZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 PrnStubDate PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 PrnStubCheck PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 PrnStubGross PIC X(7).
            02 FILLER PIC X VALUE SPACE.
            02 PrnStubFedTax PIC X(7).
            02 FILLER PIC X VALUE SPACE.
            02 PrnStubStateTax PIC X(7).
            02 FILLER PIC X VALUE SPACE.
            02 PrnStubSocSec PIC X(7).
            02 FILLER PIC X VALUE SPACE.
            02 PrnStubMedicare PIC X(7).
            02 FILLER PIC X VALUE SPACE.
            02 PrnStubIns PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 PrnStubOtherDed PIC X(7).
            02 FILLER PIC X VALUE SPACE.
            02 PrnStubNet PIC X(7).
            02 FILLER PIC X VALUE SPACE.
            02 PrnStubStatus PIC X(11).
        01 InquiryDedLine.
            02 FILLER PIC X(67) VALUE SPACE.
            02 PrnDedCode PIC X(3).
            02 FILLER PIC X VALUE SPACE.
            02 PrnDedAmount PIC X(8).
        *> Stub reprint
        01 ReprintTagLine PIC X(40) VALUE
            "*** REPRINT - NOT AN ORIGINAL ***".
        01 RpHeadLine.
            02 FILLER PIC X(10) VALUE "PAY STUB  ".
            02 RpEmpID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 RpEmpName PIC X(20).
            02 FILLER PIC X(14) VALUE "  CHECK DATE ".
            02 RpCheckDate PIC X(8).
        01 RpPayLine.
            02 FILLER PIC X(10) VALUE "PAID BY   ".
            02 RpPaidBy PIC X(30).
        01 RpHoursLine.
            02 FILLER PIC X(10) VALUE "HOURS     ".
            02 RpHours PIC X(6).
            02 FILLER PIC X(9) VALUE "   RATE ".
            02 RpRate PIC X(6).
            02 FILLER PIC X(9) VALUE "   TYPE ".
            02 RpPayType PIC X(10).
        01 RpAmountLine.
            02 FILLER PIC X(4) VALUE SPACE.
            02 RpLabel PIC X(24).
            02 RpAmount PIC X(8).
        01 RpBalanceLine.
            02 FILLER PIC X(21) VALUE "VACATION BALANCE    ".
            02 RpVacBal PIC X(7).
            02 FILLER PIC X(17) VALUE "   SICK BALANCE ".
            02 RpSickBal PIC X(7).
        01 RpFootLine.
            02 FILLER PIC X(13) VALUE "REPRINTED ON ".
            02 RpPrintDate PIC X(8).
        01 StubHistFileStatus PIC XX.
            88 StubHistFileOpenOK VALUE "00".
        01 StubDedHistFileStatus PIC XX.
            88 StubDedHistFileOpenOK VALUE "00".
        01 PayCheckFileStatus PIC XX.
            88 PayCheckFileOpenOK VALUE "00".
        01 ReprintFileStatus PIC XX.
            88 ReprintFileOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartEarnInquiry.
        *> Earnings history by employee and check date range - every
        *> stub payrun has kept on PayStubHist.dat with its taxes, its
        *> deduction lines from PayStubDedHist.dat, and the state of
        *> the paper check on PayChecks.dat - so a question about an
        *> old check no longer means digging out old registers. Any
        *> line can be reprinted to StubReprint.rpt as a stub marked
        *> as a reprint. Stubs from before the deduction history was
        *> kept show their deduction total only.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        DISPLAY "Employee ID : " WITH NO ADVANCING.
        ACCEPT WantedEmpID.
        PERFORM UNTIL DatesAreValid
            DISPLAY "From check date (YYYYMMDD) : " WITH NO ADVANCING
            ACCEPT FromDate
            DISPLAY "Through check date (YYYYMMDD) : " WITH NO ADVANCING
            ACCEPT ThruDate
            PERFORM EditDates
        END-PERFORM.
        PERFORM LoadStubs.
        IF StubCount = ZERO
            DISPLAY "No pay stubs for employee " WantedEmpID
                " dated " FromDate " through " ThruDate
            STOP RUN
        END-IF.
        PERFORM LoadDeductions.
        PERFORM LoadChecks.
        PERFORM ShowHistory.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY " "
            DISPLAY "Line to reprint (0 to finish) : " WITH NO ADVANCING
            ACCEPT ReprintLineNum
            IF ReprintLineNum = ZERO
                MOVE 'N' TO StayOpen
            ELSE IF ReprintLineNum > StubCount
                DISPLAY "No line " ReprintLineNum
            ELSE
                PERFORM ReprintStub
            END-IF
            END-IF
        END-PERFORM.
        IF ReprintFileIsOpen
            CLOSE ReprintFile
            DISPLAY ReprintCount " stubs reprinted - see StubReprint.rpt"
        END-IF.
        STOP RUN.

    EditDates.
        MOVE 'Y' TO DatesOK
        IF FromDate IS NOT NUMERIC OR ThruDate IS NOT NUMERIC
            DISPLAY "Dates must be entered as YYYYMMDD"
            MOVE 'N' TO DatesOK
        ELSE IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(FromDate))
                NOT = ZERO
            OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(ThruDate))
                NOT = ZERO
            DISPLAY "Not a valid date"
            MOVE 'N' TO DatesOK
        ELSE IF ThruDate < FromDate
            DISPLAY "Through date is before the from date"
            MOVE 'N' TO DatesOK
        END-IF
        END-IF
        END-IF.

    LoadStubs.
        OPEN INPUT StubHistFile
        IF StubHistFileOpenOK
            READ StubHistFile
                AT END SET NoMoreStubs TO TRUE
            END-READ
            PERFORM LoadOneStub UNTIL NoMoreStubs
        END-IF
        CLOSE StubHistFile.

    LoadOneStub.
        IF StubEmpID = WantedEmpID
            AND StubCheckDate NOT < FromDate
            AND StubCheckDate NOT > ThruDate
            ADD 1 TO StubCount
            IF StubTableFull
                DISPLAY "More than 200 stubs in that range - narrow "
                    "the dates"
                CLOSE StubHistFile
                STOP RUN
            END-IF
            MOVE StubRecord TO TabStubRecord(StubCount)
        END-IF
        READ StubHistFile
            AT END SET NoMoreStubs TO TRUE
        END-READ.

    LoadDeductions.
        OPEN INPUT StubDedHistFile
        IF StubDedHistFileOpenOK
            READ StubDedHistFile
                AT END SET NoMoreDeds TO TRUE
            END-READ
            PERFORM LoadOneDeduction UNTIL NoMoreDeds
        END-IF
        CLOSE StubDedHistFile.

    LoadOneDeduction.
        IF SdhEmpID = WantedEmpID
            AND SdhCheckDate NOT < FromDate
            AND SdhCheckDate NOT > ThruDate
            ADD 1 TO DedCount
            IF DedTableFull
                DISPLAY "More than 500 deduction lines in that range - "
                    "narrow the dates"
                CLOSE StubDedHistFile
                STOP RUN
            END-IF
            MOVE StubDedHistRecord TO TabDedRecord(DedCount)
        END-IF
        READ StubDedHistFile
            AT END SET NoMoreDeds TO TRUE
        END-READ.

    LoadChecks.
        OPEN INPUT PayCheckFile
        IF PayCheckFileOpenOK
            READ PayCheckFile
                AT END SET NoMoreChecks TO TRUE
            END-READ
            PERFORM LoadOneCheck UNTIL NoMoreChecks
        END-IF
        CLOSE PayCheckFile.

    LoadOneCheck.
        *> Reissues carry a later date than the stub, so every check
        *> for the employee is kept and matched by number
        IF CkEmpID = WantedEmpID
            ADD 1 TO ChkCount
            IF ChkTableFull
                DISPLAY "More than 200 checks for employee "
                    WantedEmpID " - check status not shown"
                SUBTRACT 1 FROM ChkCount
                SET NoMoreChecks TO TRUE
                EXIT PARAGRAPH
            END-IF
            MOVE CkNum TO TabChkNum(ChkCount)
            MOVE CkStatus TO TabChkStatus(ChkCount)
        END-IF
        READ PayCheckFile
            AT END SET NoMoreChecks TO TRUE
        END-READ.

    ShowHistory.
        DISPLAY " "
        MOVE TabStubRecord(1) TO StubRecord
        DISPLAY "Earnings history for " WantedEmpID " " StubName
            " - " FromDate " through " ThruDate
        DISPLAY InquiryHeads
        PERFORM ShowOneStub VARYING StubIdx FROM 1 BY 1
            UNTIL StubIdx > StubCount
        DISPLAY " "
        DISPLAY StubCount " checks in the range"
        MOVE TotGross TO PrnTotal
        DISPLAY "  Gross           " PrnTotal
        MOVE TotFedTax TO PrnTotal
        DISPLAY "  Federal tax     " PrnTotal
        MOVE TotStateTax TO PrnTotal
        DISPLAY "  State tax       " PrnTotal
        MOVE TotSocSec TO PrnTotal
        DISPLAY "  Social Security " PrnTotal
        MOVE TotMedicare TO PrnTotal
        DISPLAY "  Medicare        " PrnTotal
        MOVE TotInsurance TO PrnTotal
        DISPLAY "  Insurance       " PrnTotal
        MOVE TotOtherDed TO PrnTotal
        DISPLAY "  Other deductions" PrnTotal
        MOVE TotNet TO PrnTotal
        DISPLAY "  Net             " PrnTotal.

    ShowOneStub.
        MOVE TabStubRecord(StubIdx) TO StubRecord
        MOVE SPACES TO InquiryLine
        MOVE StubIdx TO PrnLineNum
        MOVE StubCheckDate TO PrnStubDate
        PERFORM FindCheckStatus
        MOVE StubGross TO PrnStubGross
        MOVE StubFedTax TO PrnStubFedTax
        MOVE StubStateTax TO PrnStubStateTax
        MOVE StubSocSec TO PrnStubSocSec
        MOVE StubMedicare TO PrnStubMedicare
        MOVE StubInsurance TO PrnStubIns
        MOVE StubOtherDed TO PrnStubOtherDed
        MOVE StubNet TO PrnStubNet
        MOVE ChkStatusShown TO PrnStubStatus
        DISPLAY InquiryLine
        PERFORM ShowOneDeduction VARYING DedIdx FROM 1 BY 1
            UNTIL DedIdx > DedCount
        PERFORM AddStubAmounts.

    FindCheckStatus.
        *> Stubs from before the check number was carried show no
        *> status rather than a guess
        MOVE SPACES TO ChkStatusShown
        IF StubCheckNum IS NOT NUMERIC
            MOVE SPACES TO PrnStubCheck
            EXIT PARAGRAPH
        END-IF
        IF StubCheckNum = ZERO
            MOVE "DEP" TO PrnStubCheck
            MOVE "DEPOSITED" TO ChkStatusShown
            EXIT PARAGRAPH
        END-IF
        MOVE StubCheckNum TO PrnStubCheck
        MOVE "NOT ON FILE" TO ChkStatusShown
        PERFORM VARYING ChkIdx FROM 1 BY 1 UNTIL ChkIdx > ChkCount
            IF TabChkNum(ChkIdx) = StubCheckNum
                EVALUATE TabChkStatus(ChkIdx)
                    WHEN "O" MOVE "OUTSTANDING" TO ChkStatusShown
                    WHEN "C" MOVE "CLEARED" TO ChkStatusShown
                    WHEN "V" MOVE "VOIDED" TO ChkStatusShown
                    WHEN OTHER MOVE SPACES TO ChkStatusShown
                END-EVALUATE
            END-IF
        END-PERFORM.

    ShowOneDeduction.
        MOVE TabDedRecord(DedIdx) TO StubDedHistRecord
        IF SdhCheckDate = StubCheckDate AND SdhRunTime = StubRunTime
            AND SdhSeq = StubSeq
            MOVE SdhCode TO PrnDedCode
            MOVE SdhAmount TO PrnDedAmount
            DISPLAY InquiryDedLine
        END-IF.

    AddStubAmounts.
        *> Rows from before a field was added read back as spaces
        *> and count as zero
        COMPUTE TotGross = TotGross + FUNCTION NUMVAL(StubGross)
        COMPUTE TotFedTax = TotFedTax + FUNCTION NUMVAL(StubFedTax)
        COMPUTE TotInsurance = TotInsurance
            + FUNCTION NUMVAL(StubInsurance)
        COMPUTE TotNet = TotNet + FUNCTION NUMVAL(StubNet)
        IF StubOtherDed NOT = SPACES
            COMPUTE TotOtherDed = TotOtherDed
                + FUNCTION NUMVAL(StubOtherDed)
        END-IF
        IF StubStateTax NOT = SPACES
            COMPUTE TotStateTax = TotStateTax
                + FUNCTION NUMVAL(StubStateTax)
        END-IF
        IF StubSocSec NOT = SPACES
            COMPUTE TotSocSec = TotSocSec + FUNCTION NUMVAL(StubSocSec)
            COMPUTE TotMedicare = TotMedicare
                + FUNCTION NUMVAL(StubMedicare)
        END-IF.

    ReprintStub.
        IF NOT ReprintFileIsOpen
            OPEN OUTPUT ReprintFile
            IF NOT ReprintFileOpenOK
                DISPLAY "Unable to open StubReprint.rpt - status "
                    ReprintFileStatus
                STOP RUN
            END-IF
            SET ReprintFileIsOpen TO TRUE
        ELSE
            MOVE SPACES TO PrintLine
            WRITE PrintLine AFTER ADVANCING PAGE
        END-IF
        MOVE TabStubRecord(ReprintLineNum) TO StubRecord
        MOVE StubEmpID TO RpEmpID
        MOVE StubName TO RpEmpName
        MOVE StubCheckDate TO RpCheckDate
        WRITE PrintLine FROM RpHeadLine
        WRITE PrintLine FROM ReprintTagLine AFTER ADVANCING 1 LINE
        MOVE SPACES TO RpPaidBy
        IF StubCheckNum IS NUMERIC
            IF StubCheckNum = ZERO
                MOVE "DIRECT DEPOSIT" TO RpPaidBy
            ELSE
                STRING "CHECK " StubCheckNum DELIMITED BY SIZE
                    INTO RpPaidBy
            END-IF
        END-IF
        WRITE PrintLine FROM RpPayLine AFTER ADVANCING 2 LINES
        MOVE StubHours TO RpHours
        MOVE StubRate TO RpRate
        EVALUATE StubPayType
            WHEN "V" MOVE "VACATION" TO RpPayType
            WHEN "S" MOVE "SICK" TO RpPayType
            WHEN "P" MOVE "SALARY" TO RpPayType
            WHEN "R" MOVE "REGULAR" TO RpPayType
            WHEN OTHER MOVE SPACES TO RpPayType
        END-EVALUATE
        WRITE PrintLine FROM RpHoursLine AFTER ADVANCING 1 LINE
        MOVE SPACES TO PrintLine
        WRITE PrintLine
        MOVE "REGULAR PAY" TO RpLabel
        MOVE StubRegular TO RpAmount
        WRITE PrintLine FROM RpAmountLine AFTER ADVANCING 1 LINE
        MOVE "OVERTIME PAY" TO RpLabel
        MOVE StubOvertime TO RpAmount
        WRITE PrintLine FROM RpAmountLine AFTER ADVANCING 1 LINE
        IF StubRetroPay NOT = SPACES
            AND FUNCTION NUMVAL(StubRetroPay) > ZERO
            MOVE "RETRO PAY" TO RpLabel
            MOVE StubRetroPay TO RpAmount
            WRITE PrintLine FROM RpAmountLine AFTER ADVANCING 1 LINE
        END-IF
        MOVE "GROSS PAY" TO RpLabel
        MOVE StubGross TO RpAmount
        WRITE PrintLine FROM RpAmountLine AFTER ADVANCING 1 LINE
        MOVE "FEDERAL TAX" TO RpLabel
        MOVE StubFedTax TO RpAmount
        WRITE PrintLine FROM RpAmountLine AFTER ADVANCING 2 LINES
        MOVE SPACES TO RpLabel
        STRING "STATE TAX " StubWorkState DELIMITED BY SIZE
            INTO RpLabel
        MOVE StubStateTax TO RpAmount
        WRITE PrintLine FROM RpAmountLine AFTER ADVANCING 1 LINE
        MOVE "SOCIAL SECURITY" TO RpLabel
        MOVE StubSocSec TO RpAmount
        WRITE PrintLine FROM RpAmountLine AFTER ADVANCING 1 LINE
        MOVE "MEDICARE" TO RpLabel
        MOVE StubMedicare TO RpAmount
        WRITE PrintLine FROM RpAmountLine AFTER ADVANCING 1 LINE
        MOVE "INSURANCE" TO RpLabel
        MOVE StubInsurance TO RpAmount
        WRITE PrintLine FROM RpAmountLine AFTER ADVANCING 1 LINE
        MOVE ZERO TO RpDedLines
        PERFORM ReprintOneDeduction VARYING DedIdx FROM 1 BY 1
            UNTIL DedIdx > DedCount
        IF RpDedLines = ZERO AND StubOtherDed NOT = SPACES
            AND FUNCTION NUMVAL(StubOtherDed) > ZERO
            MOVE "OTHER DEDUCTIONS" TO RpLabel
            MOVE StubOtherDed TO RpAmount
            WRITE PrintLine FROM RpAmountLine AFTER ADVANCING 1 LINE
        END-IF
        MOVE "NET PAY" TO RpLabel
        MOVE StubNet TO RpAmount
        WRITE PrintLine FROM RpAmountLine AFTER ADVANCING 2 LINES
        MOVE StubVacBal TO RpVacBal
        MOVE StubSickBal TO RpSickBal
        WRITE PrintLine FROM RpBalanceLine AFTER ADVANCING 2 LINES
        MOVE WSCurrentDateTime(1:8) TO RpPrintDate
        WRITE PrintLine FROM RpFootLine AFTER ADVANCING 1 LINE
        WRITE PrintLine FROM ReprintTagLine AFTER ADVANCING 1 LINE
        ADD 1 TO ReprintCount
        DISPLAY "Line " ReprintLineNum " reprinted".

    ReprintOneDeduction.
        MOVE TabDedRecord(DedIdx) TO StubDedHistRecord
        IF SdhCheckDate = StubCheckDate AND SdhRunTime = StubRunTime
            AND SdhSeq = StubSeq
            MOVE SPACES TO RpLabel
            STRING "DEDUCTION " SdhCode DELIMITED BY SIZE INTO RpLabel
            MOVE SdhAmount TO RpAmount
            WRITE PrintLine FROM RpAmountLine AFTER ADVANCING 1 LINE
            ADD 1 TO RpDedLines
        END-IF.
