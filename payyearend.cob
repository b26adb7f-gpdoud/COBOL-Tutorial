        SELECT OPTIONAL YtdHistFile ASSIGN TO "PayYtdHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS YtdHistFileStatus.
        SELECT OPTIONAL DedHistFile ASSIGN TO "PayDedHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DedHistFileStatus.
        SELECT OPTIONAL EmpDedFile ASSIGN TO "EmpDed.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC

        FD YtdHistFile.
        01 YtdHistRecord.
            COPY PAYYTDH.

        FD DedHistFile.
        01 DedHistRecord.
            COPY PAYDEDH.

        FD EmpDedFile.
        01 EmpDedData.
            88 NoMoreEmployees VALUE 'Y'.
        01 EmpTable.
            02 EmpEntry OCCURS 50 TIMES.
                03 TabEmpRecord PIC X(250).
        01 EmpCount PIC 99 VALUE ZERO.
            88 EmpTableFull VALUE 51 THRU 99.
        01 EmpIdx PIC 99 VALUE ZERO.
        01 TotYtdGross PIC 9(8)V99 VALUE ZERO.
        01 TotYtdFedTax PIC 9(8)V99 VALUE ZERO.
        01 TotYtdStateTax PIC 9(8)V99 VALUE ZERO.
        01 TotYtdInsurance PIC 9(7)V99 VALUE ZERO.
        01 TotYtdNet PIC 9(8)V99 VALUE ZERO.
        01 SummaryHeading.
            02 FILLER PIC X(30) VALUE "YEAR-END EARNINGS SUMMARY FOR ".
            02 PrnClosingYear PIC 9(4).
        01 Heads PIC X(110) VALUE
            "EmpID  Name                    YTD Gross  YTD Fed Tax   YTD St Tax YTD Insurance        YTD Net".
        01 SummaryLine.
            02 PrnEmpID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnYtdGross PIC $$$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnYtdFedTax PIC $$$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnYtdStateTax PIC $$$$,$$9.99.
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnYtdInsurance PIC $$$,$$9.99.
            02 FILLER PIC X(4) VALUE SPACE.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotFedTax PIC $$,$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotStateTax PIC $$,$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotInsurance PIC $$,$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotNet PIC $$,$$$,$$9.99.
            88 SummaryReportOpenOK VALUE "00".
        01 YtdHistFileStatus PIC XX.
            88 YtdHistFileOpenOK VALUE "00".
        01 DedHistFileStatus PIC XX.
            88 DedHistFileOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartYearEnd.
        *> Year-end close for payroll: a per-employee earnings summary
        *> with company totals, the closing balances archived to
        *> PayYtdHist.dat (and each deduction's year total to
        *> PayDedHist.dat), and the accumulators rolled to zero for
        *> the new year.
        DISPLAY "Closing year (YYYY) : " WITH NO ADVANCING.
        ACCEPT ClosingYear.
        DISPLAY "Max vacation hours carried over : " WITH NO ADVANCING.

        MOVE TotYtdGross TO PrnTotGross
        MOVE TotYtdFedTax TO PrnTotFedTax
        MOVE TotYtdStateTax TO PrnTotStateTax
        MOVE TotYtdInsurance TO PrnTotInsurance
        MOVE TotYtdNet TO PrnTotNet
        WRITE PrintLine FROM TotalsLine AFTER ADVANCING 2 LINES.

    CloseOneEmployee.
        MOVE TabEmpRecord(EmpIdx) TO EmployeeData
        IF EmpYtdStateTax IS NOT NUMERIC
            MOVE ZERO TO EmpYtdStateTax
        END-IF
        IF EmpYtdSocSec IS NOT NUMERIC
            MOVE ZERO TO EmpYtdSocSec, EmpYtdMedicare, EmpYtdSsWages
        END-IF
        MOVE SPACES TO SummaryLine
        MOVE EmpID TO PrnEmpID
        MOVE EmpName TO PrnEmpName
        MOVE EmpYtdGross TO PrnYtdGross
        MOVE EmpYtdFedTax TO PrnYtdFedTax
        MOVE EmpYtdStateTax TO PrnYtdStateTax
        MOVE EmpYtdInsurance TO PrnYtdInsurance
        MOVE EmpYtdNet TO PrnYtdNet
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        ADD EmpYtdGross TO TotYtdGross
        ADD EmpYtdFedTax TO TotYtdFedTax
        ADD EmpYtdStateTax TO TotYtdStateTax
        ADD EmpYtdInsurance TO TotYtdInsurance
        ADD EmpYtdNet TO TotYtdNet
        MOVE SPACES TO YtdHistRecord
        MOVE EmpYtdFedTax TO YhFedTax
        MOVE EmpYtdInsurance TO YhInsurance
        MOVE EmpYtdNet TO YhNet
        MOVE EmpYtdStateTax TO YhStateTax
        MOVE EmpWorkState TO YhWorkState
        MOVE EmpYtdSsWages TO YhSsWages
        MOVE EmpYtdSocSec TO YhSocSec
        MOVE EmpYtdMedicare TO YhMedicare
        WRITE YtdHistRecord
        PERFORM CloseLeaveForEmployee
        *> Roll the accumulators for the new year
        MOVE ZERO TO EmpYtdGross, EmpYtdFedTax,
            EmpYtdInsurance, EmpYtdNet, EmpYtdStateTax,
            EmpYtdSocSec, EmpYtdMedicare, EmpYtdSsWages
        MOVE EmployeeData TO TabEmpRecord(EmpIdx).

    CloseLeaveForEmployee.
            EXIT PARAGRAPH
        END-IF
        OPEN INPUT DedCodeFile
        OPEN EXTEND DedHistFile
        IF DedHistFileStatus NOT = "00" AND DedHistFileStatus NOT = "05"
            DISPLAY "Unable to open PayDedHist.dat - status "
                DedHistFileStatus
            STOP RUN
        END-IF
        MOVE 'N' TO EmpDedEOF
        MOVE LOW-VALUES TO EdKey
        START EmpDedFile KEY IS NOT LESS THAN EdKey
        IF DedCodeFileOpenOK
            CLOSE DedCodeFile
        END-IF
        CLOSE EmpDedFile, DedHistFile.

    RollOneEmpDed.
        READ EmpDedFile NEXT RECORD
            AT END SET NoMoreEmpDed TO TRUE
            NOT AT END
                PERFORM TallyOneEmpDed
                PERFORM ArchiveOneEmpDed
                MOVE ZERO TO EdYtdAmount
                REWRITE EmpDedData
                    INVALID KEY DISPLAY "Deduction YTD was not rolled "
        END-IF
        ADD EdYtdAmount TO TabDedTotal(DedFoundIdx).

    ArchiveOneEmpDed.
        IF EdYtdAmount = ZERO
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO DedHistRecord
        MOVE ClosingYear TO YdYear
        MOVE EdEmpID TO YdEmpID
        MOVE EdCode TO YdCode
        MOVE EdYtdAmount TO YdAmount
        WRITE DedHistRecord.

    PrintOneDedTotal.
        MOVE SPACES TO DedSummaryLine
        MOVE TabDedCode(DedIdx) TO PrnDedCode
