       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. w2run.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL YtdHistFile ASSIGN TO "PayYtdHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS YtdHistFileStatus.
        SELECT OPTIONAL DedHistFile ASSIGN TO "PayDedHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DedHistFileStatus.
        SELECT OPTIONAL DedCodeFile ASSIGN TO "DedCode.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DcCode
            FILE STATUS IS DedCodeFileStatus.
        SELECT EmployeeFile ASSIGN TO "Employee.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EmployeeFileStatus.
        SELECT FormPrint ASSIGN TO "W2Forms.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FormPrintStatus.
        SELECT SummaryReport ASSIGN TO "W3Trans.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SummaryReportStatus.
        SELECT WageFile ASSIGN TO "W2Wage.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WageFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD YtdHistFile.
        01 YtdHistRecord.
            COPY PAYYTDH.

        FD DedHistFile.
        01 DedHistRecord.
            COPY PAYDEDH.

        FD DedCodeFile.
        01 DedCodeData.
            COPY DEDCODE.

        FD EmployeeFile.
        01 EmployeeData.
            COPY EMPREC.

        FD FormPrint.
        01 FormLine PIC X(80).

        FD SummaryReport.
        01 PrintLine PIC X(100).

        FD WageFile.
        *> Fixed-position wage records - one E (employer) record, a W
        *> record per employee, and a T trailer with the W-3 totals
        01 WageRecord.
            02 WfRecType PIC X.
            02 WfYear PIC 9(4).
            02 WfTaxID PIC X(11).
            02 WfName PIC X(30).
            02 WfStreet PIC X(25).
            02 WfCity PIC X(15).
            02 WfState PIC X(2).
            02 WfZip PIC X(5).
            02 WfWages PIC 9(9)V99.
            02 WfFedTax PIC 9(9)V99.
            02 WfPreTax PIC 9(9)V99.
            *> Employee number on a W record, form count on the T
            02 WfCount PIC 9(5).
            *> Work state and state tax withheld (boxes 15 and 17)
            02 WfWorkState PIC X(2).
            02 WfStateTax PIC 9(9)V99.
            *> Social Security wages and tax, Medicare wages and tax
            *> (boxes 3 to 6)
            02 WfSsWages PIC 9(9)V99.
            02 WfSocSec PIC 9(9)V99.
            02 WfMedWages PIC 9(9)V99.
            02 WfMedicare PIC 9(9)V99.
    WORKING-STORAGE SECTION.
        01 ReportYear PIC X(4).
        01 EmployerName PIC X(30).
        01 EmployerEIN PIC X(11).
        01 EmployerStreet PIC X(25).
        01 EmployerCity PIC X(15).
        01 EmployerState PIC X(2).
        01 EmployerZip PIC X(5).
        01 YtdHistEOF PIC X VALUE 'N'.
            88 NoMoreYtdHist VALUE 'Y'.
        01 DedHistEOF PIC X VALUE 'N'.
            88 NoMoreDedHist VALUE 'Y'.
        01 EmployeeEOF PIC X VALUE 'N'.
            88 NoMoreEmployees VALUE 'Y'.
        01 EmpTable.
            02 EmpEntry OCCURS 50 TIMES.
                03 TabEmpRecord PIC X(250).
        01 EmpCount PIC 99 VALUE ZERO.
            88 EmpTableFull VALUE 51 THRU 99.
        01 EmpIdx PIC 99 VALUE ZERO.
        01 EmpFoundIdx PIC 99 VALUE ZERO.
        *> The year's archived deduction totals, with the code's
        *> pre-tax flag and box 12 letter looked up once on load
        01 DedHistTable.
            02 DedHistEntry OCCURS 500 TIMES.
                03 TabDhEmpID PIC 9(5).
                03 TabDhCode PIC X(3).
                03 TabDhAmount PIC 9(6)V99.
                03 TabDhPreTax PIC X.
                03 TabDhBox12 PIC X(2).
        01 DedHistCount PIC 9(3) VALUE ZERO.
            88 DedHistTableFull VALUE 501 THRU 999.
        01 DhIdx PIC 9(3) VALUE ZERO.
        01 CodeExists PIC X.
        01 EmpPreTax PIC 9(7)V99 VALUE ZERO.
        01 EmpWages PIC 9(7)V99 VALUE ZERO.
        01 EmpStateTax PIC 9(6)V99 VALUE ZERO.
        01 EmpSsWages PIC 9(7)V99 VALUE ZERO.
        01 EmpSocSec PIC 9(6)V99 VALUE ZERO.
        01 EmpMedWages PIC 9(7)V99 VALUE ZERO.
        01 EmpMedicare PIC 9(6)V99 VALUE ZERO.
        01 ListStatus PIC X(22).
        01 FormCount PIC 9(5) VALUE ZERO.
        01 HeldCount PIC 9(5) VALUE ZERO.
        01 TotWages PIC 9(9)V99 VALUE ZERO.
        01 TotFedTax PIC 9(9)V99 VALUE ZERO.
        01 TotStateTax PIC 9(9)V99 VALUE ZERO.
        01 TotSsWages PIC 9(9)V99 VALUE ZERO.
        01 TotSocSec PIC 9(9)V99 VALUE ZERO.
        01 TotMedWages PIC 9(9)V99 VALUE ZERO.
        01 TotMedicare PIC 9(9)V99 VALUE ZERO.
        01 TotPreTax PIC 9(9)V99 VALUE ZERO.
        01 TotGross PIC 9(9)V99 VALUE ZERO.
        01 FormHeading.
            02 FILLER PIC X(34) VALUE "FORM W-2  WAGE AND TAX STATEMENT  ".
            02 PrnFormYear PIC X(4).
        01 FormLabelLine.
            02 PrnFormLabel PIC X(24).
            02 PrnFormValue PIC X(40).
        01 FormAmountLine.
            02 PrnAmountLabel PIC X(24).
            02 PrnFormAmount PIC $$$,$$$,$$9.99.
        01 Box12Line.
            02 FILLER PIC X(13) VALUE "12 Code      ".
            02 PrnBox12Code PIC X(2).
            02 FILLER PIC X(9) VALUE "       : ".
            02 PrnBox12Amount PIC $$$,$$$,$$9.99.
        01 StateBoxLine.
            02 FILLER PIC X(24) VALUE "15 State              : ".
            02 PrnBoxState PIC X(2).
        01 PageHeading.
            02 FILLER PIC X(36) VALUE "W-3 TRANSMITTAL OF WAGE STATEMENTS  ".
            02 PrnSumYear PIC X(4).
        01 Heads PIC X(100) VALUE
            "EmpID  Name                  SSN             Wages  Fed Withheld  Status".
        01 SummaryLine.
            02 PrnEmpID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnEmpName PIC X(20).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnSSN PIC X(9).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnWages PIC $$$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnFedTax PIC $$$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStatus PIC X(22).
        01 TotalLine.
            02 PrnTotalName PIC X(34).
            02 PrnTotalAmount PIC $$$,$$$,$$9.99.
        01 CountLine.
            02 PrnCountName PIC X(34).
            02 PrnCount PIC ZZZZ9.
        01 YtdHistFileStatus PIC XX.
            88 YtdHistFileOpenOK VALUE "00".
        01 DedHistFileStatus PIC XX.
            88 DedHistFileOpenOK VALUE "00".
        01 DedCodeFileStatus PIC XX.
            88 DedCodeFileOpenOK VALUE "00".
        01 EmployeeFileStatus PIC XX.
            88 EmployeeFileOpenOK VALUE "00".
        01 FormPrintStatus PIC XX.
            88 FormPrintOpenOK VALUE "00".
        01 SummaryReportStatus PIC XX.
            88 SummaryReportOpenOK VALUE "00".
        01 WageFileStatus PIC XX.
            88 WageFileOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartW2.
        *> Year-end W-2 run. Works only from the year-end archives
        *> payyearend writes - the closing balances on PayYtdHist.dat
        *> and each deduction's year total on PayDedHist.dat - so it
        *> reruns the same after the live accumulators have rolled.
        *> Box 1 wages are gross less the pre-tax deductions; those
        *> with a box 12 code print there, insurance prints in box 14,
        *> and the work state's withholding in boxes 15 through 17.
        *> Every employee gets a printed form and a W record on the
        *> wage file, and the W-3 listing carries the totals. An
        *> employee with no SSN on the master is held and listed so
        *> empmaint can be corrected and the run repeated.
        DISPLAY "W-2 tax year (YYYY)   : " WITH NO ADVANCING.
        ACCEPT ReportYear.
        IF ReportYear IS NOT NUMERIC
            DISPLAY "Year must be YYYY - run abandoned"
            STOP RUN
        END-IF.
        DISPLAY "Employer name         : " WITH NO ADVANCING.
        ACCEPT EmployerName.
        DISPLAY "Employer EIN          : " WITH NO ADVANCING.
        ACCEPT EmployerEIN.
        DISPLAY "Employer street       : " WITH NO ADVANCING.
        ACCEPT EmployerStreet.
        DISPLAY "Employer city         : " WITH NO ADVANCING.
        ACCEPT EmployerCity.
        DISPLAY "Employer state        : " WITH NO ADVANCING.
        ACCEPT EmployerState.
        DISPLAY "Employer ZIP          : " WITH NO ADVANCING.
        ACCEPT EmployerZip.
        IF EmployerName = SPACES OR EmployerEIN = SPACES
            DISPLAY "Employer name and EIN are required - run abandoned"
            STOP RUN
        END-IF.

        PERFORM LoadEmployeeTable.
        PERFORM LoadDeductionHistory.

        OPEN INPUT YtdHistFile.
        IF NOT YtdHistFileOpenOK
            DISPLAY "Unable to open PayYtdHist.dat - status "
                YtdHistFileStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT FormPrint.
        IF NOT FormPrintOpenOK
            DISPLAY "Unable to open W2Forms.rpt - status "
                FormPrintStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT SummaryReport.
        IF NOT SummaryReportOpenOK
            DISPLAY "Unable to open W3Trans.rpt - status "
                SummaryReportStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT WageFile.
        IF NOT WageFileOpenOK
            DISPLAY "Unable to open W2Wage.dat - status "
                WageFileStatus
            STOP RUN
        END-IF.

        MOVE SPACES TO WageRecord
        MOVE "E" TO WfRecType
        MOVE ReportYear TO WfYear
        MOVE EmployerEIN TO WfTaxID
        MOVE EmployerName TO WfName
        MOVE EmployerStreet TO WfStreet
        MOVE EmployerCity TO WfCity
        MOVE EmployerState TO WfState
        MOVE EmployerZip TO WfZip
        MOVE ZERO TO WfWages, WfFedTax, WfPreTax, WfCount, WfStateTax,
            WfSsWages, WfSocSec, WfMedWages, WfMedicare
        WRITE WageRecord.

        MOVE ReportYear TO PrnSumYear
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        WRITE PrintLine.
        READ YtdHistFile
            AT END SET NoMoreYtdHist TO TRUE
        END-READ.
        PERFORM ReportOneEmployee UNTIL NoMoreYtdHist.

        MOVE SPACES TO WageRecord
        MOVE "T" TO WfRecType
        MOVE ReportYear TO WfYear
        MOVE EmployerEIN TO WfTaxID
        MOVE EmployerName TO WfName
        MOVE TotWages TO WfWages
        MOVE TotFedTax TO WfFedTax
        MOVE TotPreTax TO WfPreTax
        MOVE FormCount TO WfCount
        MOVE TotStateTax TO WfStateTax
        MOVE TotSsWages TO WfSsWages
        MOVE TotSocSec TO WfSocSec
        MOVE TotMedWages TO WfMedWages
        MOVE TotMedicare TO WfMedicare
        WRITE WageRecord.

        PERFORM PrintTransmittal.

        CLOSE YtdHistFile, FormPrint, SummaryReport, WageFile.
        IF FormCount = ZERO AND HeldCount = ZERO
            DISPLAY "No archived wages for " ReportYear
                " - run payyearend for the year first"
        ELSE
            DISPLAY FormCount " W-2 forms for " ReportYear
                " - see W2Forms.rpt, W3Trans.rpt, W2Wage.dat"
        END-IF.
        IF HeldCount > ZERO
            DISPLAY HeldCount
                " employees have no SSN - fix in empmaint and rerun"
        END-IF.
        STOP RUN.

    ReportOneEmployee.
        IF YhYear NOT = ReportYear
            READ YtdHistFile
                AT END SET NoMoreYtdHist TO TRUE
            END-READ
            EXIT PARAGRAPH
        END-IF
        PERFORM FindEmployee
        IF EmpFoundIdx > ZERO
            MOVE TabEmpRecord(EmpFoundIdx) TO EmployeeData
        ELSE
            MOVE SPACES TO EmployeeData
            MOVE YhEmpID TO EmpID
            MOVE "** NOT ON MASTER **" TO EmpName
        END-IF
        MOVE ZERO TO EmpPreTax
        PERFORM AddOnePreTax VARYING DhIdx FROM 1 BY 1
            UNTIL DhIdx > DedHistCount
        IF EmpPreTax > YhGross
            MOVE YhGross TO EmpPreTax
        END-IF
        COMPUTE EmpWages = YhGross - EmpPreTax
        *> Archive rows from before state withholding read as spaces
        IF YhStateTax IS NUMERIC
            MOVE YhStateTax TO EmpStateTax
        ELSE
            MOVE ZERO TO EmpStateTax
        END-IF
        *> ...and rows from before FICA withholding carry none. Pre-tax
        *> deductions here are not cafeteria-plan exempt, so Medicare
        *> wages are the full gross.
        IF YhSocSec IS NUMERIC
            MOVE YhSsWages TO EmpSsWages
            MOVE YhSocSec TO EmpSocSec
            MOVE YhGross TO EmpMedWages
            MOVE YhMedicare TO EmpMedicare
        ELSE
            MOVE ZERO TO EmpSsWages, EmpSocSec, EmpMedWages,
                EmpMedicare
        END-IF
        IF EmpSSN IS NOT NUMERIC
            MOVE "MISSING SSN - HELD" TO ListStatus
            ADD 1 TO HeldCount
        ELSE
            MOVE "Form issued" TO ListStatus
            PERFORM PrintOneForm
            PERFORM WriteWageEmployee
            ADD 1 TO FormCount
            ADD EmpWages TO TotWages
            ADD YhFedTax TO TotFedTax
            ADD EmpStateTax TO TotStateTax
            ADD EmpSsWages TO TotSsWages
            ADD EmpSocSec TO TotSocSec
            ADD EmpMedWages TO TotMedWages
            ADD EmpMedicare TO TotMedicare
            ADD EmpPreTax TO TotPreTax
            ADD YhGross TO TotGross
        END-IF
        MOVE SPACES TO SummaryLine
        MOVE YhEmpID TO PrnEmpID
        MOVE EmpName TO PrnEmpName
        MOVE EmpSSN TO PrnSSN
        MOVE EmpWages TO PrnWages
        MOVE YhFedTax TO PrnFedTax
        MOVE ListStatus TO PrnStatus
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        READ YtdHistFile
            AT END SET NoMoreYtdHist TO TRUE
        END-READ.

    AddOnePreTax.
        IF TabDhEmpID(DhIdx) = YhEmpID AND TabDhPreTax(DhIdx) = "Y"
            ADD TabDhAmount(DhIdx) TO EmpPreTax
        END-IF.

    PrintOneForm.
        MOVE ReportYear TO PrnFormYear
        IF FormCount = ZERO
            WRITE FormLine FROM FormHeading
        ELSE
            WRITE FormLine FROM FormHeading AFTER ADVANCING PAGE
        END-IF
        MOVE "a Employee's SSN      : " TO PrnFormLabel
        MOVE EmpSSN TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 2 LINES
        MOVE "b Employer EIN        : " TO PrnFormLabel
        MOVE EmployerEIN TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE
        MOVE "c Employer            : " TO PrnFormLabel
        MOVE EmployerName TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE
        MOVE SPACES TO PrnFormLabel
        MOVE EmployerStreet TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE
        MOVE SPACES TO PrnFormValue
        STRING EmployerCity DELIMITED BY "  " ", " DELIMITED BY SIZE
            EmployerState DELIMITED BY SIZE " " DELIMITED BY SIZE
            EmployerZip DELIMITED BY SIZE INTO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE
        MOVE "d Control number      : " TO PrnFormLabel
        MOVE EmpID TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE
        MOVE "e Employee            : " TO PrnFormLabel
        MOVE EmpName TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrnFormLabel
        MOVE EmpStreet TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE
        MOVE SPACES TO PrnFormValue
        STRING EmpCity DELIMITED BY "  " ", " DELIMITED BY SIZE
            EmpAddrState DELIMITED BY SIZE " " DELIMITED BY SIZE
            EmpZip DELIMITED BY SIZE INTO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE
        MOVE "1 Wages, tips, comp   : " TO PrnAmountLabel
        MOVE EmpWages TO PrnFormAmount
        WRITE FormLine FROM FormAmountLine AFTER ADVANCING 2 LINES
        MOVE "2 Federal tax withheld: " TO PrnAmountLabel
        MOVE YhFedTax TO PrnFormAmount
        WRITE FormLine FROM FormAmountLine AFTER ADVANCING 1 LINE
        MOVE "3 Social security wage: " TO PrnAmountLabel
        MOVE EmpSsWages TO PrnFormAmount
        WRITE FormLine FROM FormAmountLine AFTER ADVANCING 1 LINE
        MOVE "4 Social security tax : " TO PrnAmountLabel
        MOVE EmpSocSec TO PrnFormAmount
        WRITE FormLine FROM FormAmountLine AFTER ADVANCING 1 LINE
        MOVE "5 Medicare wages      : " TO PrnAmountLabel
        MOVE EmpMedWages TO PrnFormAmount
        WRITE FormLine FROM FormAmountLine AFTER ADVANCING 1 LINE
        MOVE "6 Medicare tax        : " TO PrnAmountLabel
        MOVE EmpMedicare TO PrnFormAmount
        WRITE FormLine FROM FormAmountLine AFTER ADVANCING 1 LINE
        PERFORM PrintOneBox12 VARYING DhIdx FROM 1 BY 1
            UNTIL DhIdx > DedHistCount
        MOVE "14 Other - INS        : " TO PrnAmountLabel
        MOVE YhInsurance TO PrnFormAmount
        WRITE FormLine FROM FormAmountLine AFTER ADVANCING 1 LINE
        IF YhWorkState NOT = SPACES
            MOVE YhWorkState TO PrnBoxState
            WRITE FormLine FROM StateBoxLine AFTER ADVANCING 2 LINES
            MOVE "16 State wages        : " TO PrnAmountLabel
            MOVE EmpWages TO PrnFormAmount
            WRITE FormLine FROM FormAmountLine AFTER ADVANCING 1 LINE
            MOVE "17 State income tax   : " TO PrnAmountLabel
            MOVE EmpStateTax TO PrnFormAmount
            WRITE FormLine FROM FormAmountLine AFTER ADVANCING 1 LINE
        END-IF.

    PrintOneBox12.
        IF TabDhEmpID(DhIdx) = YhEmpID AND TabDhPreTax(DhIdx) = "Y"
            AND TabDhBox12(DhIdx) NOT = SPACES
            MOVE TabDhBox12(DhIdx) TO PrnBox12Code
            MOVE TabDhAmount(DhIdx) TO PrnBox12Amount
            WRITE FormLine FROM Box12Line AFTER ADVANCING 1 LINE
        END-IF.

    WriteWageEmployee.
        MOVE SPACES TO WageRecord
        MOVE "W" TO WfRecType
        MOVE ReportYear TO WfYear
        MOVE EmpSSN TO WfTaxID
        MOVE EmpName TO WfName
        MOVE EmpStreet TO WfStreet
        MOVE EmpCity TO WfCity
        MOVE EmpAddrState TO WfState
        MOVE EmpZip TO WfZip
        MOVE EmpWages TO WfWages
        MOVE YhFedTax TO WfFedTax
        MOVE EmpPreTax TO WfPreTax
        MOVE EmpID TO WfCount
        MOVE YhWorkState TO WfWorkState
        MOVE EmpStateTax TO WfStateTax
        MOVE EmpSsWages TO WfSsWages
        MOVE EmpSocSec TO WfSocSec
        MOVE EmpMedWages TO WfMedWages
        MOVE EmpMedicare TO WfMedicare
        WRITE WageRecord.

    PrintTransmittal.
        *> The W-3 figures - every total here is the sum of the W-2s
        *> actually issued, so held employees are left out until fixed
        MOVE "c Total W-2 forms issued" TO PrnCountName
        MOVE FormCount TO PrnCount
        WRITE PrintLine FROM CountLine AFTER ADVANCING 2 LINES
        MOVE "  Employees held - no SSN" TO PrnCountName
        MOVE HeldCount TO PrnCount
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        MOVE "  Gross pay" TO PrnTotalName
        MOVE TotGross TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
        MOVE "  Pre-tax deductions" TO PrnTotalName
        MOVE TotPreTax TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
        MOVE "1 Wages, tips, other comp" TO PrnTotalName
        MOVE TotWages TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
        MOVE "2 Federal income tax withheld" TO PrnTotalName
        MOVE TotFedTax TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
        MOVE "3 Social security wages" TO PrnTotalName
        MOVE TotSsWages TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
        MOVE "4 Social security tax withheld" TO PrnTotalName
        MOVE TotSocSec TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
        MOVE "5 Medicare wages and tips" TO PrnTotalName
        MOVE TotMedWages TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
        MOVE "6 Medicare tax withheld" TO PrnTotalName
        MOVE TotMedicare TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
        MOVE "17 State income tax withheld" TO PrnTotalName
        MOVE TotStateTax TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE.

    FindEmployee.
        MOVE ZERO TO EmpFoundIdx
        PERFORM VARYING EmpIdx FROM 1 BY 1
            UNTIL EmpIdx > EmpCount OR EmpFoundIdx > ZERO
            IF TabEmpRecord(EmpIdx)(1:5) = YhEmpID
                MOVE EmpIdx TO EmpFoundIdx
            END-IF
        END-PERFORM.

    LoadDeductionHistory.
        OPEN INPUT DedCodeFile
        OPEN INPUT DedHistFile
        IF DedHistFileOpenOK
            READ DedHistFile
                AT END SET NoMoreDedHist TO TRUE
            END-READ
            PERFORM LoadOneDedHist UNTIL NoMoreDedHist
        END-IF
        CLOSE DedHistFile
        IF DedCodeFileOpenOK
            CLOSE DedCodeFile
        END-IF.

    LoadOneDedHist.
        IF YdYear = ReportYear
            ADD 1 TO DedHistCount
            IF DedHistTableFull
                *> A short table would overstate box 1 wages - stop
                DISPLAY "Deduction history table full - raise the "
                    "table size - run abandoned"
                CLOSE DedHistFile
                STOP RUN
            END-IF
            MOVE YdEmpID TO TabDhEmpID(DedHistCount)
            MOVE YdCode TO TabDhCode(DedHistCount)
            MOVE YdAmount TO TabDhAmount(DedHistCount)
            MOVE "N" TO TabDhPreTax(DedHistCount)
            MOVE SPACES TO TabDhBox12(DedHistCount)
            IF DedCodeFileOpenOK
                MOVE 'Y' TO CodeExists
                MOVE YdCode TO DcCode
                READ DedCodeFile
                    INVALID KEY MOVE 'N' TO CodeExists
                END-READ
                IF CodeExists = 'Y' AND DedIsPreTax
                    MOVE "Y" TO TabDhPreTax(DedHistCount)
                    MOVE DcW2Box12 TO TabDhBox12(DedHistCount)
                END-IF
            END-IF
        END-IF
        READ DedHistFile
            AT END SET NoMoreDedHist TO TRUE
        END-READ.

    LoadEmployeeTable.
        OPEN INPUT EmployeeFile.
        IF NOT EmployeeFileOpenOK
            DISPLAY "Unable to open Employee.dat - status "
                EmployeeFileStatus
            STOP RUN
        END-IF.
        READ EmployeeFile
            AT END SET NoMoreEmployees TO TRUE
        END-READ.
        PERFORM LoadEmployeeEntry UNTIL NoMoreEmployees.
        CLOSE EmployeeFile.

    LoadEmployeeEntry.
        ADD 1 TO EmpCount
        IF EmpTableFull
            DISPLAY "Employee table full at " EmpID
                " - raise the table size - run abandoned"
            CLOSE EmployeeFile
            STOP RUN
        ELSE
            MOVE EmployeeData TO TabEmpRecord(EmpCount)
        END-IF
        READ EmployeeFile
            AT END SET NoMoreEmployees TO TRUE
        END-READ.
