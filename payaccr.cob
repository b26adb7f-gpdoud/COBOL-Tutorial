       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. payaccr.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EmployeeFile ASSIGN TO "Employee.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EmployeeFileStatus.
        SELECT OPTIONAL HoursFile ASSIGN TO "PayHours.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HoursFileStatus.
        SELECT OPTIONAL StubHistFile ASSIGN TO "PayStubHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StubHistFileStatus.
        SELECT OPTIONAL PayCycleFile ASSIGN TO "PayCycle.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayCycleFileStatus.
        SELECT OPTIONAL PayAccrFile ASSIGN TO "PayAccr.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayAccrFileStatus.
        SELECT AccrualReport ASSIGN TO "PayAccr.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AccrualReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD EmployeeFile.
        01 EmployeeData.
            COPY EMPREC.

        FD HoursFile.
        01 HoursRecord.
            02 PhEmpID PIC 9(5).
            02 FILLER PIC X.
            02 PhHours PIC 9(3)V99.
            02 FILLER PIC X.
            02 PhPayType PIC X.
            02 FILLER PIC X.
            02 PhDept PIC X(3).

        FD StubHistFile.
        01 StubRecord.
            02 StubEmpID PIC 9(5).
            02 FILLER PIC X.
            02 StubName PIC X(20).
            02 FILLER PIC X.
            *> The stub amounts print with a decimal point - read
            *> here as characters and NUMVALed
            02 StubHours PIC X(6).
            02 FILLER PIC X.
            02 StubRegular PIC X(7).
            02 FILLER PIC X.
            02 StubOvertime PIC X(7).
            02 FILLER PIC X.
            02 StubGross PIC X(7).
            *> Withholding, deductions, and balances - not needed here
            02 FILLER PIC X(75).
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

        FD PayCycleFile.
        01 PayCycleRecord.
            02 PcPayFreq PIC X.

        FD PayAccrFile.
        01 PayAccrRecord.
            COPY PAYACCR.

        FD AccrualReport.
        01 PrintLine PIC X(100).

    WORKING-STORAGE SECTION.
        01 MonthEnd PIC X(8).
        01 MonthEndInt PIC 9(7) COMP VALUE ZERO.
        01 LastCheckDate PIC X(8) VALUE SPACES.
        01 LastCheckInt PIC 9(7) COMP VALUE ZERO.
        01 FirstUnpaidInt PIC 9(7) COMP VALUE ZERO.
        01 DayInt PIC 9(7) COMP VALUE ZERO.
        01 DayOfWeek PIC 9 VALUE ZERO.
            88 DayIsWeekend VALUE 0 6.
        *> Workdays in a full pay period and those since the last
        *> check date through the month end
        01 RunPayFreq PIC X VALUE "B".
        01 PeriodDays PIC 99 VALUE ZERO.
        01 UnpaidDays PIC 99 VALUE ZERO.
        01 EmployeeEOF PIC X VALUE 'N'.
            88 NoMoreEmployees VALUE 'Y'.
        01 HoursEOF PIC X VALUE 'N'.
            88 NoMoreHours VALUE 'Y'.
        01 StubEOF PIC X VALUE 'N'.
            88 NoMoreStubs VALUE 'Y'.
        01 AccrEOF PIC X VALUE 'N'.
            88 NoMoreAccruals VALUE 'Y'.
        01 EmpTable.
            02 EmpEntry OCCURS 50 TIMES.
                03 TabEmpID PIC 9(5).
                03 TabEmpName PIC X(20).
                03 TabEmpStatus PIC X.
                03 TabPayType PIC X.
                03 TabEmpRate PIC 9(3)V99.
                03 TabAnnualSalary PIC 9(7)V99.
                03 TabDept PIC X(3).
                03 TabKeyedHours PIC 9(4)V99.
                03 TabHistDate PIC X(8).
                03 TabHistGross PIC 9(6)V99.
                03 TabHistErTax PIC 9(5)V99.
        01 EmpCount PIC 99 VALUE ZERO.
            88 EmpTableFull VALUE 51 THRU 99.
        01 EmpIdx PIC 99 VALUE ZERO.
        01 EmpFoundIdx PIC 99 VALUE ZERO.
        01 SearchEmpID PIC 9(5) VALUE ZERO.
        01 DeptTable.
            02 DeptEntry OCCURS 20 TIMES.
                03 TabDeptCode PIC X(3).
                03 TabDeptWages PIC 9(7)V99.
                03 TabDeptErTax PIC 9(6)V99.
        01 DeptCount PIC 99 VALUE ZERO.
            88 DeptTableFull VALUE 21 THRU 99.
        01 DeptIdx PIC 99 VALUE ZERO.
        01 DeptFoundIdx PIC 99 VALUE ZERO.
        01 AccrTable.
            02 AccrEntry OCCURS 500 TIMES.
                03 TabAccrImage PIC X(60).
        01 AccrCount PIC 9(3) VALUE ZERO.
            88 AccrTableFull VALUE 501 THRU 999.
        01 AccrIdx PIC 9(3) VALUE ZERO.
        01 KeepCount PIC 9(3) VALUE ZERO.
        *> Estimate for one employee
        01 DailyWage PIC 9(5)V9999 VALUE ZERO.
        01 BasisNote PIC X(10).
        01 EmpWages PIC 9(6)V99 VALUE ZERO.
        01 EmpErTax PIC 9(5)V99 VALUE ZERO.
        01 ErTaxRate PIC V9999 VALUE ZERO.
        *> Employer FICA and FUTA - used when the last run gives no
        *> ratio of its own
        01 DefaultErRate PIC V9999 VALUE .0825.
        01 CoHistGross PIC 9(8)V99 VALUE ZERO.
        01 CoHistErTax PIC 9(7)V99 VALUE ZERO.
        01 CoErTaxRate PIC V9999 VALUE ZERO.
        01 TotWages PIC 9(8)V99 VALUE ZERO.
        01 TotErTax PIC 9(7)V99 VALUE ZERO.
        01 AccruedCount PIC 9(3) VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 PageHeading.
            02 FILLER PIC X(38) VALUE
                "MONTH-END PAYROLL ACCRUAL FOR".
            02 PrnMonthEnd PIC X(8).
            02 FILLER PIC X(12) VALUE "   PRINTED ".
            02 PrnRunDate PIC X(8).
        01 BasisHeading.
            02 FILLER PIC X(22) VALUE "LAST CHECK DATE  ".
            02 PrnLastCheck PIC X(8).
            02 FILLER PIC X(22) VALUE "   WORKDAYS UNPAID ".
            02 PrnUnpaidDays PIC Z9.
            02 FILLER PIC X(15) VALUE "  OF PERIOD ".
            02 PrnPeriodDays PIC Z9.
        01 ColumnHeads PIC X(100) VALUE
            "EmpID  Name                  Dept  Basis         Per Day     Wages    Er Taxes".
        01 DetailLine.
            02 PrnEmpID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnEmpName PIC X(20).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnDept PIC X(3).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnBasis PIC X(10).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnDaily PIC $$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnWages PIC $$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnErTax PIC $$,$$9.99.
        01 DeptHeading PIC X(100) VALUE
            "DEPARTMENT TOTALS".
        01 DeptLine.
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnDeptCode PIC X(3).
            02 FILLER PIC X(42) VALUE SPACE.
            02 PrnDeptWages PIC $$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnDeptErTax PIC $$$,$$9.99.
        01 TotalLine.
            02 FILLER PIC X(49) VALUE "TOTAL ACCRUAL".
            02 PrnTotWages PIC $$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotErTax PIC $$$,$$9.99.
        01 EmployeeFileStatus PIC XX.
            88 EmployeeFileOpenOK VALUE "00".
        01 HoursFileStatus PIC XX.
            88 HoursFileOpenOK VALUE "00".
        01 StubHistFileStatus PIC XX.
            88 StubHistFileOpenOK VALUE "00".
        01 PayCycleFileStatus PIC XX.
            88 PayCycleFileOpenOK VALUE "00".
        01 PayAccrFileStatus PIC XX.
            88 PayAccrFileOpenOK VALUE "00".
        01 AccrualReportStatus PIC XX.
            88 AccrualReportOpenOK VALUE "00".
        COPY RETCODE.

PROCEDURE DIVISION.
    StartAccrual.
        *> Month-end accrual of wages earned but not yet paid, so the
        *> month carries its labor cost when the month ends mid pay
        *> period. The days unpaid are the workdays from the last check
        *> date on PayStubHist.dat through the month end, never more
        *> than a pay period holds. Each active employee earns a daily
        *> wage off the hours keyed on PayHours.dat for the period in
        *> progress, else the gross of their last check, else their
        *> rate for an eight-hour day; salaried staff a 260th of the
        *> salary. Employer taxes ride at the ratio the employee's
        *> last check carried. The estimate goes to PayAccr.dat by
        *> department for glpost to post and, once the next pay run
        *> posts, to reverse.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        DISPLAY "Month-end date to accrue to (YYYYMMDD) : "
            WITH NO ADVANCING.
        ACCEPT MonthEnd.
        IF MonthEnd IS NOT NUMERIC
            OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(MonthEnd))
                NOT = ZERO
            DISPLAY "Month end " MonthEnd " is not a valid date"
            STOP RUN
        END-IF.
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(MonthEnd))
            TO MonthEndInt.
        CALL "PERCHK" USING MonthEnd, LRetCode.
        IF NOT RetCodeSuccess
            DISPLAY "Accounting period " MonthEnd(1:6)
                " is closed - accrual refused"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM LoadAccruals.
        PERFORM CheckOutstanding.
        PERFORM LoadPayCycle.
        PERFORM LoadEmployeeTable.
        PERFORM LoadKeyedHours.
        PERFORM LoadStubHistory.
        IF LastCheckDate = SPACES
            DISPLAY "No pay run on PayStubHist.dat - nothing to "
                "measure the unpaid days from, accrual not made"
            STOP RUN
        END-IF.
        IF LastCheckDate NOT < MonthEnd
            DISPLAY "Last check date " LastCheckDate " is on or after "
                MonthEnd " - no unpaid wages to accrue"
            STOP RUN
        END-IF.
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LastCheckDate))
            TO LastCheckInt.
        MOVE ZERO TO UnpaidDays.
        COMPUTE FirstUnpaidInt = LastCheckInt + 1.
        PERFORM CountOneDay VARYING DayInt FROM FirstUnpaidInt BY 1
            UNTIL DayInt > MonthEndInt.
        IF UnpaidDays > PeriodDays
            MOVE PeriodDays TO UnpaidDays
        END-IF.
        IF UnpaidDays = ZERO
            DISPLAY "No workdays between " LastCheckDate " and "
                MonthEnd " - no unpaid wages to accrue"
            STOP RUN
        END-IF.
        IF CoHistGross > ZERO
            COMPUTE CoErTaxRate ROUNDED = CoHistErTax / CoHistGross
        ELSE
            MOVE DefaultErRate TO CoErTaxRate
        END-IF.

        OPEN OUTPUT AccrualReport.
        IF NOT AccrualReportOpenOK
            DISPLAY "Unable to open PayAccr.rpt - status "
                AccrualReportStatus
            STOP RUN
        END-IF.
        MOVE MonthEnd TO PrnMonthEnd.
        MOVE RunDate TO PrnRunDate.
        WRITE PrintLine FROM PageHeading.
        MOVE LastCheckDate TO PrnLastCheck.
        MOVE UnpaidDays TO PrnUnpaidDays.
        MOVE PeriodDays TO PrnPeriodDays.
        WRITE PrintLine FROM BasisHeading AFTER ADVANCING 1 LINE.
        WRITE PrintLine FROM ColumnHeads AFTER ADVANCING 2 LINES.
        PERFORM AccrueOneEmployee VARYING EmpIdx FROM 1 BY 1
            UNTIL EmpIdx > EmpCount.
        WRITE PrintLine FROM DeptHeading AFTER ADVANCING 2 LINES.
        PERFORM WriteOneDeptLine VARYING DeptIdx FROM 1 BY 1
            UNTIL DeptIdx > DeptCount.
        MOVE TotWages TO PrnTotWages.
        MOVE TotErTax TO PrnTotErTax.
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES.
        CLOSE AccrualReport.
        IF TotWages = ZERO
            DISPLAY "Nothing to accrue - PayAccr.dat left as it was"
            STOP RUN
        END-IF.
        PERFORM SaveAccruals.
        DISPLAY AccruedCount " employees accrued for " UnpaidDays
            " workdays - see PayAccr.rpt; glpost posts it".
        STOP RUN.

    CheckOutstanding.
        *> One accrual stands at a time. An estimate not yet posted
        *> for the same month end is replaced by this run; anything
        *> else still waiting on its reversal blocks a new one.
        MOVE ZERO TO KeepCount
        PERFORM CheckOneAccrual VARYING AccrIdx FROM 1 BY 1
            UNTIL AccrIdx > AccrCount
        MOVE KeepCount TO AccrCount.

    CheckOneAccrual.
        MOVE TabAccrImage(AccrIdx) TO PayAccrRecord
        IF AccrualEstimated AND PaMonthEnd = MonthEnd
            EXIT PARAGRAPH
        END-IF
        IF PaMonthEnd = MonthEnd
            DISPLAY "Accrual for " MonthEnd " is posted already "
                "- accrual refused"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF AccrualEstimated OR AccrualPosted
            DISPLAY "Accrual for " PaMonthEnd " is still outstanding - "
                "it reverses when the next pay run posts; accrual "
                "refused"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO KeepCount
        MOVE TabAccrImage(AccrIdx) TO TabAccrImage(KeepCount).

    CountOneDay.
        COMPUTE DayOfWeek = FUNCTION MOD(DayInt, 7)
        IF NOT DayIsWeekend
            ADD 1 TO UnpaidDays
        END-IF.

    AccrueOneEmployee.
        IF TabEmpStatus(EmpIdx) = "T"
            EXIT PARAGRAPH
        END-IF
        EVALUATE TRUE
            WHEN TabPayType(EmpIdx) = "S"
                COMPUTE DailyWage ROUNDED =
                    TabAnnualSalary(EmpIdx) / 260
                MOVE "SALARY" TO BasisNote
            WHEN TabKeyedHours(EmpIdx) > ZERO
                COMPUTE DailyWage ROUNDED = TabKeyedHours(EmpIdx)
                    * TabEmpRate(EmpIdx) / PeriodDays
                MOVE "KEYED HRS" TO BasisNote
            WHEN TabHistGross(EmpIdx) > ZERO
                COMPUTE DailyWage ROUNDED =
                    TabHistGross(EmpIdx) / PeriodDays
                MOVE "LAST CHECK" TO BasisNote
            WHEN OTHER
                COMPUTE DailyWage ROUNDED = TabEmpRate(EmpIdx) * 8
                MOVE "RATE X 8" TO BasisNote
        END-EVALUATE
        COMPUTE EmpWages ROUNDED = DailyWage * UnpaidDays
            ON SIZE ERROR
                DISPLAY "Accrual for " TabEmpID(EmpIdx)
                    " too large - left out"
                EXIT PARAGRAPH
        END-COMPUTE
        IF EmpWages = ZERO
            EXIT PARAGRAPH
        END-IF
        IF TabHistGross(EmpIdx) > ZERO
            COMPUTE ErTaxRate ROUNDED =
                TabHistErTax(EmpIdx) / TabHistGross(EmpIdx)
        ELSE
            MOVE CoErTaxRate TO ErTaxRate
        END-IF
        COMPUTE EmpErTax ROUNDED = EmpWages * ErTaxRate
        MOVE SPACES TO DetailLine
        MOVE TabEmpID(EmpIdx) TO PrnEmpID
        MOVE TabEmpName(EmpIdx) TO PrnEmpName
        MOVE TabDept(EmpIdx) TO PrnDept
        MOVE BasisNote TO PrnBasis
        MOVE DailyWage TO PrnDaily
        MOVE EmpWages TO PrnWages
        MOVE EmpErTax TO PrnErTax
        WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
        PERFORM FindDeptEntry
        ADD EmpWages TO TabDeptWages(DeptFoundIdx)
        ADD EmpErTax TO TabDeptErTax(DeptFoundIdx)
        ADD EmpWages TO TotWages
        ADD EmpErTax TO TotErTax
        ADD 1 TO AccruedCount.

    FindDeptEntry.
        MOVE ZERO TO DeptFoundIdx
        PERFORM VARYING DeptIdx FROM 1 BY 1
            UNTIL DeptIdx > DeptCount OR DeptFoundIdx > ZERO
            IF TabDeptCode(DeptIdx) = TabDept(EmpIdx)
                MOVE DeptIdx TO DeptFoundIdx
            END-IF
        END-PERFORM
        IF DeptFoundIdx = ZERO
            ADD 1 TO DeptCount
            IF DeptTableFull
                DISPLAY "Department table full at " TabDept(EmpIdx)
                    " - run abandoned"
                CLOSE AccrualReport
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE DeptCount TO DeptFoundIdx
            MOVE TabDept(EmpIdx) TO TabDeptCode(DeptCount)
            MOVE ZERO TO TabDeptWages(DeptCount)
            MOVE ZERO TO TabDeptErTax(DeptCount)
        END-IF.

    WriteOneDeptLine.
        MOVE TabDeptCode(DeptIdx) TO PrnDeptCode
        MOVE TabDeptWages(DeptIdx) TO PrnDeptWages
        MOVE TabDeptErTax(DeptIdx) TO PrnDeptErTax
        WRITE PrintLine FROM DeptLine AFTER ADVANCING 1 LINE
        ADD 1 TO AccrCount
        IF AccrTableFull
            DISPLAY "Accrual table full - raise the table size - "
                "run abandoned, nothing saved"
            CLOSE AccrualReport
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO PayAccrRecord
        MOVE MonthEnd TO PaMonthEnd
        MOVE TabDeptCode(DeptIdx) TO PaDept
        MOVE TabDeptWages(DeptIdx) TO PaWages
        MOVE TabDeptErTax(DeptIdx) TO PaErTax
        SET AccrualEstimated TO TRUE
        MOVE RunDate TO PaRunDate
        MOVE PayAccrRecord TO TabAccrImage(AccrCount).

    LoadPayCycle.
        *> No PayCycle.dat means the usual biweekly run
        OPEN INPUT PayCycleFile
        IF PayCycleFileOpenOK
            READ PayCycleFile
                AT END CONTINUE
                NOT AT END MOVE PcPayFreq TO RunPayFreq
            END-READ
        END-IF
        CLOSE PayCycleFile
        EVALUATE RunPayFreq
            WHEN "W" MOVE 5 TO PeriodDays
            WHEN "B" MOVE 10 TO PeriodDays
            WHEN "S" MOVE 11 TO PeriodDays
            WHEN "M" MOVE 22 TO PeriodDays
            WHEN OTHER
                DISPLAY "PayCycle.dat frequency " RunPayFreq
                    " is not W, B, S, or M - run abandoned"
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-EVALUATE.

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
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE EmpID TO TabEmpID(EmpCount)
        MOVE EmpName TO TabEmpName(EmpCount)
        MOVE EmpStatus TO TabEmpStatus(EmpCount)
        MOVE EmpPayType TO TabPayType(EmpCount)
        MOVE EmpHourlyRate TO TabEmpRate(EmpCount)
        IF EmpAnnualSalary IS NUMERIC
            MOVE EmpAnnualSalary TO TabAnnualSalary(EmpCount)
        ELSE
            MOVE ZERO TO TabAnnualSalary(EmpCount)
        END-IF
        IF EmpHomeDept = SPACES
            MOVE "???" TO TabDept(EmpCount)
        ELSE
            MOVE EmpHomeDept TO TabDept(EmpCount)
        END-IF
        MOVE ZERO TO TabKeyedHours(EmpCount)
        MOVE SPACES TO TabHistDate(EmpCount)
        MOVE ZERO TO TabHistGross(EmpCount)
        MOVE ZERO TO TabHistErTax(EmpCount)
        READ EmployeeFile
            AT END SET NoMoreEmployees TO TRUE
        END-READ.

    LoadKeyedHours.
        *> Hours already keyed or imported for the period in progress
        OPEN INPUT HoursFile
        IF HoursFileOpenOK
            READ HoursFile
                AT END SET NoMoreHours TO TRUE
            END-READ
            PERFORM AddOneHoursRecord UNTIL NoMoreHours
        END-IF
        CLOSE HoursFile.

    AddOneHoursRecord.
        MOVE PhEmpID TO SearchEmpID
        PERFORM FindEmployee
        IF EmpFoundIdx > ZERO
            ADD PhHours TO TabKeyedHours(EmpFoundIdx)
        END-IF
        READ HoursFile
            AT END SET NoMoreHours TO TRUE
        END-READ.

    LoadStubHistory.
        *> Each employee's latest check date and what the checks of
        *> that date paid - gross less any retro pay, and the
        *> employer's taxes on it
        OPEN INPUT StubHistFile
        IF StubHistFileOpenOK
            READ StubHistFile
                AT END SET NoMoreStubs TO TRUE
            END-READ
            PERFORM AddOneStub UNTIL NoMoreStubs
        END-IF
        CLOSE StubHistFile
        PERFORM AddCompanyRatio VARYING EmpIdx FROM 1 BY 1
            UNTIL EmpIdx > EmpCount.

    AddOneStub.
        IF StubCheckDate > LastCheckDate OR LastCheckDate = SPACES
            MOVE StubCheckDate TO LastCheckDate
        END-IF
        MOVE StubEmpID TO SearchEmpID
        PERFORM FindEmployee
        IF EmpFoundIdx > ZERO
            IF StubCheckDate > TabHistDate(EmpFoundIdx)
                OR TabHistDate(EmpFoundIdx) = SPACES
                MOVE StubCheckDate TO TabHistDate(EmpFoundIdx)
                MOVE ZERO TO TabHistGross(EmpFoundIdx)
                MOVE ZERO TO TabHistErTax(EmpFoundIdx)
            END-IF
            IF StubCheckDate = TabHistDate(EmpFoundIdx)
                PERFORM AddStubAmounts
            END-IF
        END-IF
        READ StubHistFile
            AT END SET NoMoreStubs TO TRUE
        END-READ.

    AddStubAmounts.
        *> Stubs from before the employer tax fields read back as
        *> spaces and add no taxes
        COMPUTE TabHistGross(EmpFoundIdx) = TabHistGross(EmpFoundIdx)
            + FUNCTION NUMVAL(StubGross)
        IF StubRetroPay NOT = SPACES
            COMPUTE TabHistGross(EmpFoundIdx) =
                TabHistGross(EmpFoundIdx) - FUNCTION NUMVAL(StubRetroPay)
        END-IF
        IF StubErFica NOT = SPACES
            COMPUTE TabHistErTax(EmpFoundIdx) =
                TabHistErTax(EmpFoundIdx) + FUNCTION NUMVAL(StubErFica)
            COMPUTE TabHistErTax(EmpFoundIdx) =
                TabHistErTax(EmpFoundIdx) + FUNCTION NUMVAL(StubFuta)
            COMPUTE TabHistErTax(EmpFoundIdx) =
                TabHistErTax(EmpFoundIdx) + FUNCTION NUMVAL(StubSuta)
        END-IF.

    AddCompanyRatio.
        *> The company-wide ratio off the last run covers employees
        *> with no check of their own yet
        IF TabHistDate(EmpIdx) = LastCheckDate
            ADD TabHistGross(EmpIdx) TO CoHistGross
            ADD TabHistErTax(EmpIdx) TO CoHistErTax
        END-IF.

    FindEmployee.
        MOVE ZERO TO EmpFoundIdx
        PERFORM VARYING EmpIdx FROM 1 BY 1
            UNTIL EmpIdx > EmpCount OR EmpFoundIdx > ZERO
            IF TabEmpID(EmpIdx) = SearchEmpID
                MOVE EmpIdx TO EmpFoundIdx
            END-IF
        END-PERFORM.

    LoadAccruals.
        OPEN INPUT PayAccrFile
        IF PayAccrFileOpenOK
            READ PayAccrFile
                AT END SET NoMoreAccruals TO TRUE
            END-READ
            PERFORM LoadOneAccrual UNTIL NoMoreAccruals
        END-IF
        CLOSE PayAccrFile.

    LoadOneAccrual.
        ADD 1 TO AccrCount
        IF AccrTableFull
            DISPLAY "Accrual table full at 500 rows - run abandoned"
            CLOSE PayAccrFile
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE PayAccrRecord TO TabAccrImage(AccrCount)
        READ PayAccrFile
            AT END SET NoMoreAccruals TO TRUE
        END-READ.

    SaveAccruals.
        OPEN OUTPUT PayAccrFile
        IF PayAccrFileStatus NOT = "00" AND PayAccrFileStatus NOT = "05"
            DISPLAY "Unable to save PayAccr.dat - status "
                PayAccrFileStatus
            STOP RUN
        END-IF
        PERFORM SaveOneAccrual VARYING AccrIdx FROM 1 BY 1
            UNTIL AccrIdx > AccrCount
        CLOSE PayAccrFile.

    SaveOneAccrual.
        MOVE TabAccrImage(AccrIdx) TO PayAccrRecord
        WRITE PayAccrRecord.
