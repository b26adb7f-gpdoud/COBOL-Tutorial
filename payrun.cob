        SELECT StubFile ASSIGN TO "PayStubs.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StubFileStatus.
        SELECT OPTIONAL StubHistFile ASSIGN TO "PayStubHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StubHistFileStatus.
        SELECT OPTIONAL RetroFile ASSIGN TO "RetroPay.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RetroFileStatus.
        SELECT OPTIONAL TimeOffFile ASSIGN TO "TimeOff.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TimeOffFileStatus.
        SELECT OPTIONAL BracketFile ASSIGN TO "TaxBracket.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BracketFileStatus.
        SELECT OPTIONAL StateBracketFile ASSIGN TO "StateBracket.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StateBracketFileStatus.
        SELECT OPTIONAL PayTaxParmFile ASSIGN TO "PayTaxParm.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayTaxParmFileStatus.
        SELECT OPTIONAL PayCycleFile ASSIGN TO "PayCycle.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayCycleFileStatus.
        SELECT OPTIONAL TimeCtlFile ASSIGN TO "TimeCtl.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TimeCtlFileStatus.
        SELECT OPTIONAL PostWorkFile ASSIGN TO "PayPost.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PostWorkFileStatus.
        SELECT OPTIONAL StubDedFile ASSIGN TO "PayStubDed.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StubDedFileStatus.
        SELECT OPTIONAL StubDedHistFile ASSIGN TO "PayStubDedHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StubDedHistFileStatus.

DATA DIVISION.
    FILE SECTION.
            02 PhDept PIC X(3).

        FD RegisterReport.
        01 PrintLine PIC X(140).

        FD BracketFile.
        01 BracketRecord.
            02 FILLER PIC X.
            02 BfRate PIC V999.

        FD StateBracketFile.
        01 StateBracketRecord.
            *> TaxBracket.dat rows with the state code in front - each
            *> state's rows in ascending UpTo order, zero UpTo on top
            02 SbState PIC X(2).
            02 FILLER PIC X.
            02 SbUpTo PIC 9(6)V99.
            02 FILLER PIC X.
            02 SbRate PIC V999.

        FD PayTaxParmFile.
        *> Statutory payroll tax rates and wage bases - one F row for
        *> the federal Social Security, Medicare, and FUTA terms, and
        *> an S row per state for that state's unemployment (SUTA)
        *> rate and wage base. Rates are four-place fractions.
        01 PayTaxParmRecord.
            02 PtType PIC X.
                88 ParmIsFederal VALUE "F".
                88 ParmIsState VALUE "S".
            02 FILLER PIC X(36).
        01 PtFederalRecord REDEFINES PayTaxParmRecord.
            02 FILLER PIC X(2).
            02 PtSsRate PIC V9999.
            02 FILLER PIC X.
            02 PtSsBase PIC 9(7)V99.
            02 FILLER PIC X.
            02 PtMedRate PIC V9999.
            02 FILLER PIC X.
            02 PtFutaRate PIC V9999.
            02 FILLER PIC X.
            02 PtFutaBase PIC 9(7)V99.
        01 PtStateRecord REDEFINES PayTaxParmRecord.
            02 FILLER PIC X(2).
            02 PtState PIC X(2).
            02 FILLER PIC X.
            02 PtSutaRate PIC V9999.
            02 FILLER PIC X.
            02 PtSutaBase PIC 9(7)V99.
            02 FILLER PIC X(18).

        FD PayCycleFile.
        *> The pay frequency this run is for - salaried staff on that
        *> frequency are paid their period salary; the rest wait for
        *> their own cycle
        01 PayCycleRecord.
            02 PcPayFreq PIC X.

        FD TimeCtlFile.
        *> Written by the time clock import - exceptions still open
        *> mean PayHours.dat is not fit to pay from
        01 TimeCtlRecord.
        COPY TIMECTL.

        FD PostWorkFile.
        01 PostWorkRecord PIC X(250).

        FD PostCkptFile.
        01 PostCkptRecord.
            02 QaGross PIC 9(6)V99.
            02 FILLER PIC X VALUE SPACE.
            02 QaFedTax PIC 9(6)V99.
            *> State withholding and the state it was withheld for -
            *> rows from before the fields were added read back as
            *> spaces and count as zero
            02 FILLER PIC X VALUE SPACE.
            02 QaStateTax PIC 9(6)V99.
            02 FILLER PIC X VALUE SPACE.
            02 QaWorkState PIC X(2).
            *> Employee Social Security and Medicare, and the employer
            *> unemployment taxes, each beside the wages it was taken
            *> on after the wage bases - the 941 and 940 figures. The
            *> employer FICA match equals the employee amounts. Rows
            *> from before the fields were added read back as spaces.
            02 FILLER PIC X VALUE SPACE.
            02 QaSsWages PIC 9(6)V99.
            02 FILLER PIC X VALUE SPACE.
            02 QaSocSec PIC 9(5)V99.
            02 FILLER PIC X VALUE SPACE.
            02 QaMedicare PIC 9(5)V99.
            02 FILLER PIC X VALUE SPACE.
            02 QaFutaWages PIC 9(6)V99.
            02 FILLER PIC X VALUE SPACE.
            02 QaFuta PIC 9(5)V99.
            02 FILLER PIC X VALUE SPACE.
            02 QaSutaWages PIC 9(6)V99.
            02 FILLER PIC X VALUE SPACE.
            02 QaSuta PIC 9(5)V99.

        FD PayCheckFile.
        01 PayCheckData.
            02 FILLER PIC X VALUE SPACE.
            02 SdAmount PIC 9(5).99.

        FD StubDedHistFile.
        *> Every deduction line ever taken, keyed to its stub on
        *> PayStubHist.dat by check date, run time, and stub sequence
        01 StubDedHistRecord.
            02 SdhCheckDate PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 SdhRunTime PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 SdhSeq PIC 9(4).
            02 FILLER PIC X VALUE SPACE.
            02 SdhEmpID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 SdhCode PIC X(3).
            02 FILLER PIC X VALUE SPACE.
            02 SdhAmount PIC 9(5).99.

        FD StubFile.
        01 StubRecord.
            02 StubEmpID PIC 9(5).
            02 StubVacBal PIC 9(4).99.
            02 FILLER PIC X VALUE SPACE.
            02 StubSickBal PIC 9(4).99.
            02 FILLER PIC X VALUE SPACE.
            02 StubStateTax PIC 9(4).99.
            02 FILLER PIC X VALUE SPACE.
            02 StubWorkState PIC X(2).
            *> Employee Social Security and Medicare withheld, then
            *> the employer's matching FICA and unemployment taxes
            *> for the GL posting
            02 FILLER PIC X VALUE SPACE.
            02 StubSocSec PIC 9(4).99.
            02 FILLER PIC X VALUE SPACE.
            02 StubMedicare PIC 9(4).99.
            02 FILLER PIC X VALUE SPACE.
            02 StubErFica PIC 9(4).99.
            02 FILLER PIC X VALUE SPACE.
            02 StubFuta PIC 9(4).99.
            02 FILLER PIC X VALUE SPACE.
            02 StubSuta PIC 9(4).99.
            *> Check date, what the pay was for (R/V/S off the hours
            *> record, P a salaried period), the hourly rate it was
            *> priced at, and any retro pay included in the gross -
            *> carried onto PayStubHist.dat for the retro re-pricing
            02 FILLER PIC X VALUE SPACE.
            02 StubCheckDate PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 StubPayType PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 StubRate PIC 9(3).99.
            02 FILLER PIC X VALUE SPACE.
            02 StubRetroPay PIC 9(4).99.
            *> The run's start time, the stub's place in the run, and
            *> the check number (zero when the net went by deposit) -
            *> with the check date these tie a stub on PayStubHist.dat
            *> to its deduction lines and its check for earninq
            02 FILLER PIC X VALUE SPACE.
            02 StubRunTime PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 StubSeq PIC 9(4).
            02 FILLER PIC X VALUE SPACE.
            02 StubCheckNum PIC 9(6).

        FD StubHistFile.
        *> Every stub ever written, in check date order - the stub
        *> file itself only holds the run glpost has yet to post
        01 StubHistRecord PIC X(200).

        FD RetroFile.
        01 RetroRecord.
            COPY RETROREC.

        FD TimeOffFile.
        01 TimeOffRecord.
            COPY TIMEOFF.
    WORKING-STORAGE SECTION.
        01 EmployeeEOF PIC X VALUE 'N'.
            88 NoMoreEmployees VALUE 'Y'.
                03 TabBankAcct PIC X(17).
                03 TabPayMethod PIC X.
                03 TabHomeDept PIC X(3).
                03 TabEmpSSN PIC X(9).
                03 TabEmpAddress PIC X(47).
                03 TabWorkState PIC X(2).
                03 TabYtdStateTax PIC 9(6)V99.
                03 TabYtdSocSec PIC 9(6)V99.
                03 TabYtdMedicare PIC 9(6)V99.
                03 TabYtdSsWages PIC 9(7)V99.
                03 TabPayType PIC X.
                03 TabAnnualSalary PIC 9(7)V99.
                03 TabPayFreq PIC X.
        01 EmpCount PIC 99 VALUE ZERO.
            88 EmpTableFull VALUE 51 THRU 99.
        01 EmpIdx PIC 99 VALUE ZERO.
        01 HoursWorked PIC 9(3)V99.
        01 HourlyRate PIC 9(3)V99.
        01 ShiftDiffPct PIC V99 VALUE ZERO.
        01 PeriodSalary PIC 9(5)V99 VALUE ZERO.
        *> Retro pay queued by retropay - paid on the employee's first
        *> check of the run as its own earnings line
        01 RetroPay PIC 9(4)V99 VALUE ZERO.
        01 RetroTable.
            02 RetroEntry OCCURS 200 TIMES.
                03 TabRtImage PIC X(70).
                03 TabRtEmpID PIC 9(5).
                03 TabRtStatus PIC X.
                03 TabRtAmount PIC 9(4)V99.
                03 TabRtPaidNow PIC X.
        01 RetroCount PIC 9(3) VALUE ZERO.
            88 RetroTableFull VALUE 201 THRU 999.
        01 RetroIdx PIC 9(3) VALUE ZERO.
        01 RetroFoundIdx PIC 9(3) VALUE ZERO.
        01 RetroEOF PIC X VALUE 'N'.
            88 NoMoreRetro VALUE 'Y'.
        01 RetroPaidCount PIC 9(5) VALUE ZERO.
        01 RetroFileStatus PIC XX.
            88 RetroFileOpenOK VALUE "00".
        *> Approved time off from timeoff - days dated on or before
        *> the check date are paid as V/S hours, one record per
        *> employee and type, and go back marked taken
        01 ToTable.
            02 ToEntry OCCURS 2000 TIMES.
                03 TabToImage PIC X(57).
                03 TabToPass PIC X.
        01 ToCount PIC 9(4) VALUE ZERO.
            88 ToTableFull VALUE 2001 THRU 9999.
        01 ToIdx PIC 9(4) VALUE ZERO.
        01 ToIdx2 PIC 9(4) VALUE ZERO.
        01 ToEOF PIC X VALUE 'N'.
            88 NoMoreTimeOff VALUE 'Y'.
        01 ToPayEmpID PIC 9(5) VALUE ZERO.
        01 ToPayType PIC X.
        01 ToPayHours PIC 9(3)V99 VALUE ZERO.
        01 ToPaidSw PIC X VALUE 'N'.
            88 TimeOffWasPaid VALUE 'Y'.
        01 ToTakenCount PIC 9(5) VALUE ZERO.
        01 TimeOffFileStatus PIC XX.
            88 TimeOffFileOpenOK VALUE "00".
        01 StubHistFileStatus PIC XX.
            88 StubHistFileOpenOK VALUE "00".
        *> Salaried pay - the run's frequency, the periods in a year
        *> and the standard hours a period stands for on the register
        01 RunPayFreq PIC X VALUE "B".
        01 PayPeriods PIC 99 VALUE ZERO.
        01 StdHours PIC 9(3)V99 VALUE ZERO.
        01 SalIdx PIC 99 VALUE ZERO.
        01 SalariedPaid PIC 9(5) VALUE ZERO.
        01 PayCycleFileStatus PIC XX.
            88 PayCycleFileOpenOK VALUE "00".
        01 TimeCtlFileStatus PIC XX.
            88 TimeCtlFileOpenOK VALUE "00".
        01 RegularPay PIC 9(4)V99.
        01 OvertimePay PIC 9(4)V99.
        01 FederalTaxRate PIC V999.
            02 BracketEntry OCCURS 10 TIMES.
                03 BrUpTo PIC 9(6)V99.
                03 BrRate PIC V999.
        *> Every state's brackets off StateBracket.dat; the rows for
        *> the employee's work state are copied into StateBrackets
        *> before each PAYROLL call
        01 AllStateTable.
            02 AllStateEntry OCCURS 60 TIMES.
                03 TabSbState PIC X(2).
                03 TabSbUpTo PIC 9(6)V99.
                03 TabSbRate PIC V999.
        01 AllStateCount PIC 99 VALUE ZERO.
            88 AllStateTableFull VALUE 61 THRU 99.
        01 SbIdx PIC 99 VALUE ZERO.
        01 StateBrackets.
            02 StBracketCount PIC 99 VALUE ZERO.
                88 StBracketTableFull VALUE 11 THRU 99.
            02 StBracketEntry OCCURS 10 TIMES.
                03 StBrUpTo PIC 9(6)V99.
                03 StBrRate PIC V999.
        01 StateTaxAmount PIC 9(4)V99.
        01 StateBracketEOF PIC X VALUE 'N'.
            88 NoMoreStateBrackets VALUE 'Y'.
        01 StateBracketFileStatus PIC XX.
            88 StateBracketFileOpenOK VALUE "00".
        *> Statutory terms - these defaults stand until PayTaxParm.dat
        *> says otherwise
        01 SsRate PIC V9999 VALUE .0620.
        01 SsWageBase PIC 9(7)V99 VALUE 176100.00.
        01 MedRate PIC V9999 VALUE .0145.
        01 FutaRate PIC V9999 VALUE .0060.
        01 FutaWageBase PIC 9(7)V99 VALUE 7000.00.
        01 SutaTable.
            02 SutaEntry OCCURS 20 TIMES.
                03 TabSutaState PIC X(2).
                03 TabSutaRate PIC V9999.
                03 TabSutaBase PIC 9(7)V99.
        01 SutaCount PIC 99 VALUE ZERO.
            88 SutaTableFull VALUE 21 THRU 99.
        01 SutaIdx PIC 99 VALUE ZERO.
        01 SutaFoundIdx PIC 99 VALUE ZERO.
        01 PayTaxParmEOF PIC X VALUE 'N'.
            88 NoMoreTaxParms VALUE 'Y'.
        01 PayTaxParmFileStatus PIC XX.
            88 PayTaxParmFileOpenOK VALUE "00".
        01 PriorYtdGross PIC 9(7)V99 VALUE ZERO.
        01 TaxBase PIC 9(7)V99 VALUE ZERO.
        01 TaxableWages PIC 9(6)V99 VALUE ZERO.
        01 SsWages PIC 9(6)V99 VALUE ZERO.
        01 SocSecAmount PIC 9(5)V99 VALUE ZERO.
        01 MedicareAmount PIC 9(5)V99 VALUE ZERO.
        01 ErFicaAmount PIC 9(5)V99 VALUE ZERO.
        01 FutaWages PIC 9(6)V99 VALUE ZERO.
        01 FutaAmount PIC 9(5)V99 VALUE ZERO.
        01 SutaWages PIC 9(6)V99 VALUE ZERO.
        01 SutaAmount PIC 9(5)V99 VALUE ZERO.
        01 BracketEOF PIC X VALUE 'N'.
            88 NoMoreBrackets VALUE 'Y'.
        01 BracketFileStatus PIC XX.
            88 EmpDedFileOpenOK VALUE "00".
        01 StubDedFileStatus PIC XX.
            88 StubDedFileOpenOK VALUE "00".
        01 StubDedHistFileStatus PIC XX.
            88 StubDedHistFileOpenOK VALUE "00".
        01 RunTime PIC X(6).
        01 StubSeqNum PIC 9(4) VALUE ZERO.
        COPY RETCODE.
        01 WorkEOF PIC X VALUE 'N'.
            88 NoMoreWork VALUE 'Y'.
        01 RejectCount PIC 9(5) VALUE ZERO.
        01 TotGross PIC 9(7)V99 VALUE ZERO.
        01 TotFedTax PIC 9(7)V99 VALUE ZERO.
        01 TotStateTax PIC 9(7)V99 VALUE ZERO.
        01 TotSocSec PIC 9(7)V99 VALUE ZERO.
        01 TotMedicare PIC 9(7)V99 VALUE ZERO.
        01 TotInsurance PIC 9(7)V99 VALUE ZERO.
        01 TotNet PIC 9(7)V99 VALUE ZERO.
        01 RegisterHeads PIC X(140) VALUE
            "EmpID  Name                    Hours    Regular   Overtime      Gross    Fed Tax  State Tax    Soc Sec   Medicare  Insurance        Net".
        01 RegisterLine.
            02 PrnEmpID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnFedTax PIC $$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStateTax PIC $$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnSocSec PIC $$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnMedicare PIC $$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnInsurance PIC $$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnNet PIC $$,$$9.99.
        01 RetroNoteLine.
            02 FILLER PIC X(29) VALUE SPACE.
            02 FILLER PIC X(26) VALUE "RETRO PAY IN GROSS ABOVE ".
            02 PrnRetroPay PIC $$,$$9.99.
        01 TotalsLine.
            02 FILLER PIC X(14) VALUE "COMPANY TOTALS".
            02 FILLER PIC X(36) VALUE SPACE.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotFedTax PIC $$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotStateTax PIC $$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotSocSec PIC $$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotMedicare PIC $$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotInsurance PIC $$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotNet PIC $$$$,$$9.99.
        *> half-applying the run.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO CheckDate.
        MOVE WSCurrentDateTime(9:6) TO RunTime.
        CALL "PERCHK" USING CheckDate, LRetCode.
        IF NOT RetCodeSuccess
            DISPLAY "Accounting period " CheckDate(1:6)
            DISPLAY "Posting phase completed from restart"
            STOP RUN
        END-IF.
        PERFORM CheckTimeClock.
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(CheckDate))
            TO RunDateInt.
        PERFORM LoadEmployeeTable.
        PERFORM LoadBracketTable.
        PERFORM LoadStateBracketTable.
        PERFORM LoadPayTaxParms.
        PERFORM LoadPayCycle.
        PERFORM LoadAccrTable.
        PERFORM LoadRetroTable.
        PERFORM LoadTimeOffTable.

        OPEN INPUT HoursFile.
        IF NOT HoursFileOpenOK
                StubFileStatus
            STOP RUN
        END-IF.
        OPEN EXTEND StubHistFile.
        IF StubHistFileStatus NOT = "00" AND StubHistFileStatus NOT = "05"
            DISPLAY "Unable to open PayStubHist.dat - status "
                StubHistFileStatus
            STOP RUN
        END-IF.
        MOVE 'N' TO DedAvail.
        OPEN INPUT DedCodeFile.
        IF DedCodeFileOpenOK
                StubDedFileStatus
            STOP RUN
        END-IF.
        OPEN EXTEND StubDedHistFile.
        IF StubDedHistFileStatus NOT = "00"
            AND StubDedHistFileStatus NOT = "05"
            DISPLAY "Unable to open PayStubDedHist.dat - status "
                StubDedHistFileStatus
            STOP RUN
        END-IF.
        WRITE PrintLine FROM RegisterHeads.

        READ HoursFile
            AT END SET NoMoreHours TO TRUE
        END-READ.
        PERFORM PayOneEmployee UNTIL NoMoreHours.
        *> Approved time off falling in the period is paid without
        *> being keyed
        PERFORM PayTimeOff VARYING ToIdx FROM 1 BY 1
            UNTIL ToIdx > ToCount.
        *> Salaried staff need no hours record - everyone on this
        *> run's frequency is paid after the hourly records
        PERFORM PaySalariedEmployee VARYING SalIdx FROM 1 BY 1
            UNTIL SalIdx > EmpCount.

        MOVE TotGross TO PrnTotGross
        MOVE TotFedTax TO PrnTotFedTax
        MOVE TotStateTax TO PrnTotStateTax
        MOVE TotSocSec TO PrnTotSocSec
        MOVE TotMedicare TO PrnTotMedicare
        MOVE TotInsurance TO PrnTotInsurance
        MOVE TotNet TO PrnTotNet
        WRITE PrintLine FROM TotalsLine AFTER ADVANCING 2 LINES.
        END-IF.
        CLOSE HoursFile, RegisterReport, StubFile, StubDedFile,
            BankTransFile, DepositRegister, PayCheckFile, ChkRegister,
            QtrAccFile, StubHistFile, StubDedHistFile.
        PERFORM WriteLaborDistribution.
        CLOSE LaborDistFile, LaborDistReport.
        PERFORM SaveNextCheckNumber.
        IF RetroPaidCount > ZERO
            PERFORM SaveRetroTable
        END-IF.
        IF ToTakenCount > ZERO
            PERFORM SaveTimeOffTable
        END-IF.
        PERFORM WritePostWork.
        PERFORM PostPhase.
        DISPLAY "Pay run complete - " PaidCount " employees paid ("
            SalariedPaid " salaried), " RejectCount " rejected".
        IF RetroPaidCount > ZERO
            DISPLAY RetroPaidCount " retro pay adjustments paid"
        END-IF.
        IF ToTakenCount > ZERO
            DISPLAY ToTakenCount " approved time off days paid"
        END-IF.
        STOP RUN.

    PayOneEmployee.
        PERFORM ProcessHoursRecord
        READ HoursFile
            AT END SET NoMoreHours TO TRUE
        END-READ.

    ProcessHoursRecord.
        PERFORM FindEmployee
        IF EmpFoundIdx = ZERO
            DISPLAY "Hours for unknown employee " PhEmpID " - rejected"
            DISPLAY "Hours for terminated employee " PhEmpID
                " - rejected"
            ADD 1 TO RejectCount
        ELSE IF TabPayType(EmpFoundIdx) = "S"
            PERFORM NoteSalariedHours
        ELSE
            PERFORM AccrueLeaveOnce
            IF HoursAreVacation OR HoursAreSick
            END-IF
            MOVE PhHours TO HoursWorked
            MOVE TabEmpRate(EmpFoundIdx) TO HourlyRate
            MOVE ZERO TO PeriodSalary
            PERFORM ComputeAndPay
        END-IF
        END-IF
        END-IF.

    NoteSalariedHours.
        *> The salary is the pay - a V or S record for a salaried
        *> employee only draws the leave balance down, and regular
        *> hours are not paid on top
        PERFORM AccrueLeaveOnce
        IF HoursAreVacation OR HoursAreSick
            PERFORM DrawLeaveBalance
        ELSE
            DISPLAY "Regular hours for salaried employee " PhEmpID
                " - not paid, salary covers them"
        END-IF.

    PaySalariedEmployee.
        IF TabPayType(SalIdx) NOT = "S" OR TabEmpStatus(SalIdx) = "T"
            EXIT PARAGRAPH
        END-IF
        IF TabPayFreq(SalIdx) NOT = RunPayFreq
            EXIT PARAGRAPH
        END-IF
        MOVE SalIdx TO EmpFoundIdx
        MOVE SPACES TO HoursRecord
        MOVE TabEmpID(SalIdx) TO PhEmpID
        MOVE "R" TO PhPayType
        IF TabAnnualSalary(SalIdx) = ZERO
            DISPLAY "Salaried employee " PhEmpID
                " has no annual salary - not paid"
            ADD 1 TO RejectCount
            EXIT PARAGRAPH
        END-IF
        PERFORM AccrueLeaveOnce
        COMPUTE PeriodSalary ROUNDED =
            TabAnnualSalary(SalIdx) / PayPeriods
        MOVE StdHours TO HoursWorked, PhHours
        MOVE TabEmpRate(SalIdx) TO HourlyRate
        PERFORM ComputeAndPay
        IF RetCodeSuccess
            ADD 1 TO SalariedPaid
        END-IF.

    ComputeAndPay.
        *> Gross to net for one check, hourly or salaried, then
        *> everything the check touches
        MOVE TabEmpTaxRate(EmpFoundIdx) TO FederalTaxRate
        MOVE TabEmpInsurance(EmpFoundIdx) TO InsuranceDeduction
        PERFORM PickStateBrackets
        PERFORM FindPendingRetro
        CALL "PAYROLL" USING HoursWorked, HourlyRate, ShiftDiffPct,
            PeriodSalary, RetroPay, FederalTaxRate, InsuranceDeduction,
            TaxBrackets, StateBrackets, RegularPay, OvertimePay,
            PayCheck, FederalTaxAmount, StateTaxAmount, NetPay,
            LRetCode
        IF RetCodeSuccess
            PERFORM ComputePayrollTaxes
        END-IF
        IF NOT RetCodeSuccess
            IF RetCodeSizeError
                DISPLAY "Size error computing pay for " PhEmpID
                    " - rejected"
            ELSE
                DISPLAY "Net pay for " PhEmpID " will not cover "
                    "Social Security and Medicare - rejected"
            END-IF
            ADD 1 TO RejectCount
        ELSE
            IF RetroFoundIdx > ZERO
                MOVE 'Y' TO TabRtPaidNow(RetroFoundIdx)
                ADD 1 TO RetroPaidCount
            END-IF
            ADD 1 TO StubSeqNum
            PERFORM ApplyVoluntaryDeductions
            PERFORM WriteRegisterLine
            PERFORM WriteStubLine
            PERFORM RouteNetPay
            PERFORM WriteQtrAccRow
            PERFORM TallyDepartment
            ADD 1 TO PaidCount
            ADD PayCheck TO TotGross
            ADD FederalTaxAmount TO TotFedTax
            ADD StateTaxAmount TO TotStateTax
            ADD SocSecAmount TO TotSocSec
            ADD MedicareAmount TO TotMedicare
            ADD InsuranceDeduction TO TotInsurance
            ADD OtherDedTotal TO TotOtherDed
            ADD NetPay TO TotNet
            ADD PayCheck TO TabYtdGross(EmpFoundIdx)
            ADD FederalTaxAmount TO TabYtdFedTax(EmpFoundIdx)
            ADD StateTaxAmount TO TabYtdStateTax(EmpFoundIdx)
            ADD SocSecAmount TO TabYtdSocSec(EmpFoundIdx)
            ADD MedicareAmount TO TabYtdMedicare(EmpFoundIdx)
            ADD SsWages TO TabYtdSsWages(EmpFoundIdx)
            ADD InsuranceDeduction TO TabYtdInsurance(EmpFoundIdx)
            ADD NetPay TO TabYtdNet(EmpFoundIdx)
        END-IF.

    WriteRegisterLine.
        MOVE SPACES TO RegisterLine
        MOVE OvertimePay TO PrnOvertime
        MOVE PayCheck TO PrnGross
        MOVE FederalTaxAmount TO PrnFedTax
        MOVE StateTaxAmount TO PrnStateTax
        MOVE SocSecAmount TO PrnSocSec
        MOVE MedicareAmount TO PrnMedicare
        MOVE InsuranceDeduction TO PrnInsurance
        MOVE NetPay TO PrnNet
        WRITE PrintLine FROM RegisterLine AFTER ADVANCING 1 LINE
        IF RetroPay > ZERO
            MOVE RetroPay TO PrnRetroPay
            WRITE PrintLine FROM RetroNoteLine AFTER ADVANCING 1 LINE
        END-IF.

    WriteStubLine.
        MOVE SPACES TO StubRecord
        MOVE OtherDedTotal TO StubOtherDed
        MOVE TabVacBal(EmpFoundIdx) TO StubVacBal
        MOVE TabSickBal(EmpFoundIdx) TO StubSickBal
        MOVE StateTaxAmount TO StubStateTax
        MOVE TabWorkState(EmpFoundIdx) TO StubWorkState
        MOVE SocSecAmount TO StubSocSec
        MOVE MedicareAmount TO StubMedicare
        MOVE ErFicaAmount TO StubErFica
        MOVE FutaAmount TO StubFuta
        MOVE SutaAmount TO StubSuta
        MOVE CheckDate TO StubCheckDate
        IF PeriodSalary > ZERO
            MOVE "P" TO StubPayType
        ELSE IF HoursAreVacation OR HoursAreSick
            MOVE PhPayType TO StubPayType
        ELSE
            MOVE "R" TO StubPayType
        END-IF
        END-IF
        MOVE HourlyRate TO StubRate
        MOVE RetroPay TO StubRetroPay
        MOVE RunTime TO StubRunTime
        MOVE StubSeqNum TO StubSeq
        IF TabPayMethod(EmpFoundIdx) = "D"
            MOVE ZERO TO StubCheckNum
        ELSE
            MOVE NextChkNum TO StubCheckNum
        END-IF
        WRITE StubRecord
        WRITE StubHistRecord FROM StubRecord.

    AccrueLeaveOnce.
        *> Each employee earns their band's vacation and sick hours
        PERFORM LoadAccrEntry UNTIL NoMoreAccrRules
        CLOSE AccrRuleFile.

    LoadRetroTable.
        *> Pending retro pay from retropay; no file means none queued
        OPEN INPUT RetroFile
        IF RetroFileOpenOK
            READ RetroFile
                AT END SET NoMoreRetro TO TRUE
            END-READ
            PERFORM LoadRetroEntry UNTIL NoMoreRetro
        END-IF
        CLOSE RetroFile.

    LoadRetroEntry.
        ADD 1 TO RetroCount
        IF RetroTableFull
            DISPLAY "Retro pay table full at 200 rows - run abandoned"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE RetroRecord TO TabRtImage(RetroCount)
        MOVE RtEmpID TO TabRtEmpID(RetroCount)
        MOVE RtStatus TO TabRtStatus(RetroCount)
        MOVE RtAmount TO TabRtAmount(RetroCount)
        MOVE 'N' TO TabRtPaidNow(RetroCount)
        READ RetroFile
            AT END SET NoMoreRetro TO TRUE
        END-READ.

    FindPendingRetro.
        *> Hourly checks only - retropay never queues for a salaried
        *> employee, and a retro amount rides on one check per run
        MOVE ZERO TO RetroPay
        MOVE ZERO TO RetroFoundIdx
        IF PeriodSalary > ZERO
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING RetroIdx FROM 1 BY 1
            UNTIL RetroIdx > RetroCount OR RetroFoundIdx > ZERO
            IF TabRtEmpID(RetroIdx) = TabEmpID(EmpFoundIdx)
                AND TabRtStatus(RetroIdx) = "P"
                AND TabRtPaidNow(RetroIdx) NOT = 'Y'
                MOVE RetroIdx TO RetroFoundIdx
                MOVE TabRtAmount(RetroIdx) TO RetroPay
            END-IF
        END-PERFORM.

    SaveRetroTable.
        *> The rows paid on this run go back as D with the check date
        OPEN OUTPUT RetroFile
        IF RetroFileStatus NOT = "00" AND RetroFileStatus NOT = "05"
            DISPLAY "Unable to save RetroPay.dat - status "
                RetroFileStatus
            STOP RUN
        END-IF
        PERFORM SaveRetroEntry VARYING RetroIdx FROM 1 BY 1
            UNTIL RetroIdx > RetroCount
        CLOSE RetroFile.

    SaveRetroEntry.
        MOVE TabRtImage(RetroIdx) TO RetroRecord
        IF TabRtPaidNow(RetroIdx) = 'Y'
            SET RetroPaid TO TRUE
            MOVE CheckDate TO RtPaidDate
        END-IF
        WRITE RetroRecord.

    LoadTimeOffTable.
        *> No file means no time off has been requested
        OPEN INPUT TimeOffFile
        IF TimeOffFileOpenOK
            READ TimeOffFile
                AT END SET NoMoreTimeOff TO TRUE
            END-READ
            PERFORM LoadTimeOffEntry UNTIL NoMoreTimeOff
        END-IF
        CLOSE TimeOffFile.

    LoadTimeOffEntry.
        ADD 1 TO ToCount
        IF ToTableFull
            DISPLAY "Time off table full at 2000 days - run abandoned"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE TimeOffRecord TO TabToImage(ToCount)
        MOVE 'N' TO TabToPass(ToCount)
        READ TimeOffFile
            AT END SET NoMoreTimeOff TO TRUE
        END-READ.

    PayTimeOff.
        *> The first unpaid approved day for an employee and type
        *> gathers every other one due this run into a single V or S
        *> hours record, paid the same way as a keyed one
        MOVE TabToImage(ToIdx) TO TimeOffRecord
        IF NOT TimeOffApproved OR ToDate > CheckDate
            OR TabToPass(ToIdx) NOT = 'N'
            EXIT PARAGRAPH
        END-IF
        MOVE ToEmpID TO ToPayEmpID
        MOVE ToType TO ToPayType
        MOVE ZERO TO ToPayHours
        PERFORM GatherTimeOffDay VARYING ToIdx2 FROM ToIdx BY 1
            UNTIL ToIdx2 > ToCount
        MOVE SPACES TO HoursRecord
        MOVE ToPayEmpID TO PhEmpID
        MOVE ToPayHours TO PhHours
        MOVE ToPayType TO PhPayType
        PERFORM ProcessHoursRecord
        MOVE 'N' TO ToPaidSw
        IF EmpFoundIdx > ZERO
            IF TabEmpStatus(EmpFoundIdx) NOT = "T"
                IF TabPayType(EmpFoundIdx) = "S" OR RetCodeSuccess
                    SET TimeOffWasPaid TO TRUE
                END-IF
            END-IF
        END-IF
        PERFORM SettleTimeOffDay VARYING ToIdx2 FROM ToIdx BY 1
            UNTIL ToIdx2 > ToCount.

    GatherTimeOffDay.
        MOVE TabToImage(ToIdx2) TO TimeOffRecord
        IF TimeOffApproved AND ToDate NOT > CheckDate
            AND TabToPass(ToIdx2) = 'N'
            AND ToEmpID = ToPayEmpID AND ToType = ToPayType
            ADD ToHours TO ToPayHours
            MOVE 'G' TO TabToPass(ToIdx2)
        END-IF.

    SettleTimeOffDay.
        *> Days that could not be paid stay approved for the next run
        IF TabToPass(ToIdx2) NOT = 'G'
            EXIT PARAGRAPH
        END-IF
        IF TimeOffWasPaid
            MOVE TabToImage(ToIdx2) TO TimeOffRecord
            SET TimeOffTaken TO TRUE
            MOVE CheckDate TO ToPaidDate
            MOVE TimeOffRecord TO TabToImage(ToIdx2)
            MOVE 'T' TO TabToPass(ToIdx2)
            ADD 1 TO ToTakenCount
        ELSE
            MOVE 'X' TO TabToPass(ToIdx2)
        END-IF.

    SaveTimeOffTable.
        OPEN OUTPUT TimeOffFile
        IF TimeOffFileStatus NOT = "00" AND TimeOffFileStatus NOT = "05"
            DISPLAY "Unable to save TimeOff.dat - status "
                TimeOffFileStatus
            STOP RUN
        END-IF
        PERFORM SaveTimeOffEntry VARYING ToIdx FROM 1 BY 1
            UNTIL ToIdx > ToCount
        CLOSE TimeOffFile.

    SaveTimeOffEntry.
        MOVE TabToImage(ToIdx) TO TimeOffRecord
        WRITE TimeOffRecord.

    LoadAccrEntry.
        ADD 1 TO AccrCount
        IF AccrTableFull
        ELSE
            MOVE "???" TO WorkDept
        END-IF
        END-IF
        PERFORM FindDeptEntry
        IF DeptFoundIdx > ZERO
            ADD HoursWorked TO TabDeptHours(DeptFoundIdx)
            ADD PayCheck TO TabDeptGross(DeptFoundIdx)
            ADD OvertimePay TO TabDeptOvertime(DeptFoundIdx)
            *> Employer side is the matching FICA plus the FUTA and
            *> SUTA worked out for this check
            COMPUTE EmployerCost = ErFicaAmount + FutaAmount
                + SutaAmount
            ADD EmployerCost TO TabDeptEmployer(DeptFoundIdx)
        END-IF.

        MOVE CheckDate TO QaDate
        MOVE PayCheck TO QaGross
        MOVE FederalTaxAmount TO QaFedTax
        MOVE StateTaxAmount TO QaStateTax
        MOVE TabWorkState(EmpFoundIdx) TO QaWorkState
        MOVE SsWages TO QaSsWages
        MOVE SocSecAmount TO QaSocSec
        MOVE MedicareAmount TO QaMedicare
        MOVE FutaWages TO QaFutaWages
        MOVE FutaAmount TO QaFuta
        MOVE SutaWages TO QaSutaWages
        MOVE SutaAmount TO QaSuta
        WRITE QtrAccRecord.

    RouteNetPay.
        MOVE CheckDate TO CkDate
        MOVE PayCheck TO CkGross
        MOVE FederalTaxAmount TO CkFedTax
        MOVE StateTaxAmount TO CkStateTax
        MOVE SocSecAmount TO CkSocSec
        MOVE MedicareAmount TO CkMedicare
        MOVE SsWages TO CkSsWages
        MOVE InsuranceDeduction TO CkIns
        MOVE OtherDedTotal TO CkOtherDed
        MOVE NetPay TO CkNet
            MOVE DwCode(DedIdx) TO SdCode
            MOVE DedTake TO SdAmount
            WRITE StubDedRecord
            MOVE SPACES TO StubDedHistRecord
            MOVE CheckDate TO SdhCheckDate
            MOVE RunTime TO SdhRunTime
            MOVE StubSeqNum TO SdhSeq
            MOVE PhEmpID TO SdhEmpID
            MOVE DwCode(DedIdx) TO SdhCode
            MOVE DedTake TO SdhAmount
            WRITE StubDedHistRecord
        END-IF
        MOVE PhEmpID TO EdEmpID
        MOVE DwCode(DedIdx) TO EdCode
                MOVE "C" TO TabPayMethod(EmpCount)
            END-IF
            MOVE EmpHomeDept TO TabHomeDept(EmpCount)
            MOVE EmpSSN TO TabEmpSSN(EmpCount)
            MOVE EmpAddress TO TabEmpAddress(EmpCount)
            MOVE EmpWorkState TO TabWorkState(EmpCount)
            IF EmpYtdStateTax IS NUMERIC
                MOVE EmpYtdStateTax TO TabYtdStateTax(EmpCount)
            ELSE
                MOVE ZERO TO TabYtdStateTax(EmpCount)
            END-IF
            IF EmpYtdSocSec IS NUMERIC
                MOVE EmpYtdSocSec TO TabYtdSocSec(EmpCount)
                MOVE EmpYtdMedicare TO TabYtdMedicare(EmpCount)
                MOVE EmpYtdSsWages TO TabYtdSsWages(EmpCount)
            ELSE
                MOVE ZERO TO TabYtdSocSec(EmpCount)
                MOVE ZERO TO TabYtdMedicare(EmpCount)
                MOVE ZERO TO TabYtdSsWages(EmpCount)
            END-IF
            IF EmpIsSalaried AND EmpAnnualSalary IS NUMERIC
                MOVE "S" TO TabPayType(EmpCount)
                MOVE EmpAnnualSalary TO TabAnnualSalary(EmpCount)
                MOVE EmpPayFreq TO TabPayFreq(EmpCount)
            ELSE
                MOVE "H" TO TabPayType(EmpCount)
                MOVE ZERO TO TabAnnualSalary(EmpCount)
                MOVE SPACE TO TabPayFreq(EmpCount)
            END-IF
        END-IF
        READ EmployeeFile
            AT END SET NoMoreEmployees TO TRUE
            AT END SET NoMoreBrackets TO TRUE
        END-READ.

    LoadStateBracketTable.
        *> No file, or no rows for a state, withholds no state tax -
        *> the table can be brought in a state at a time
        OPEN INPUT StateBracketFile
        IF NOT StateBracketFileOpenOK
            EXIT PARAGRAPH
        END-IF
        READ StateBracketFile
            AT END SET NoMoreStateBrackets TO TRUE
        END-READ
        PERFORM LoadStateBracketEntry UNTIL NoMoreStateBrackets
        CLOSE StateBracketFile
        IF AllStateCount > ZERO
            DISPLAY "State tax brackets loaded : " AllStateCount
        END-IF.

    LoadStateBracketEntry.
        ADD 1 TO AllStateCount
        IF AllStateTableFull
            *> A state short a bracket would underwithhold - stop
            DISPLAY "State bracket table full - raise the table size "
                "- run abandoned"
            CLOSE StateBracketFile
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE FUNCTION UPPER-CASE(SbState) TO TabSbState(AllStateCount)
        MOVE SbUpTo TO TabSbUpTo(AllStateCount)
        MOVE SbRate TO TabSbRate(AllStateCount)
        READ StateBracketFile
            AT END SET NoMoreStateBrackets TO TRUE
        END-READ.

    PickStateBrackets.
        MOVE ZERO TO StBracketCount
        IF TabWorkState(EmpFoundIdx) = SPACES
            EXIT PARAGRAPH
        END-IF
        PERFORM PickOneStateRow VARYING SbIdx FROM 1 BY 1
            UNTIL SbIdx > AllStateCount
        IF StBracketCount = ZERO
            DISPLAY "No state brackets for " TabWorkState(EmpFoundIdx)
                " - employee " PhEmpID " paid without state tax"
        END-IF.

    PickOneStateRow.
        IF TabSbState(SbIdx) = TabWorkState(EmpFoundIdx)
            ADD 1 TO StBracketCount
            IF StBracketTableFull
                DISPLAY "Over 10 brackets for state "
                    TabSbState(SbIdx) " - extra row ignored"
                SUBTRACT 1 FROM StBracketCount
            ELSE
                MOVE TabSbUpTo(SbIdx) TO StBrUpTo(StBracketCount)
                MOVE TabSbRate(SbIdx) TO StBrRate(StBracketCount)
            END-IF
        END-IF.

    LoadPayTaxParms.
        OPEN INPUT PayTaxParmFile
        IF NOT PayTaxParmFileOpenOK
            DISPLAY "No PayTaxParm.dat - statutory defaults used, "
                "no SUTA"
            EXIT PARAGRAPH
        END-IF
        READ PayTaxParmFile
            AT END SET NoMoreTaxParms TO TRUE
        END-READ
        PERFORM LoadOneTaxParm UNTIL NoMoreTaxParms
        CLOSE PayTaxParmFile.

    LoadOneTaxParm.
        IF ParmIsFederal
            MOVE PtSsRate TO SsRate
            MOVE PtSsBase TO SsWageBase
            MOVE PtMedRate TO MedRate
            MOVE PtFutaRate TO FutaRate
            MOVE PtFutaBase TO FutaWageBase
        ELSE IF ParmIsState
            ADD 1 TO SutaCount
            IF SutaTableFull
                DISPLAY "SUTA table full - " PtState " ignored"
                SUBTRACT 1 FROM SutaCount
            ELSE
                MOVE FUNCTION UPPER-CASE(PtState)
                    TO TabSutaState(SutaCount)
                MOVE PtSutaRate TO TabSutaRate(SutaCount)
                MOVE PtSutaBase TO TabSutaBase(SutaCount)
            END-IF
        END-IF
        END-IF
        READ PayTaxParmFile
            AT END SET NoMoreTaxParms TO TRUE
        END-READ.

    LoadPayCycle.
        *> No PayCycle.dat means the usual biweekly run
        OPEN INPUT PayCycleFile
        IF PayCycleFileOpenOK
            READ PayCycleFile
                AT END CONTINUE
                NOT AT END MOVE PcPayFreq TO RunPayFreq
            END-READ
            CLOSE PayCycleFile
        END-IF
        EVALUATE RunPayFreq
            WHEN "W"
                MOVE 52 TO PayPeriods
                MOVE 40.00 TO StdHours
            WHEN "B"
                MOVE 26 TO PayPeriods
                MOVE 80.00 TO StdHours
            WHEN "S"
                MOVE 24 TO PayPeriods
                MOVE 86.67 TO StdHours
            WHEN "M"
                MOVE 12 TO PayPeriods
                MOVE 173.33 TO StdHours
            WHEN OTHER
                DISPLAY "PayCycle.dat frequency " RunPayFreq
                    " is not W, B, S, or M - run abandoned"
                MOVE 8 TO RETURN-CODE
                STOP RUN
        END-EVALUATE.

    ComputePayrollTaxes.
        *> Social Security stops at its annual wage base, Medicare
        *> has none; the employer matches both. FUTA and the work
        *> state's SUTA are employer-only, each up to its own base.
        *> Every base is measured against year-to-date gross BEFORE
        *> this check, so the check that crosses a base is taxed on
        *> only the part beneath it.
        MOVE TabYtdGross(EmpFoundIdx) TO PriorYtdGross
        MOVE SsWageBase TO TaxBase
        PERFORM TaxableUnderBase
        MOVE TaxableWages TO SsWages
        COMPUTE SocSecAmount ROUNDED = SsWages * SsRate
        COMPUTE MedicareAmount ROUNDED = PayCheck * MedRate
        COMPUTE ErFicaAmount = SocSecAmount + MedicareAmount
        MOVE FutaWageBase TO TaxBase
        PERFORM TaxableUnderBase
        MOVE TaxableWages TO FutaWages
        COMPUTE FutaAmount ROUNDED = FutaWages * FutaRate
        MOVE ZERO TO SutaWages, SutaAmount
        PERFORM FindSutaState
        IF SutaFoundIdx > ZERO
            MOVE TabSutaBase(SutaFoundIdx) TO TaxBase
            PERFORM TaxableUnderBase
            MOVE TaxableWages TO SutaWages
            COMPUTE SutaAmount ROUNDED =
                SutaWages * TabSutaRate(SutaFoundIdx)
        END-IF
        IF SocSecAmount + MedicareAmount > NetPay
            SET RetCodeInvalidOperation TO TRUE
        ELSE
            SUBTRACT SocSecAmount, MedicareAmount FROM NetPay
        END-IF.

    TaxableUnderBase.
        IF PriorYtdGross NOT < TaxBase
            MOVE ZERO TO TaxableWages
        ELSE IF PriorYtdGross + PayCheck > TaxBase
            COMPUTE TaxableWages = TaxBase - PriorYtdGross
        ELSE
            MOVE PayCheck TO TaxableWages
        END-IF
        END-IF.

    FindSutaState.
        MOVE ZERO TO SutaFoundIdx
        IF TabWorkState(EmpFoundIdx) = SPACES
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING SutaIdx FROM 1 BY 1
            UNTIL SutaIdx > SutaCount OR SutaFoundIdx > ZERO
            IF TabSutaState(SutaIdx) = TabWorkState(EmpFoundIdx)
                MOVE SutaIdx TO SutaFoundIdx
            END-IF
        END-PERFORM.

    WritePostWork.
        *> Phase one ends here - every updated employee image goes to
        *> the work file BEFORE the master is touched, so a crash
        END-IF
        CLOSE PostCkptFile.

    CheckTimeClock.
        *> Hours that came from the time clock with exceptions a
        *> supervisor has not yet cleared are not paid. No control
        *> file means the hours were keyed by hand.
        OPEN INPUT TimeCtlFile
        IF TimeCtlFileOpenOK
            READ TimeCtlFile
                AT END CONTINUE
                NOT AT END
                    IF TimeExceptionsOpen
                        DISPLAY "Time clock exceptions not cleared - "
                            "see TimeImp.rpt - pay run refused"
                        CLOSE TimeCtlFile
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
            END-READ
        END-IF
        CLOSE TimeCtlFile.

    BuildEmployeeRecord.
        MOVE SPACES TO EmployeeData
        MOVE TabEmpID(EmpIdx) TO EmpID
        MOVE TabRouting(EmpIdx) TO EmpBankRouting
        MOVE TabBankAcct(EmpIdx) TO EmpBankAcct
        MOVE TabPayMethod(EmpIdx) TO EmpPayMethod
        MOVE TabHomeDept(EmpIdx) TO EmpHomeDept
        MOVE TabEmpSSN(EmpIdx) TO EmpSSN
        MOVE TabEmpAddress(EmpIdx) TO EmpAddress
        MOVE TabWorkState(EmpIdx) TO EmpWorkState
        MOVE TabYtdStateTax(EmpIdx) TO EmpYtdStateTax
        MOVE TabYtdSocSec(EmpIdx) TO EmpYtdSocSec
        MOVE TabYtdMedicare(EmpIdx) TO EmpYtdMedicare
        MOVE TabYtdSsWages(EmpIdx) TO EmpYtdSsWages
        MOVE TabPayType(EmpIdx) TO EmpPayType
        MOVE TabAnnualSalary(EmpIdx) TO EmpAnnualSalary
        MOVE TabPayFreq(EmpIdx) TO EmpPayFreq.
