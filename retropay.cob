       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. retropay.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EmployeeFile ASSIGN TO "Employee.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EmployeeFileStatus.
        SELECT OPTIONAL StubHistFile ASSIGN TO "PayStubHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StubHistFileStatus.
        SELECT OPTIONAL RetroFile ASSIGN TO "RetroPay.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RetroFileStatus.
        SELECT RetroReport ASSIGN TO "RetroReg.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RetroReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD EmployeeFile.
        01 EmployeeData.
            COPY EMPREC.

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
            *> Taxes, deductions, and balances - not needed here
            02 FILLER PIC X(99).
            02 StubCheckDate PIC X(8).
            02 FILLER PIC X.
            02 StubPayType PIC X.
                88 StubIsSalaried VALUE "P".
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

        FD RetroFile.
        01 RetroRecord.
            COPY RETROREC.

        FD RetroReport.
        01 PrintLine PIC X(132).

    WORKING-STORAGE SECTION.
        01 RetroEmpID PIC 9(5) VALUE ZERO.
        01 EffDate PIC X(8).
        01 ThruDate PIC X(8) VALUE SPACES.
        01 NewRate PIC 9(3)V99 VALUE ZERO.
        01 EmpFound PIC X VALUE 'N'.
            88 EmployeeFound VALUE 'Y'.
        01 EmployeeEOF PIC X VALUE 'N'.
            88 NoMoreEmployees VALUE 'Y'.
        01 StubEOF PIC X VALUE 'N'.
            88 NoMoreStubs VALUE 'Y'.
        01 RetroEOF PIC X VALUE 'N'.
            88 NoMoreRetro VALUE 'Y'.
        01 RetroClash PIC X VALUE 'N'.
            88 RetroOverlaps VALUE 'Y'.
        01 ClashEffDate PIC X(8).
        01 ClashThruDate PIC X(8).
        01 ClashStatus PIC X.
        *> What the check paid and what the same hours earn at the
        *> new rate - PAYROLL prices them, overtime premium included
        01 PaidRegular PIC 9(4)V99 VALUE ZERO.
        01 PaidOvertime PIC 9(4)V99 VALUE ZERO.
        01 StubDiff PIC S9(5)V99 VALUE ZERO.
        01 RetroTotal PIC S9(6)V99 VALUE ZERO.
        01 MaxRetro PIC 9(4)V99 VALUE 9999.99.
        01 StubsRepriced PIC 9(5) VALUE ZERO.
        01 StubsSkipped PIC 9(5) VALUE ZERO.
        01 HoursWorked PIC 9(3)V99 VALUE ZERO.
        01 HourlyRate PIC 9(3)V99 VALUE ZERO.
        01 ShiftDiffPct PIC V99 VALUE ZERO.
        01 PeriodSalary PIC 9(5)V99 VALUE ZERO.
        01 RetroPay PIC 9(4)V99 VALUE ZERO.
        01 FederalTaxRate PIC V999 VALUE ZERO.
        01 InsuranceDeduction PIC 9(3)V99 VALUE ZERO.
        *> Earnings only - no brackets, so no tax is worked out
        01 TaxBrackets.
            02 BracketCount PIC 99 VALUE ZERO.
            02 BracketEntry OCCURS 10 TIMES.
                03 BrUpTo PIC 9(6)V99.
                03 BrRate PIC V999.
        01 StateBrackets.
            02 StBracketCount PIC 99 VALUE ZERO.
            02 StBracketEntry OCCURS 10 TIMES.
                03 StBrUpTo PIC 9(6)V99.
                03 StBrRate PIC V999.
        01 RegularPay PIC 9(4)V99 VALUE ZERO.
        01 OvertimePay PIC 9(4)V99 VALUE ZERO.
        01 PayCheck PIC 9(4)V99 VALUE ZERO.
        01 FederalTaxAmount PIC 9(4)V99 VALUE ZERO.
        01 StateTaxAmount PIC 9(4)V99 VALUE ZERO.
        01 NetPay PIC 9(4)V99 VALUE ZERO.
        COPY RETCODE.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 PageHeading.
            02 FILLER PIC X(30) VALUE "RETROACTIVE PAY REGISTER".
            02 PrnRunDate PIC X(8).
        01 EmpHeading.
            02 FILLER PIC X(10) VALUE "Employee  ".
            02 PrnEmpID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnEmpName PIC X(20).
            02 FILLER PIC X(18) VALUE "  New rate from  ".
            02 PrnEffDate PIC X(8).
            02 FILLER PIC X(3) VALUE " : ".
            02 PrnNewRate PIC $$$9.99.
        01 ColumnHeads PIC X(132) VALUE
            "Check Date  Type   Hours  Paid Rate  Paid Reg   Paid OT    New Reg     New OT   Difference".
        01 DetailLine.
            02 PrnCheckDate PIC X(8).
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnPayType PIC X.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnHours PIC ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnPaidRate PIC X(9).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnPaidReg PIC $$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnPaidOT PIC $$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnNewReg PIC $$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnNewOT PIC $$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnDiff PIC $$,$$9.99-.
        01 SkipLine.
            02 PrnSkipDate PIC X(8).
            02 FILLER PIC X(4) VALUE SPACE.
            02 FILLER PIC X(40) VALUE
                "P   salaried period - not re-priced".
        01 TotalsLine.
            02 FILLER PIC X(20) VALUE "CHECKS RE-PRICED : ".
            02 PrnRepriced PIC ZZZZ9.
            02 FILLER PIC X(21) VALUE "   THROUGH CHECK OF ".
            02 PrnThruDate PIC X(8).
            02 FILLER PIC X(20) VALUE "   RETRO PAY OWED : ".
            02 PrnRetroTotal PIC $$$,$$9.99-.
        01 OutcomeLine PIC X(132).
        01 EmployeeFileStatus PIC XX.
            88 EmployeeFileOpenOK VALUE "00".
        01 StubHistFileStatus PIC XX.
            88 StubHistFileOpenOK VALUE "00".
        01 RetroFileStatus PIC XX.
            88 RetroFileOpenOK VALUE "00".
        01 RetroReportStatus PIC XX.
            88 RetroReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartRetroPay.
        *> A raise approved after its effective date changes the rate
        *> in empmaint going forward only. This re-prices every check
        *> on PayStubHist.dat for the employee from the effective date
        *> at the rate now on the master - overtime premium and all,
        *> through the same PAYROLL arithmetic payrun uses - lists each
        *> check on the retro register, and queues the difference on
        *> RetroPay.dat for payrun to add to the next check as its own
        *> earnings line. Checks already covered by an earlier retro
        *> are never re-priced again.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        DISPLAY "Employee ID for retro pay : " WITH NO ADVANCING.
        ACCEPT RetroEmpID.
        DISPLAY "Effective date of the new rate (YYYYMMDD) : "
            WITH NO ADVANCING.
        ACCEPT EffDate.
        IF EffDate IS NOT NUMERIC
            OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(EffDate))
                NOT = ZERO
            DISPLAY "Effective date " EffDate " is not a valid date"
            STOP RUN
        END-IF.
        IF EffDate > RunDate
            DISPLAY "Effective date is in the future - the new rate "
                "pays from the next run, no retro needed"
            STOP RUN
        END-IF.

        PERFORM FindEmployee.
        IF NOT EmployeeFound
            DISPLAY "Employee " RetroEmpID " not on Employee.dat"
            STOP RUN
        END-IF.
        IF EmpIsTerminated
            DISPLAY "Employee " RetroEmpID " is terminated - no next "
                "check to carry retro pay, pay it by manual check"
            STOP RUN
        END-IF.
        IF EmpIsSalaried
            DISPLAY "Employee " RetroEmpID " is salaried - retro pay "
                "re-prices hours, key a salary adjustment instead"
            STOP RUN
        END-IF.
        MOVE EmpHourlyRate TO NewRate.

        PERFORM CheckPriorRetro.
        IF RetroOverlaps
            IF ClashStatus = "P"
                DISPLAY "Retro pay already queued for " RetroEmpID
                    " and not yet paid - run payroll first"
            ELSE
                DISPLAY "Checks from " ClashEffDate " through "
                    ClashThruDate " were already re-priced - use an "
                    "effective date after " ClashThruDate
            END-IF
            STOP RUN
        END-IF.

        OPEN INPUT StubHistFile.
        IF NOT StubHistFileOpenOK
            DISPLAY "No PayStubHist.dat - no paid checks to re-price"
            STOP RUN
        END-IF.
        OPEN OUTPUT RetroReport.
        IF NOT RetroReportOpenOK
            DISPLAY "Unable to open RetroReg.rpt - status "
                RetroReportStatus
            STOP RUN
        END-IF.
        MOVE RunDate TO PrnRunDate
        WRITE PrintLine FROM PageHeading
        MOVE EmpID TO PrnEmpID
        MOVE EmpName TO PrnEmpName
        MOVE EffDate TO PrnEffDate
        MOVE NewRate TO PrnNewRate
        WRITE PrintLine FROM EmpHeading AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM ColumnHeads AFTER ADVANCING 2 LINES.

        READ StubHistFile
            AT END SET NoMoreStubs TO TRUE
        END-READ.
        PERFORM RepriceOneStub UNTIL NoMoreStubs.
        CLOSE StubHistFile.

        MOVE StubsRepriced TO PrnRepriced
        MOVE ThruDate TO PrnThruDate
        MOVE RetroTotal TO PrnRetroTotal
        WRITE PrintLine FROM TotalsLine AFTER ADVANCING 2 LINES.
        IF StubsRepriced = ZERO
            MOVE "NO CHECKS PAID SINCE THE EFFECTIVE DATE - NOTHING QUEUED"
                TO OutcomeLine
        ELSE IF RetroTotal NOT > ZERO
            MOVE "NEW RATE EARNS NO MORE THAN WAS PAID - NOTHING QUEUED"
                TO OutcomeLine
        ELSE IF RetroTotal > MaxRetro
            MOVE "RETRO PAY EXCEEDS ONE CHECK - NOT QUEUED, PAY BY HAND"
                TO OutcomeLine
        ELSE
            PERFORM QueueRetroPay
            MOVE "QUEUED ON RETROPAY.DAT FOR THE NEXT PAY RUN"
                TO OutcomeLine
        END-IF
        END-IF
        END-IF.
        WRITE PrintLine FROM OutcomeLine AFTER ADVANCING 1 LINE.
        CLOSE RetroReport.
        DISPLAY StubsRepriced " checks re-priced, retro pay "
            PrnRetroTotal " - " FUNCTION TRIM(OutcomeLine).
        STOP RUN.

    FindEmployee.
        OPEN INPUT EmployeeFile
        IF NOT EmployeeFileOpenOK
            DISPLAY "Unable to open Employee.dat - status "
                EmployeeFileStatus
            STOP RUN
        END-IF
        READ EmployeeFile
            AT END SET NoMoreEmployees TO TRUE
        END-READ
        PERFORM CheckOneEmployee UNTIL NoMoreEmployees OR EmployeeFound
        CLOSE EmployeeFile.

    CheckOneEmployee.
        IF EmpID = RetroEmpID
            SET EmployeeFound TO TRUE
        ELSE
            READ EmployeeFile
                AT END SET NoMoreEmployees TO TRUE
            END-READ
        END-IF.

    CheckPriorRetro.
        *> A row still pending, or one whose checks run past the new
        *> effective date, would pay the same hours twice
        OPEN INPUT RetroFile
        IF RetroFileOpenOK
            READ RetroFile
                AT END SET NoMoreRetro TO TRUE
            END-READ
            PERFORM CheckOneRetro UNTIL NoMoreRetro OR RetroOverlaps
        END-IF
        CLOSE RetroFile.

    CheckOneRetro.
        IF RtEmpID = RetroEmpID
            AND (RetroPending OR RtThruDate NOT < EffDate)
            SET RetroOverlaps TO TRUE
            MOVE RtStatus TO ClashStatus
            MOVE RtEffDate TO ClashEffDate
            MOVE RtThruDate TO ClashThruDate
        ELSE
            READ RetroFile
                AT END SET NoMoreRetro TO TRUE
            END-READ
        END-IF.

    RepriceOneStub.
        IF StubEmpID = RetroEmpID AND StubCheckDate NOT < EffDate
            IF StubIsSalaried
                MOVE StubCheckDate TO PrnSkipDate
                WRITE PrintLine FROM SkipLine AFTER ADVANCING 1 LINE
                ADD 1 TO StubsSkipped
            ELSE
                PERFORM RepriceHours
            END-IF
        END-IF
        READ StubHistFile
            AT END SET NoMoreStubs TO TRUE
        END-READ.

    RepriceHours.
        *> Retro pay already on the stub is not earnings for the
        *> hours, so only regular and overtime are compared
        COMPUTE HoursWorked = FUNCTION NUMVAL(StubHours)
        COMPUTE PaidRegular = FUNCTION NUMVAL(StubRegular)
        COMPUTE PaidOvertime = FUNCTION NUMVAL(StubOvertime)
        MOVE NewRate TO HourlyRate
        CALL "PAYROLL" USING HoursWorked, HourlyRate, ShiftDiffPct,
            PeriodSalary, RetroPay, FederalTaxRate, InsuranceDeduction,
            TaxBrackets, StateBrackets, RegularPay, OvertimePay,
            PayCheck, FederalTaxAmount, StateTaxAmount, NetPay,
            LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Size error re-pricing check of " StubCheckDate
                " - retro abandoned"
            CLOSE StubHistFile, RetroReport
            STOP RUN
        END-IF
        COMPUTE StubDiff = RegularPay + OvertimePay
            - PaidRegular - PaidOvertime
        ADD StubDiff TO RetroTotal
        ADD 1 TO StubsRepriced
        IF StubCheckDate > ThruDate OR ThruDate = SPACES
            MOVE StubCheckDate TO ThruDate
        END-IF
        MOVE SPACES TO DetailLine
        MOVE StubCheckDate TO PrnCheckDate
        MOVE StubPayType TO PrnPayType
        MOVE HoursWorked TO PrnHours
        MOVE StubRate TO PrnPaidRate
        MOVE PaidRegular TO PrnPaidReg
        MOVE PaidOvertime TO PrnPaidOT
        MOVE RegularPay TO PrnNewReg
        MOVE OvertimePay TO PrnNewOT
        MOVE StubDiff TO PrnDiff
        WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.

    QueueRetroPay.
        OPEN EXTEND RetroFile
        IF RetroFileStatus NOT = "00" AND RetroFileStatus NOT = "05"
            DISPLAY "Unable to open RetroPay.dat - status "
                RetroFileStatus
            STOP RUN
        END-IF
        MOVE SPACES TO RetroRecord
        MOVE RetroEmpID TO RtEmpID
        SET RetroPending TO TRUE
        MOVE EffDate TO RtEffDate
        MOVE ThruDate TO RtThruDate
        MOVE NewRate TO RtNewRate
        MOVE RetroTotal TO RtAmount
        MOVE RunDate TO RtCalcDate
        WRITE RetroRecord
        CLOSE RetroFile.
