            88 EntryIsValid VALUE 'Y'.
        01 EmpTable.
            02 EmpEntry OCCURS 50 TIMES.
                03 TabEmpRecord PIC X(250).
        01 EmpCount PIC 99 VALUE ZERO.
            88 EmpTableFull VALUE 51 THRU 99.
        01 EmpIdx PIC 99 VALUE ZERO.
        01 EntryTaxRate PIC X(6).
        01 EntryInsurance PIC X(8).
        01 EntryHomeDept PIC X(3).
        01 EntryWorkState PIC X(2).
        01 EntryPayType PIC X.
        01 EntrySalary PIC X(11).
        01 EntryPayFreq PIC X.
        01 WorkRate PIC 9(3)V99.
        01 WorkTaxRate PIC V999.
        01 WorkInsurance PIC 9(3)V99.
        01 WorkSalary PIC 9(7)V99.
        *> What one check of the salary comes to - the PAYROLL gross
        *> to net, the stubs, and the checks carry no more than
        *> MaxPeriodPay
        01 WorkPeriodPay PIC 9(7)V99.
        01 MaxPeriodPay PIC 9(4)V99 VALUE 9999.99.
        01 AuditOperation PIC X(6).
        01 AuditBefore PIC X(43).
        01 AuditAfter PIC X(43).
            02 AudImgInsurance PIC 9(3).99.
            02 FILLER PIC X VALUE SPACE.
            02 AudImgStatus PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 AudImgPayType PIC X.
        01 WSCurrentDateTime PIC X(21).
        01 SignOnID PIC X(8).
        01 SignOnName PIC X(20).
            02 LINE 6 COLUMN 1 VALUE "4 : Terminate/Reinstate".
            02 LINE 7 COLUMN 1 VALUE "5 : List Employees".
            02 LINE 8 COLUMN 1 VALUE "6 : Banking / Direct Deposit".
            02 LINE 9 COLUMN 1 VALUE "7 : Tax ID / Address".
            02 LINE 10 COLUMN 1 VALUE "0 : Quit".
            02 LINE 12 COLUMN 1 VALUE ": ".
            02 LINE 12 COLUMN 3 PIC 9 USING Choice.

        01 BankEntryScreen.
            02 LINE 4 COLUMN 1 VALUE "Bank Routing (9 digits) : ".
            02 LINE 6 COLUMN 1 VALUE "Method (C/P/D)          : ".
            02 LINE 6 COLUMN 27 PIC X USING EmpPayMethod.

        01 TaxAddrEntryScreen.
            02 LINE 4 COLUMN 1 VALUE "SSN (9 digits) : ".
            02 LINE 4 COLUMN 18 PIC X(9) USING EmpSSN.
            02 LINE 5 COLUMN 1 VALUE "Street         : ".
            02 LINE 5 COLUMN 18 PIC X(25) USING EmpStreet.
            02 LINE 6 COLUMN 1 VALUE "City           : ".
            02 LINE 6 COLUMN 18 PIC X(15) USING EmpCity.
            02 LINE 7 COLUMN 1 VALUE "State          : ".
            02 LINE 7 COLUMN 18 PIC X(2) USING EmpAddrState.
            02 LINE 8 COLUMN 1 VALUE "ZIP            : ".
            02 LINE 8 COLUMN 18 PIC X(5) USING EmpZip.

        01 EmpIDScreen.
            02 LINE 3 COLUMN 1 VALUE "Employee ID : ".
            02 LINE 3 COLUMN 15 PIC 9(5) USING EntryEmpID.
            02 LINE 7 COLUMN 15 PIC X(8) USING EntryInsurance.
            02 LINE 8 COLUMN 1 VALUE "Home Dept   : ".
            02 LINE 8 COLUMN 15 PIC X(3) USING EntryHomeDept.
            02 LINE 9 COLUMN 1 VALUE "Work State  : ".
            02 LINE 9 COLUMN 15 PIC X(2) USING EntryWorkState.
            02 LINE 10 COLUMN 1 VALUE "Pay Type    : ".
            02 LINE 10 COLUMN 15 PIC X USING EntryPayType.
            02 LINE 10 COLUMN 17 VALUE "(H hourly, S salaried)".
            02 LINE 11 COLUMN 1 VALUE "Annual Sal  : ".
            02 LINE 11 COLUMN 15 PIC X(11) USING EntrySalary.
            02 LINE 12 COLUMN 1 VALUE "Pay Freq    : ".
            02 LINE 12 COLUMN 15 PIC X USING EntryPayFreq.
            02 LINE 12 COLUMN 17 VALUE "(W/B/S/M - salaried only)".

        01 EmpDisplayScreen.
            02 LINE 3 COLUMN 1 VALUE "Employee ID : ".
            02 LINE 8 COLUMN 15 PIC 9(6).99 USING EmpYtdGross.
            02 LINE 9 COLUMN 1 VALUE "Status      : ".
            02 LINE 9 COLUMN 15 PIC X USING EmpStatus.
            02 LINE 10 COLUMN 1 VALUE "Pay Type    : ".
            02 LINE 10 COLUMN 15 PIC X USING EmpPayType.
            02 LINE 11 COLUMN 1 VALUE "Annual Sal  : ".
            02 LINE 11 COLUMN 15 PIC 9(7).99 USING EmpAnnualSalary.
            02 LINE 12 COLUMN 1 VALUE "Pay Freq    : ".
            02 LINE 12 COLUMN 15 PIC X USING EmpPayFreq.

PROCEDURE DIVISION.
    StartPara.
                WHEN 4 PERFORM ToggleEmployee
                WHEN 5 PERFORM ListEmployees
                WHEN 6 PERFORM BankingDetail
                WHEN 7 PERFORM TaxAddressDetail
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        END-IF
        MOVE SPACES TO EntryName
        MOVE "0" TO EntryRate, EntryTaxRate, EntryInsurance
        MOVE SPACES TO EntryHomeDept, EntryWorkState
        MOVE "H" TO EntryPayType
        MOVE "0" TO EntrySalary
        MOVE SPACE TO EntryPayFreq
        PERFORM EnterEmployeeDetail
        MOVE SPACES TO EmployeeData
        MOVE EntryEmpID TO EmpID
        MOVE WorkTaxRate TO EmpTaxRate
        MOVE WorkInsurance TO EmpInsurance
        MOVE EntryHomeDept TO EmpHomeDept
        MOVE EntryWorkState TO EmpWorkState
        PERFORM MovePayFields
        MOVE ZERO TO EmpYtdGross, EmpYtdFedTax, EmpYtdInsurance,
            EmpYtdNet
        MOVE "A" TO EmpStatus
        MOVE ZERO TO EmpBankRouting
        MOVE SPACES TO EmpBankAcct
        MOVE "C" TO EmpPayMethod
        MOVE SPACES TO EmpSSN, EmpAddress
        MOVE ZERO TO EmpYtdStateTax
        MOVE ZERO TO EmpYtdSocSec, EmpYtdMedicare, EmpYtdSsWages
        ADD 1 TO EmpCount
        IF EmpTableFull
            DISPLAY "Employee table full - raise the table size"
        MOVE EmpName TO EntryName
        MOVE SPACES TO EntryRate, EntryTaxRate, EntryInsurance
        MOVE EmpHomeDept TO EntryHomeDept
        MOVE EmpWorkState TO EntryWorkState
        IF EmpIsSalaried
            MOVE "S" TO EntryPayType
        ELSE
            MOVE "H" TO EntryPayType
        END-IF
        MOVE SPACES TO EntrySalary
        MOVE EmpPayFreq TO EntryPayFreq
        PERFORM EnterEmployeeDetail
        MOVE EntryName TO EmpName
        MOVE WorkRate TO EmpHourlyRate
        MOVE WorkTaxRate TO EmpTaxRate
        MOVE WorkInsurance TO EmpInsurance
        MOVE EntryHomeDept TO EmpHomeDept
        MOVE EntryWorkState TO EmpWorkState
        PERFORM MovePayFields
        IF EmpYtdStateTax IS NOT NUMERIC
            MOVE ZERO TO EmpYtdStateTax
        END-IF
        IF EmpYtdSocSec IS NOT NUMERIC
            MOVE ZERO TO EmpYtdSocSec, EmpYtdMedicare, EmpYtdSsWages
        END-IF
        MOVE EmployeeData TO TabEmpRecord(EmpFoundIdx)
        SET TableChanged TO TRUE
        PERFORM BuildAuditAfter
        PERFORM WriteAudit
        DISPLAY "Banking detail saved for " EmpID.

    TaxAddressDetail.
        *> The SSN and mailing address print on the year-end W-2, so
        *> the SSN must be all digits and the address complete
        PERFORM GetEmployee
        IF EmpFoundIdx = ZERO
            EXIT PARAGRAPH
        END-IF
        MOVE "TAXID" TO AuditOperation
        PERFORM BuildAuditBefore
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY TaxAddrEntryScreen
            ACCEPT TaxAddrEntryScreen
            MOVE FUNCTION UPPER-CASE(EmpAddrState) TO EmpAddrState
            IF EmpSSN IS NOT NUMERIC OR EmpSSN = "000000000"
                DISPLAY "SSN must be nine digits - re-enter"
            ELSE IF EmpStreet = SPACES OR EmpCity = SPACES
                OR EmpAddrState = SPACES OR EmpZip IS NOT NUMERIC
                DISPLAY "Street, city, state, and 5-digit ZIP are "
                    "required - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM
        MOVE EmployeeData TO TabEmpRecord(EmpFoundIdx)
        SET TableChanged TO TRUE
        PERFORM BuildAuditAfter
        PERFORM WriteAudit
        DISPLAY "Tax ID and address saved for " EmpID.

    ListEmployees.
        DISPLAY " "
        DISPLAY "EmpID  Name                   Rate    Stat Type"
        PERFORM ListOneEmployee VARYING EmpIdx FROM 1 BY 1
            UNTIL EmpIdx > EmpCount.

    ListOneEmployee.
        MOVE TabEmpRecord(EmpIdx) TO EmployeeData
        DISPLAY EmpID "  " EmpName " " EmpHourlyRate "  " EmpStatus
            "    " EmpPayType.

    GetEmployee.
        DISPLAY " "
        END-PERFORM.

    EnterEmployeeDetail.
        *> The fields that decide a paycheck get hard edits before
        *> anything is rewritten. A salaried employee needs a salary
        *> and a frequency, and the salary may not come to more in a
        *> pay period than one check carries; the hourly rate is only
        *> required hourly.
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY DetailEntryScreen
            ACCEPT DetailEntryScreen
            MOVE FUNCTION UPPER-CASE(EntryWorkState) TO EntryWorkState
            MOVE FUNCTION UPPER-CASE(EntryPayType) TO EntryPayType
            MOVE FUNCTION UPPER-CASE(EntryPayFreq) TO EntryPayFreq
            IF EntrySalary = SPACES
                MOVE "0" TO EntrySalary
            END-IF
            IF EntryName = SPACES
                DISPLAY "Name cannot be blank - re-enter"
            ELSE IF FUNCTION TEST-NUMVAL(EntryRate) NOT = ZERO
                OR FUNCTION TEST-NUMVAL(EntryTaxRate) NOT = ZERO
                OR FUNCTION TEST-NUMVAL(EntryInsurance) NOT = ZERO
                OR FUNCTION TEST-NUMVAL(EntrySalary) NOT = ZERO
                DISPLAY "Rate, tax rate, insurance, and salary must be "
                    "numeric - re-enter"
            ELSE
                COMPUTE WorkRate = FUNCTION NUMVAL(EntryRate)
                COMPUTE WorkTaxRate = FUNCTION NUMVAL(EntryTaxRate)
                COMPUTE WorkInsurance =
                    FUNCTION NUMVAL(EntryInsurance)
                COMPUTE WorkSalary = FUNCTION NUMVAL(EntrySalary)
                PERFORM SetWorkPeriodPay
                IF EntryPayType NOT = "H" AND EntryPayType NOT = "S"
                    DISPLAY "Pay type must be H or S - re-enter"
                ELSE IF EntryPayType = "H" AND WorkRate = ZERO
                    DISPLAY "Hourly rate cannot be zero - re-enter"
                ELSE IF EntryPayType = "S" AND WorkSalary = ZERO
                    DISPLAY "Salaried needs an annual salary - re-enter"
                ELSE IF EntryPayType = "S" AND EntryPayFreq NOT = "W"
                    AND EntryPayFreq NOT = "B" AND EntryPayFreq NOT = "S"
                    AND EntryPayFreq NOT = "M"
                    DISPLAY "Pay frequency must be W, B, S, or M - "
                        "re-enter"
                ELSE IF EntryPayType = "S" AND WorkPeriodPay > MaxPeriodPay
                    DISPLAY "Salary comes to over 9,999.99 a pay period "
                        "- more than one check carries - re-enter"
                ELSE IF FUNCTION NUMVAL(EntryTaxRate) NOT < 1
                    DISPLAY "Tax rate is a fraction below 1 - re-enter"
                ELSE
                    SET EntryIsValid TO TRUE
                END-IF
                END-IF
                END-IF
                END-IF
                END-IF
                END-IF
            END-IF
            END-IF
        END-PERFORM.

    SetWorkPeriodPay.
        *> The same split payrun makes of the annual salary
        EVALUATE EntryPayFreq
            WHEN "W"
                COMPUTE WorkPeriodPay ROUNDED = WorkSalary / 52
            WHEN "B"
                COMPUTE WorkPeriodPay ROUNDED = WorkSalary / 26
            WHEN "S"
                COMPUTE WorkPeriodPay ROUNDED = WorkSalary / 24
            WHEN "M"
                COMPUTE WorkPeriodPay ROUNDED = WorkSalary / 12
            WHEN OTHER
                MOVE ZERO TO WorkPeriodPay
        END-EVALUATE.

    MovePayFields.
        IF EntryPayType = "S"
            MOVE "S" TO EmpPayType
            MOVE WorkSalary TO EmpAnnualSalary
            MOVE EntryPayFreq TO EmpPayFreq
        ELSE
            MOVE "H" TO EmpPayType
            MOVE ZERO TO EmpAnnualSalary
            MOVE SPACE TO EmpPayFreq
        END-IF.

    BuildAuditBefore.
        PERFORM BuildAuditImage
        MOVE AuditImage TO AuditBefore.
        MOVE EmpHourlyRate TO AudImgRate
        MOVE EmpTaxRate TO AudImgTaxRate
        MOVE EmpInsurance TO AudImgInsurance
        MOVE EmpStatus TO AudImgStatus
        MOVE EmpPayType TO AudImgPayType.

    WriteAudit.
        MOVE SPACES TO AuditRecord
