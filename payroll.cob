01 LHoursWorked        PIC 9(3)V99.
01 LHourlyRate         PIC 9(3)V99.
01 LShiftDiffPct       PIC V99.
*> Period salary for an exempt employee - when non-zero it is the
*> regular pay outright and hours, rate, and overtime are ignored
01 LPeriodSalary       PIC 9(5)V99.
*> Back pay owed from a raise approved after the effective date -
*> added to gross as its own earnings line, zero on a normal check
01 LRetroPay           PIC 9(4)V99.
01 LFederalTaxRate     PIC V999.
01 LInsuranceDeduction PIC 9(3)V99.
01 LTaxBrackets.
    02 LBracketEntry OCCURS 10 TIMES.
        03 LBrUpTo PIC 9(6)V99.
        03 LBrRate PIC V999.
*> The employee's work-state brackets, picked off StateBracket.dat
*> by the caller; a count of zero withholds no state tax
01 LStateBrackets.
    02 LStBracketCount PIC 99.
    02 LStBracketEntry OCCURS 10 TIMES.
        03 LStBrUpTo PIC 9(6)V99.
        03 LStBrRate PIC V999.
01 LRegularPay         PIC 9(4)V99.
01 LOvertimePay        PIC 9(4)V99.
01 LPayCheck           PIC 9(4)V99.
01 LFederalTaxAmount   PIC 9(4)V99.
01 LStateTaxAmount     PIC 9(4)V99.
01 LNetPay             PIC 9(4)V99.
COPY RETCODE.

PROCEDURE DIVISION USING LHoursWorked, LHourlyRate, LShiftDiffPct,
        LPeriodSalary, LRetroPay, LFederalTaxRate, LInsuranceDeduction,
        LTaxBrackets, LStateBrackets, LRegularPay, LOvertimePay,
        LPayCheck, LFederalTaxAmount, LStateTaxAmount, LNetPay,
        LRetCode.
*> Hours over forty earn time-and-a-half, and an optional shift
*> differential percentage lifts the base rate; the regular and
*> overtime portions go back to the caller separately so the pay
*> register and stubs can show the breakdown.
SET RetCodeSuccess TO TRUE.

IF LPeriodSalary > ZERO
    PERFORM ComputeSalariedPay
ELSE
    PERFORM ComputeHourlyPay
END-IF.

COMPUTE LPayCheck ROUNDED = LRegularPay + LOvertimePay + LRetroPay
    ON SIZE ERROR SET RetCodeSizeError TO TRUE
END-COMPUTE.

    PERFORM ComputeBracketTax
END-IF.

IF LStBracketCount = ZERO
    MOVE ZERO TO LStateTaxAmount
ELSE
    PERFORM ComputeStateTax
END-IF.

COMPUTE LNetPay ROUNDED = LPayCheck - LFederalTaxAmount
        - LStateTaxAmount - LInsuranceDeduction
    ON SIZE ERROR SET RetCodeSizeError TO TRUE
END-COMPUTE.

EXIT PROGRAM.

ComputeHourlyPay.
    COMPUTE EffectiveRate ROUNDED =
            LHourlyRate + LHourlyRate * LShiftDiffPct
        ON SIZE ERROR SET RetCodeSizeError TO TRUE
    END-COMPUTE
    IF LHoursWorked > 40
        MOVE 40 TO RegularHours
        COMPUTE OvertimeHours = LHoursWorked - 40
    ELSE
        MOVE LHoursWorked TO RegularHours
        MOVE ZERO TO OvertimeHours
    END-IF
    COMPUTE LRegularPay ROUNDED = RegularHours * EffectiveRate
        ON SIZE ERROR SET RetCodeSizeError TO TRUE
    END-COMPUTE
    COMPUTE LOvertimePay ROUNDED =
            OvertimeHours * EffectiveRate * 1.5
        ON SIZE ERROR SET RetCodeSizeError TO TRUE
    END-COMPUTE.

ComputeSalariedPay.
    *> Exempt staff are paid the period salary whatever the hours -
    *> no overtime and no shift differential
    COMPUTE LRegularPay = LPeriodSalary
        ON SIZE ERROR SET RetCodeSizeError TO TRUE
    END-COMPUTE
    MOVE ZERO TO LOvertimePay.

ComputeBracketTax.
    *> Progressive tax: each bracket taxes only the slice of gross
    *> between the prior bracket's ceiling and its own; an UpTo of
        END-COMPUTE
    END-PERFORM
    MOVE BracketTax TO LFederalTaxAmount.

ComputeStateTax.
    *> Same progressive slicing as the federal table, over the
    *> work state's own brackets
    MOVE ZERO TO BracketTax
    MOVE ZERO TO BracketFloor
    MOVE 'N' TO TaxDone
    PERFORM VARYING BracketIdx FROM 1 BY 1
        UNTIL BracketIdx > LStBracketCount OR AllBracketsApplied
        IF LStBrUpTo(BracketIdx) = ZERO
            OR LPayCheck NOT > LStBrUpTo(BracketIdx)
            COMPUTE BracketPortion = LPayCheck - BracketFloor
            SET AllBracketsApplied TO TRUE
        ELSE
            COMPUTE BracketPortion =
                LStBrUpTo(BracketIdx) - BracketFloor
            MOVE LStBrUpTo(BracketIdx) TO BracketFloor
        END-IF
        COMPUTE BracketTax ROUNDED = BracketTax
                + BracketPortion * LStBrRate(BracketIdx)
            ON SIZE ERROR SET RetCodeSizeError TO TRUE
        END-COMPUTE
    END-PERFORM
    MOVE BracketTax TO LStateTaxAmount.
