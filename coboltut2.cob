        01 HourlyRate PIC 9(3)V99 VALUE ZEROS.
        01 FederalTaxRate PIC V999 VALUE .150.
        01 ShiftDiffPct PIC V99 VALUE ZERO.
        *> Always hourly here - a zero period salary
        01 PeriodSalary PIC 9(5)V99 VALUE ZERO.
        01 RetroPay PIC 9(4)V99 VALUE ZERO.
        01 RegularPay PIC 9(4)V99 VALUE ZEROS.
        01 OvertimePay PIC 9(4)V99 VALUE ZEROS.
        01 InsuranceDeduction PIC 9(3)V99 VALUE 25.00.
            02 BracketEntry OCCURS 10 TIMES.
                03 BrUpTo PIC 9(6)V99.
                03 BrRate PIC V999.
        *> No state brackets here - the interactive calculator
        *> withholds federal only
        01 StateBrackets.
            02 StBracketCount PIC 99 VALUE ZERO.
            02 StBracketEntry OCCURS 10 TIMES.
                03 StBrUpTo PIC 9(6)V99.
                03 StBrRate PIC V999.
        01 StateTaxAmount PIC 9(4)V99 VALUE ZEROS.
        01 BracketEOF PIC X VALUE 'N'.
            88 NoMoreBrackets VALUE 'Y'.
        01 BracketFileStatus PIC XX.
        ACCEPT ShiftDiffPct.

        CALL "PAYROLL" USING HoursWorked, HourlyRate, ShiftDiffPct,
            PeriodSalary, RetroPay, FederalTaxRate, InsuranceDeduction,
            TaxBrackets, StateBrackets, RegularPay, OvertimePay, PayCheck,
            FederalTaxAmount, StateTaxAmount, NetPay, LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Size error computing payroll"
        END-IF.
