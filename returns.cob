        01 PrnOrigBal PIC $$$,$$9.99.
        01 InvTable.
            02 InvEntry OCCURS 200 TIMES INDEXED BY InvIdx.
                03 TabInvRecord PIC X(76).
        01 InvCount PIC 9(3) VALUE ZERO.
            88 InvTableFull VALUE 201 THRU 999.
        01 SaveIdx PIC 9(3) VALUE ZERO.
        SET InvIsOpen TO TRUE
        MOVE CreditTax TO InvTax
        SET DocIsCredit TO TRUE
        *> The memo credits goods and their tax - the freight billed
        *> on the original stays billed
        MOVE ZERO TO InvFreight
        MOVE "N" TO InvFreightTax
        *> Credits go out in the currency the invoice was billed in -
        *> it is already in the record area from the original read
        CONTINUE
