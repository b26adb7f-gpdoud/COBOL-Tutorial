                InvTax BY HiInvTax,
                InvDocType BY HiInvDocType,
                DocIsCredit BY HiDocIsCredit,
                DocIsTuition BY HiDocIsTuition,
                InvCurrency BY HiInvCurrency,
                InvExchRate BY HiInvExchRate,
                InvFreight BY HiInvFreight,
                InvFreightTax BY HiInvFreightTax,
                InvFreightTaxable BY HiInvFreightTaxable.

        FD RemitReport.
        01 PrintLine PIC X(90).
        *> A returns credit memo refunds tax, so it enters the
        *> filing as a negative; an on-account hold (credit memo
        *> with no original invoice reference) is money received,
        *> not a taxable sale, and stays out entirely, as does a
        *> term tuition bill
        IF InvDate NOT < FromDate AND InvDate NOT > ThruDate
            IF (DocIsCredit AND InvOrdNum = ZERO) OR DocIsTuition
                CONTINUE
            ELSE
                MOVE InvJuris TO WorkJuris
                    MOVE ZERO TO WorkTax
                    MOVE InvTotal TO WorkTaxable
                END-IF
                *> Freight is in the total but is a taxable sale only
                *> when the carrier's freight is taxable
                IF InvFreight IS NUMERIC AND NOT InvFreightTaxable
                    SUBTRACT InvFreight FROM WorkTaxable
                END-IF
                IF DocIsCredit
                    MOVE "CRM " TO WorkSource
                    COMPUTE WorkTaxable = ZERO - WorkTaxable

    TallyOneHistInvoice.
        IF HiInvDate NOT < FromDate AND HiInvDate NOT > ThruDate
            IF (HiDocIsCredit AND HiInvOrdNum = ZERO) OR HiDocIsTuition
                CONTINUE
            ELSE
                MOVE HiInvJuris TO WorkJuris
                    MOVE ZERO TO WorkTax
                    MOVE HiInvTotal TO WorkTaxable
                END-IF
                IF HiInvFreight IS NUMERIC AND NOT HiInvFreightTaxable
                    SUBTRACT HiInvFreight FROM WorkTaxable
                END-IF
                IF HiDocIsCredit
                    MOVE "CRM " TO WorkSource
                    COMPUTE WorkTaxable = ZERO - WorkTaxable
