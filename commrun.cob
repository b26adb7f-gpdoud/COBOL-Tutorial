                InvDocType BY HiInvDocType,
                DocIsCredit BY HiDocIsCredit,
                InvCurrency BY HiInvCurrency,
                InvExchRate BY HiInvExchRate,
                InvFreight BY HiInvFreight,
                InvFreightTax BY HiInvFreightTax,
                InvFreightTaxable BY HiInvFreightTaxable.

        FD SalesRepFile.
        01 SalesRepData.
