      *> spaces is a normal invoice. Credit amounts are carried
      *> positive, the unsigned convention this file has always had,
      *> and the statement/aging runs subtract them.
      *> "T" is a term tuition bill written by tuitbill for a
      *> student's billing account - an ordinary receivable to
      *> cashrcpt, aging and dunning, but tuition revenue rather than
      *> a taxable sale (InvOrdNum is zero).
       02 InvDocType PIC X.
           88 DocIsCredit VALUE "C".
           88 DocIsTuition VALUE "T".
      *> Billing currency and the USD-per-unit exchange rate booked at
      *> invoicing time (spaces/zero = USD at par). InvTotal, InvPaid,
      *> and InvTax are carried in the billing currency, payments are
      *> unrealized gain or loss.
       02 InvCurrency PIC X(3).
       02 InvExchRate PIC 9(3)V9(4).
      *> Freight billed on the invoice - already inside InvTotal, in
      *> the billing currency - and "Y" when it was taxed along with
      *> the goods because the carrier's freight is taxable. Kept so
      *> the remittance run and the sales reports can take freight
      *> back out of sales; rows from before the fields were added
      *> read back as spaces and are treated as no freight.
       02 InvFreight PIC 9(6)V99.
       02 InvFreightTax PIC X.
           88 InvFreightTaxable VALUE "Y".
