      *> PAYDAYS - Customer days-to-pay record layout for PayDays.dat,
      *> rewritten by every payperf scoring run: the customer's
      *> average days from invoice to payment and the number of
      *> payments behind it. cashfcst projects when each open invoice
      *> will be collected from it.
       02 PdCustID PIC 9(5).
       02 FILLER PIC X.
       02 PdAvgDays PIC 9(4).
       02 FILLER PIC X.
       02 PdPayCount PIC 9(4).
