      *> CARRIER - Carrier rate record layout for the indexed
      *> Carrier.dat file, keyed by carrier code. ordership suggests
      *> the freight charge on a shipment from these rates - the base
      *> charge plus so much per carton and per pound - and the
      *> shipping clerk can key over it. CrFreightTax says whether the
      *> freight this carrier brings in is billed as a taxable line on
      *> the invoice.
       02 CrCode PIC X(4).
       02 CrName PIC X(20).
       02 CrBaseCharge PIC 9(4)V99.
       02 CrPerCarton PIC 9(3)V99.
       02 CrPerPound PIC 9(2)V99.
       02 CrFreightTax PIC X.
           88 CrFreightTaxable VALUE "Y".
