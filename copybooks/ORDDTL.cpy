       02 OdQty PIC 9(3).
       02 OdUnitPrice PIC 9(4)V99.
      *> "C" when the unit price came from the customer's contract on
      *> ContrPrc.dat, "P" when a dated Promos.dat markdown applied,
      *> "T" when the line quantity reached a TierPrice.dat break -
      *> the invoice flags these lines so the customer can see the
      *> rate or the discount they got.
       02 OdPriceSrc PIC X.
           88 OdContractPriced VALUE "C".
           88 OdPromoPriced VALUE "P".
           88 OdTierPriced VALUE "T".
