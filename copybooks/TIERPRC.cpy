      *> TIERPRC - Quantity-break price record layout for the indexed
      *> TierPrice.dat file, keyed by product code. Each break gives
      *> the unit price from its minimum quantity up; a line takes the
      *> price of the highest break its quantity reaches. Breaks run in
      *> ascending order and unused ones are zero. A quantity below the
      *> first break pays PMPrice. Quotes, orderentry, and invoicegen's
      *> master-price fallback consult it after a customer contract
      *> rate and a Promos.dat markdown, both of which still win.
       02 TierProdCode PIC 9(5).
       02 TierBreak OCCURS 4 TIMES.
           03 TierMinQty PIC 9(3).
           03 TierPrice PIC 9(4)V99.
