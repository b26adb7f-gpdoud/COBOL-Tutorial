       02 QdProdName PIC X(10).
       02 QdQty PIC 9(3).
       02 QdUnitPrice PIC 9(4)V99.
      *> Where the unit price came from, coded as OdPriceSrc - it
      *> carries onto the order line when the quote converts.
       02 QdPriceSrc PIC X.
