      *> LOTTRACE - Lot issue trace record layout for OrderLot.dat,
      *> appended one row per lot per order line whenever lotted stock
      *> leaves for a customer: S shipped lines and K kit components
      *> from ordership, B backorder allocations from bkrelease. The
      *> lottrace recall report reads it back by lot to find every
      *> customer, order, and invoice a recalled batch went out on.
       02 OlLot PIC X(10).
       02 OlProdCode PIC 9(5).
       02 OlSizeSlot PIC 9.
       02 OlOrdNum PIC 9(5).
       02 OlLineNum PIC 9(3).
       02 OlCustID PIC 9(5).
       02 OlQty PIC 9(5).
       02 OlDate PIC X(8).
       02 OlType PIC X.
