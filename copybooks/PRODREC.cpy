       02 PMProdDesc PIC X(20).
       02 PMSizes PIC X(3).
       02 PMPrice PIC 9(4)V99.
      *> Company-wide on-hand by size slot - every location's stock
      *> plus anything in transit between locations. The split by
      *> location is on LocStock.dat (see LOCSTOCK).
       02 PMQtyOnHand PIC 9(5) OCCURS 3 TIMES.
       02 PMReorderPoint PIC 9(5).
      *> Preferred vendor on Vendor.dat and the quantity one purchase
       02 PMOrderQty PIC 9(5).
      *> Unit cost - what we pay the vendor, maintained in prodmaint
      *> with its own audit and CostHist.dat trail and optionally
      *> restated at receiving time. Margin reporting compares it to
      *> PMPrice. Valuation and the GL stock postings cost FIFO from
      *> CostLayer.dat (see COSTLAYR) and fall back to this for stock
      *> no layer covers.
       02 PMUnitCost PIC 9(4)V99.
