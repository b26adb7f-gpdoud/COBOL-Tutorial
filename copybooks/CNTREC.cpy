      *> CNTREC - Physical inventory count record layout for the
      *> indexed PhysCount.dat file, keyed by location, product code
      *> and size slot (1-3). Entered by the physinv count-entry screen
      *> from the count sheets, compared to the location's on-hand on
      *> LocStock.dat on the variance report, and flipped to Approved
      *> when the adjustment has been queued to StockMove.dat as an "A"
      *> movement - so the correction itself rides the movement trail.
      *> Cycle counts off the daily sheet are held here the same way.
       02 CiKey.
           03 CiLocation PIC X(4).
           03 CiProdCode PIC 9(5).
           03 CiSizeSlot PIC 9.
       02 CiCountQty PIC 9(5).
