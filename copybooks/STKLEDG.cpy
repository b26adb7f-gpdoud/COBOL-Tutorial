      *> STKLEDG - Perpetual stock movement ledger record layout for
      *> StockLedger.dat. One record per posted on-hand change from
      *> every program that moves stock: stockpost (R receipts, I
      *> issues, A count adjustments, N returns to vendor keyed in
      *> rtvendor), ordership (S shipped lines, K kit component
      *> issues), and bkrelease (B backorder allocations). Each row carries the running on-hand balance
      *> of the size slot after the movement, so when a count is off
      *> kardex can replay exactly how PMQtyOnHand got where it is.
      *> StockMove.dat remains the transaction in-tray; this file is
       02 LgType PIC X.
       02 LgQty PIC 9(5).
       02 LgBalance PIC 9(5).
      *> Location the movement happened at and that location's slot
      *> balance after it (LgBalance stays the company-wide figure).
      *> T is stock shipped out on a stkxfer transfer and V the same
      *> stock received at the other end; neither changes LgBalance.
      *> Rows from before locations were kept read back as spaces and
      *> belong to MAIN, where LgBalance is the location balance too.
       02 LgLocation PIC X(4).
       02 LgLocBalance PIC 9(5).
      *> Supplier lot the quantity belonged to - spaces for stock
      *> received before lots were kept, or taken from no lot. An
      *> issue that drew on several lots is written as one row per
      *> lot, each with the balance it left.
       02 LgLot PIC X(10).
      *> Cost of the quantity at FIFO layer cost (LAYERPOST) - what a
      *> receipt laid down, or what an issue, shipment, allocation or
      *> return took off the layers, which glpost posts. A movement
      *> split over lots shares its cost over the rows by quantity. A
      *> count adjustment carries the value it added or took off;
      *> transfers carry none. Spaces on rows from before layers.
       02 LgCost PIC 9(7)V99.
