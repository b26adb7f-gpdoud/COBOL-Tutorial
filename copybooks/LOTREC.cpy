      *> LOTREC - Lot balance record layout for the indexed
      *> LotStock.dat file, keyed by product code, size slot, and the
      *> supplier's lot number. Posted only through the LOTPOST
      *> subprogram: a lot is opened by a stockpost receipt that
      *> carries a lot number and drawn down, oldest expiry first, by
      *> the issues in stockpost, ordership, and bkrelease. Lots are
      *> held company-wide rather than by location. LtExpiry is spaces
      *> when the supplier gave no expiry date.
       02 LtKey.
           03 LtProdCode PIC 9(5).
           03 LtSizeSlot PIC 9.
           03 LtLot PIC X(10).
       02 LtQtyReceived PIC 9(5).
       02 LtQtyOnHand PIC 9(5).
       02 LtExpiry PIC X(8).
       02 LtRecvDate PIC X(8).
