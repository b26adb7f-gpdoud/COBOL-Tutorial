      *> RCVLOG - Receipt log record layout for RecvLog.dat. One row
      *> appended by poreceive for every PO line quantity received -
      *> the PO, line and date identify the receipt, and the unit
      *> cost is the vendor cost it came in at (after any packing-slip
      *> restatement). landcost allocates freight, duty and brokerage
      *> over these rows.
       02 RvPoNum PIC 9(5).
       02 RvLineNum PIC 9(3).
       02 RvDate PIC X(8).
       02 RvProdCode PIC 9(5).
       02 RvSizeLetter PIC X.
       02 RvQty PIC 9(5).
       02 RvUnitCost PIC 9(4)V99.
       02 RvLocation PIC X(4).
       02 RvLot PIC X(10).
