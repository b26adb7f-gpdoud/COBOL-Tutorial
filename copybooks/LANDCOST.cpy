      *> LANDCOST - Landed cost allocation record layout for
      *> LandCost.dat. One row per receipt line each time landcost
      *> spreads extra charges over a receipt or a whole PO - the
      *> share of each charge the line took, and the landed unit cost
      *> that became PMUnitCost (trailed on CostHist.dat as LANDED).
      *> landrpt lists them per receipt, and glpost moves the charges
      *> from purchase expense onto inventory.
       02 LcAllocDate PIC X(8).
       02 LcRef PIC X(10).
       02 LcPoNum PIC 9(5).
       02 LcLineNum PIC 9(3).
       02 LcRecvDate PIC X(8).
       02 LcProdCode PIC 9(5).
       02 LcQty PIC 9(5).
       02 LcBasis PIC X.
           88 LcByValue VALUE "V".
           88 LcByQuantity VALUE "Q".
           88 LcByWeight VALUE "W".
       02 LcWeight PIC 9(5)V99.
       02 LcVendorCost PIC 9(4)V99.
       02 LcFreight PIC 9(7)V99.
       02 LcDuty PIC 9(7)V99.
       02 LcBrokerage PIC 9(7)V99.
       02 LcLandedCost PIC 9(4)V99.
