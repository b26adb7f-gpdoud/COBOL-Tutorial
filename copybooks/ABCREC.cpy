      *> ABCREC - ABC class and cycle-count schedule record layout for
      *> the indexed CycleCount.dat file, one row per product keyed by
      *> product code. The abcclass run totals the last year's issues
      *> off StockLedger.dat, values them at PMUnitCost, and ranks the
      *> products into A (the top 80% of issue value), B (the next
      *> 15%) and C (the rest). A items are counted every 30 days, B
      *> every 91 and C every 365; physinv prints the products whose
      *> AbNextDue has come round on each location's cycle count sheet
      *> until that location has counted them, and moves the dates on
      *> when the last active location's count is approved.
       02 AbProdCode PIC 9(5).
       02 AbClass PIC X.
           88 AbClassA VALUE "A".
           88 AbClassB VALUE "B".
           88 AbClassC VALUE "C".
       02 AbIssueQty PIC 9(7).
       02 AbAnnualValue PIC 9(9)V99.
       02 AbClassDate PIC X(8).
       02 AbLastCounted PIC X(8).
       02 AbNextDue PIC X(8).
