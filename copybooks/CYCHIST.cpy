      *> CYCHIST - Count history record layout for CycleHist.dat,
      *> appended by physinv for every count it approves - the book
      *> quantity the count was checked against, what was counted, the
      *> product's ABC class at the time (spaces if never classified)
      *> and the unit cost, so cycleacc can report count accuracy by
      *> class after the adjustments have long since posted.
       02 ChDate PIC X(8).
       02 ChLocation PIC X(4).
       02 ChProdCode PIC 9(5).
       02 ChSizeSlot PIC 9.
       02 ChClass PIC X.
       02 ChBookQty PIC 9(5).
       02 ChCountQty PIC 9(5).
       02 ChUnitCost PIC 9(4)V99.
