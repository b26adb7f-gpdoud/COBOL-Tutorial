      *> REORDPRP - Reorder proposal record layout for the indexed
      *> ReorderProp.dat file, one row per product keyed by product
      *> code. The reordcalc run rebuilds every row from the last 26
      *> weeks of demand and the lead times actually seen between PO
      *> date and first receipt, and prints them for review; the buyer
      *> then takes them one at a time in reordrev, which moves an
      *> accepted proposal onto PMReorderPoint and PMOrderQty. The row
      *> stays behind as the record of what was proposed and decided.
       02 RpProdCode PIC 9(5).
       02 RpStatus PIC X.
           88 RpIsPending VALUE "P".
           88 RpIsAccepted VALUE "A".
           88 RpIsRejected VALUE "R".
           88 RpIsUnchanged VALUE "N".
       02 RpRunDate PIC X(8).
       02 RpDecisionDate PIC X(8).
      *> Units issued in each of the last 26 weeks, week 1 the latest
       02 RpWeekQty PIC 9(5) OCCURS 26 TIMES.
       02 RpAvgWeekly PIC 9(5)V99.
       02 RpPeakWeekly PIC 9(5).
      *> Lead time in days - average and longest - and where it came
      *> from: P the product's own receipts, V the preferred vendor's
      *> receipts across all products, D the run's default
       02 RpLeadCount PIC 9(3).
       02 RpLeadTotal PIC 9(7).
       02 RpLeadDays PIC 9(3).
       02 RpMaxLeadDays PIC 9(3).
       02 RpLeadSource PIC X.
       02 RpOldReorder PIC 9(5).
       02 RpOldOrderQty PIC 9(5).
       02 RpNewReorder PIC 9(5).
       02 RpNewOrderQty PIC 9(5).
