      *> LOCSTOCK - On-hand by location for the indexed LocStock.dat
      *> file, keyed by product code plus location code, one row per
      *> location that has ever held the product. Posted only through
      *> the LOCSTK subprogram. PMQtyOnHand on the product master stays
      *> the company-wide figure - the sum of LsQtyOnHand over every
      *> location plus anything in transit between them - so
      *> valuation, reorder, and availability read it as before.
      *> LsInTransit is stock shipped by stkxfer toward this location
      *> and not yet received there.
       02 LsKey.
           03 LsProdCode PIC 9(5).
           03 LsLocation PIC X(4).
       02 LsQtyOnHand PIC 9(5) OCCURS 3 TIMES.
       02 LsInTransit PIC 9(5) OCCURS 3 TIMES.
