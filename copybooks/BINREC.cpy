      *> BINREC - Bin location record layout for the indexed Bin.dat
      *> file, keyed by product code plus stock location, with one
      *> aisle-rack-shelf bin per size slot. Maintained from prodmaint
      *> and read by ordership, which prints pick lists and wave picks
      *> in bin order so the picker walks each aisle once. Bins compare
      *> as aisle, then rack, then shelf, so the walking order is
      *> simply the bins in collating sequence; a blank bin sorts last.
       02 BnKey.
           03 BnProdCode PIC 9(5).
           03 BnLocation PIC X(4).
       02 BnBin OCCURS 3 TIMES.
           03 BnAisle PIC X(2).
           03 BnRack PIC X(2).
           03 BnShelf PIC X(2).
