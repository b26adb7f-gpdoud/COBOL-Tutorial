      *> TERRREC - Sales territory assignment record layout for the
      *> indexed Territory.dat file, maintained through slsmaint. Each
      *> row hands either a whole state (TrType "S", TrValue the two
      *> letter state code) or one customer account (TrType "C",
      *> TrValue the customer ID) to a salesperson on SalesRep.dat.
      *> An account row wins over the row for the customer's state, so
      *> a named account can sit with a rep outside its home state.
       02 TrKey.
           03 TrType PIC X.
               88 TrByState VALUE "S".
               88 TrByCustomer VALUE "C".
               88 TrTypeValid VALUE "S" "C".
           03 TrValue PIC X(5).
       02 TrSalesRep PIC X(3).
