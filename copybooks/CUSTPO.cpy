      *> CUSTPO - Customer PO cross-reference record layout for the
      *> indexed CustPO.dat file, keyed by customer IDNum plus the
      *> customer's own PO number. ordimport writes one as each
      *> incoming PO becomes an order, so a PO the customer sends a
      *> second time is refused as a duplicate instead of shipping
      *> twice, and the order it became can be traced from it.
       02 CxKey.
           03 CxCustID PIC 9(5).
           03 CxCustPO PIC X(15).
       02 CxOrdNum PIC 9(5).
       02 CxPODate PIC X(8).
       02 CxImportDate PIC X(8).
