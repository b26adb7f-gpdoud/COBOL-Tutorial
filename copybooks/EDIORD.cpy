      *> EDIORD - Inbound customer purchase order record layout for
      *> EdiOrders.dat, the flat file our larger accounts send in
      *> place of phoning orders in. Each PO is one "H" header record
      *> (customer, their PO number and date, ship-to code, tax
      *> jurisdiction) followed by its "D" line records (our product
      *> code and the quantity). Read by ordimport.
       02 EdRecType PIC X.
           88 EdIsHeader VALUE "H".
           88 EdIsDetail VALUE "D".
       02 EdHeaderData.
           03 EdCustID PIC 9(5).
           03 EdCustPO PIC X(15).
           03 EdPODate PIC X(8).
           03 EdShipTo PIC X(3).
           03 EdJuris PIC X(5).
       02 EdDetailData REDEFINES EdHeaderData.
           03 EdProdCode PIC 9(5).
           03 EdQty PIC 9(3).
           03 FILLER PIC X(28).
