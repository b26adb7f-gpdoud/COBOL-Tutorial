      *> XFERREC - Inter-location stock transfer record layout for the
      *> indexed Transfer.dat file, keyed by transfer number. stkxfer
      *> writes it In transit when the stock leaves XfFromLoc and flips
      *> it to Received when XfToLoc books it in; until then the
      *> quantity sits in LsInTransit at the receiving location.
       02 XfNum PIC 9(6).
       02 XfProdCode PIC 9(5).
       02 XfSizeSlot PIC 9.
       02 XfFromLoc PIC X(4).
       02 XfToLoc PIC X(4).
       02 XfQty PIC 9(5).
       02 XfShipDate PIC X(8).
       02 XfRecvDate PIC X(8).
       02 XfStatus PIC X VALUE "T".
           88 XfInTransit VALUE "T".
           88 XfReceived VALUE "R".
