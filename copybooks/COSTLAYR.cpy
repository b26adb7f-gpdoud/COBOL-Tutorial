      *> COSTLAYR - FIFO cost layer record layout for the indexed
      *> CostLayer.dat file, keyed by product code, the date the layer
      *> was laid down, and a sequence within the day. Posted only
      *> through the LAYERPOST subprogram: every receipt stockpost
      *> posts lays down a layer at the cost it came in at, and every
      *> issue, shipment, backorder allocation, return to vendor and
      *> count shortfall takes quantity off the oldest layers first.
      *> Stock on hand before layers were kept becomes one opening
      *> layer, dated zeros so it goes first, at the master cost of
      *> the day. landcost raises a receipt's layer to its landed
      *> cost. Layers are company-wide per product, as PMUnitCost is.
       02 CyKey.
           03 CyProdCode PIC 9(5).
           03 CyRecvDate PIC X(8).
           03 CySeq PIC 9(3).
       02 CySource PIC X.
           88 CyFromReceipt VALUE "R".
           88 CyFromAdjust VALUE "A".
           88 CyOpening VALUE "O".
       02 CyPoNum PIC 9(5).
       02 CyQtyReceived PIC 9(6).
       02 CyQtyLeft PIC 9(6).
       02 CyUnitCost PIC 9(4)V99.
