      *> code must be on ExchRate.dat for invoicegen to convert at
      *> billing time.
       02 OrdCurrency PIC X(3).
      *> Shipment details captured when ordership confirms the pick -
      *> carrier code on Carrier.dat, tracking number, cartons, weight
      *> in pounds, and the freight charge invoicegen bills as its own
      *> line (taxed only when OrdFreightTax is "Y"). Orders written
      *> before these fields existed read back as spaces and bill no
      *> freight.
       02 OrdCarrier PIC X(4).
       02 OrdTracking PIC X(20).
       02 OrdCartons PIC 9(3).
       02 OrdWeight PIC 9(5)V9.
       02 OrdFreight PIC 9(4)V99.
       02 OrdFreightTax PIC X.
           88 OrdFreightTaxable VALUE "Y".
       02 OrdShipDate PIC X(8).
