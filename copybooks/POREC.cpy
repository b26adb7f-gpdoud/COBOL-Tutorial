           88 PoIsOpen VALUE "O".
           88 PoIsClosed VALUE "C".
           88 PoIsCancelled VALUE "X".
      *> Delivery date the vendor promised, keyed by the buyer when the
      *> draft is confirmed in poreview; spaces mean no date was given.
      *> The available-to-promise inquiry lays open PO quantities out
      *> by this date.
       02 PoExpectDate PIC X(8).
