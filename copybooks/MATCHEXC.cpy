      *> MATCHEXC - Three-way-match exception record layout for
      *> MatchExc.dat. One row appended by vendinv each time a vendor
      *> bill fails the match - refused outright, or taken only on the
      *> buyer's say-so when well off the received value. vendscore
      *> counts them per vendor.
       02 MxDate PIC X(8).
       02 MxVendID PIC 9(5).
       02 MxPoNum PIC 9(5).
       02 MxInvRef PIC X(10).
       02 MxReason PIC X.
           88 MxWrongVendor VALUE "V".
           88 MxNotReceived VALUE "R".
           88 MxDuplicateBill VALUE "D".
           88 MxValueRefused VALUE "P".
           88 MxValueOverridden VALUE "O".
       02 MxBillAmount PIC 9(7)V99.
       02 MxExpected PIC 9(7)V99.
