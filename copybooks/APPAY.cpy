      *> APPAY - Vendor payment history record layout for
      *> APPayHist.dat. One row per APOpen.dat bill a vendor check
      *> paid (in full or in part), appended by the appay payment
      *> run - the detail behind each APChecks.dat check, and the
      *> paid-to-date trail glpost and the year-end vendor reporting
      *> read.
       02 VpChkNum PIC 9(6).
       02 VpVendID PIC 9(5).
       02 VpInvRef PIC X(10).
       02 VpDate PIC X(8).
       02 VpAmount PIC 9(7)V99.
      *> P a payment toward the bill; M a debit memo netted off the
      *> check, which reduces the vendor's paid total rather than
      *> adding to it. Rows from before the field was added read back
      *> as spaces and are payments.
       02 VpKind PIC X.
           88 VpIsPayment VALUE "P" SPACE.
           88 VpIsMemoApplied VALUE "M".
