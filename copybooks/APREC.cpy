      *> APREC - Accounts payable open item record layout for
      *> APOpen.dat. One record per accepted vendor invoice, written
      *> by vendinv after it matches the invoice to the PO and the
      *> receipts, or per debit memo rtvendor raises for a return;
      *> aged by apaging the way custaging ages the receivable side.
       02 ApVendID PIC 9(5).
       02 ApInvRef PIC X(10).
      *> Zero for a bill keyed with no order behind it - freight,
      *> duty, brokerage and other charges - which glpost posts to
      *> purchase expense rather than the receipt accrual.
       02 ApPoNum PIC 9(5).
       02 ApDate PIC X(8).
       02 ApAmount PIC 9(7)V99.
       02 ApStatus PIC X VALUE "O".
           88 ApIsOpen VALUE "O".
           88 ApIsPaid VALUE "P".
      *> Date the bill falls due, captured by vendinv (net 30 from the
      *> invoice date when the clerk leaves it blank). The appay
      *> payment run selects on it; rows from before the field was
      *> added read back as spaces and are treated as net 30.
       02 ApDueDate PIC X(8).
      *> Voucher number assigned by vendinv from APCtl.dat - the
      *> numeric reference glpost posts the bill under, so a rerun
      *> can see the bill is already on the journal. Rows from before
      *> the field was added read back as spaces and are left to the
      *> accountant's opening entry.
       02 ApBillNum PIC 9(7).
      *> What the received goods were worth at the master unit cost
      *> when vendinv matched the bill - ApAmount against it is the
      *> price variance vendscore reports. Zero when the cost was not
      *> known; rows from before the field was added read back as
      *> spaces.
       02 ApExpected PIC 9(7)V99.
      *> B a vendor bill keyed in vendinv; D a debit memo rtvendor
      *> raised for goods sent back, which reduces what the vendor is
      *> owed - appay nets it off their next check. Rows from before
      *> the field was added read back as spaces and are bills.
       02 ApType PIC X.
           88 ApIsBill VALUE "B" SPACE.
           88 ApIsDebitMemo VALUE "D".
      *> Posting date glpost stamps once the bill or memo is on the
      *> journal, so it is never posted again after histpurge has
      *> archived its legs. Spaces until then.
       02 ApPostDate PIC X(8).
