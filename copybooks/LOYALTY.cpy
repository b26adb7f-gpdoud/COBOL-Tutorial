      *> LOYALTY - Loyalty member record for the indexed Loyalty.dat,
      *> keyed by the number on the member's card. Walk-in buyers
      *> enroll in loyalty without being customers; LyCustID links a
      *> member who is also on customer.txt so their register sales
      *> carry the customer on SalesHist.dat. LyPoints is the current
      *> points balance - every change goes through LOYPOST, which
      *> also writes the LoyaltyTxn.dat ledger the statements and the
      *> expiry run work from.
       02 LyMemberNum PIC 9(10).
       02 LyName PIC X(20).
       02 LyPhone PIC X(10).
       02 LyZip PIC X(5).
       02 LyCustID PIC 9(5).
       02 LyEnrolled PIC X(8).
       02 LyPoints PIC 9(7).
       02 LyLastDate PIC X(8).
