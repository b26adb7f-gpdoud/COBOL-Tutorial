      *> GIFTCARD - Gift card and store credit record for the indexed
      *> GiftCard.dat, keyed by the number printed on the card. A gift
      *> card is sold or reloaded at the register; store credit is
      *> issued by a supervisor in giftcard in place of cash back on a
      *> return. Both are redeemed as the G tender in coboltut8, and
      *> every change to the balance goes through the GCARD
      *> subprogram, which also logs it on GiftCardTxn.dat. The
      *> outstanding balances are the liability giftcard reports.
       02 GcCardNum PIC 9(10).
       02 GcType PIC X.
           88 CardIsGift VALUE "G".
           88 CardIsCredit VALUE "S".
       02 GcBalance PIC 9(6)V99.
       02 GcIssueDate PIC X(8).
       02 GcIssueAmt PIC 9(6)V99.
       02 GcLastDate PIC X(8).
       02 GcLoaded PIC 9(7)V99.
       02 GcRedeemed PIC 9(7)V99.
       02 GcIssuedBy PIC X(8).
       02 GcIssueRef PIC X(10).
