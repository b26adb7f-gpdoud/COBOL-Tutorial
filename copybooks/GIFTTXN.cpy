      *> GIFTTXN - Gift card activity log, GiftCardTxn.dat. One line
      *> per balance change made through GCARD - issue, store credit,
      *> reload, or redemption - with the balance after it, the
      *> receipt or return it came from, and the operator.
       02 GtCardNum PIC 9(10).
       02 FILLER PIC X VALUE SPACE.
       02 GtDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 GtTime PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 GtAction PIC X.
           88 TxnIsIssue VALUE "I".
           88 TxnIsCredit VALUE "S".
           88 TxnIsLoad VALUE "L".
           88 TxnIsRedeem VALUE "R".
       02 FILLER PIC X VALUE SPACE.
       02 GtAmount PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 GtBalance PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 GtRef PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 GtOperator PIC X(8).
