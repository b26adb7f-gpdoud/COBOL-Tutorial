      *> BUDREC - GL budget record layout for the indexed Budget.dat
      *> file, keyed by account and period (YYYYMM). One planned
      *> amount per account per month, on the account's natural side
      *> (expense and asset budgets as debits, revenue as credits).
      *> Maintained by budmaint; budvar reports it against GLTrans.dat.
       02 BdKey.
           03 BdAcctNum PIC 9(4).
           03 BdPeriod PIC X(6).
       02 BdAmount PIC 9(9)V99.
