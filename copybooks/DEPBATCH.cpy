      *> DEPBATCH - Deposit batch record layout for DepBatch.dat. One
      *> record per cashrcpt session (the bank bag) or lockbox import,
      *> carrying the control count and amount beside what was
      *> actually applied. deprecon matches the batches to the deposit
      *> lines on the bank statement and marks them cleared with the
      *> bank's date - rows written before the clearing fields read
      *> back as spaces, which is uncleared.
       02 DbBatchNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 DbDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 DbCtlCount PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 DbCtlAmount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 DbKeyedCount PIC 9(3).
       02 FILLER PIC X VALUE SPACE.
       02 DbKeyedAmount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 DbStatus PIC X.
           88 BatchBalanced VALUE "B".
           88 BatchOutOfBalance VALUE "O".
       02 FILLER PIC X VALUE SPACE.
       02 DbClearStatus PIC X.
           88 DepositCleared VALUE "C".
       02 FILLER PIC X VALUE SPACE.
       02 DbClearedDate PIC X(8).
      *> L for a lockbox import - the bank deposits its own lockbox
      *> total (DbCtlAmount) whether or not every remittance could be
      *> applied. C for a cashrcpt bag, which goes in as keyed. Rows
      *> from before the field was added read back as spaces.
       02 FILLER PIC X VALUE SPACE.
       02 DbSource PIC X.
           88 LockboxDeposit VALUE "L".
