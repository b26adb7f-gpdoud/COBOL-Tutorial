      *> BANKSTMT - Bank statement line layout for BankStmt.dat, the
      *> operating account's statement as keyed or downloaded from the
      *> bank. Credits are deposits and other money in; debits are
      *> cleared checks and charges. The reference carries the deposit
      *> batch number when the bank reports the slip number.
       02 BsDate PIC X(8).
       02 FILLER PIC X.
       02 BsType PIC X.
           88 BankCredit VALUE "C".
           88 BankDebit VALUE "D".
       02 FILLER PIC X.
       02 BsAmount PIC 9(9)V99.
       02 FILLER PIC X.
       02 BsRef PIC X(10).
