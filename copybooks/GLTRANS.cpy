      *> GLTRANS - General ledger journal record layout for the
      *> GLTrans.dat file. One debit or credit leg per record, written
      *> only in balanced document groups by glpost, jeentry, jerecur
      *> and glclose (the debits and credits of one source document
      *> always foot before anything is written). GtSource plus GtRef
      *> identify the source document so a rerun can see what is
      *> already posted.
       02 GtDate PIC X(8).
       02 GtPeriod PIC X(6).
       02 GtSource PIC X(8).
           88 LegIsDebit VALUE "D".
           88 LegIsCredit VALUE "C".
       02 GtAmount PIC 9(9)V99.
      *> Operator signed on when a journal entry was keyed or
      *> generated - spaces on legs the subledger posting writes
       02 GtOperator PIC X(8).
