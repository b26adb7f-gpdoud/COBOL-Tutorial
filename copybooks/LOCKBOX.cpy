      *> LOCKBOX - Lockbox remittance line layout for Lockbox.dat, the
      *> file the bank returns for the customer checks mailed to the
      *> lockbox. One line per check: the invoice number the customer
      *> wrote on the stub (zero when none was given), the customer
      *> number, the check amount and number, and the date the bank
      *> deposited it. lockbox applies each line the way cashrcpt
      *> applies a keyed payment.
       02 LbInvNum PIC 9(5).
       02 FILLER PIC X.
       02 LbCustID PIC 9(5).
       02 FILLER PIC X.
       02 LbAmount PIC 9(6)V99.
       02 FILLER PIC X.
       02 LbCheckNum PIC X(10).
       02 FILLER PIC X.
       02 LbDate PIC X(8).
