           88 CheckOutstanding VALUE "O".
           88 CheckCleared VALUE "C".
           88 CheckVoided VALUE "V".
      *> State income tax withheld on the check - rows from before the
      *> field was added read back as spaces and count as zero.
       02 CkStateTax PIC 9(5)V99.
      *> Employee Social Security and Medicare withheld, and the wages
      *> Social Security was taken on, so a void backs them out too.
      *> Pre-field rows read back as spaces and count as zero.
       02 CkSocSec PIC 9(5)V99.
       02 CkMedicare PIC 9(5)V99.
       02 CkSsWages PIC 9(6)V99.
      *> Date chkrecon voided the check, and what the positive-pay
      *> transmission has told the bank so far - space nothing yet,
      *> I the issue, V the void - so pospay sends each check's issue
      *> and void exactly once. Pre-field rows read back as spaces
      *> and go out on the next transmission.
       02 CkVoidDate PIC X(8).
       02 CkPpSent PIC X.
           88 PpNothingSent VALUE SPACE.
           88 PpIssueSent VALUE "I".
           88 PpVoidSent VALUE "V".
