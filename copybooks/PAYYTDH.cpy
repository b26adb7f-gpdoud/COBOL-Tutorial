      *> PAYYTDH - Payroll year-to-date history record for the line
      *> sequential PayYtdHist.dat archive. payyearend appends one row
      *> per employee with the closing balances before it rolls the
      *> accumulators, so the year-end tax forms can be rerun from
      *> here after the master has moved on to the new year.
       02 YhYear PIC 9(4).
       02 FILLER PIC X VALUE SPACE.
       02 YhEmpID PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 YhGross PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 YhFedTax PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 YhInsurance PIC 9(5)V99.
       02 FILLER PIC X VALUE SPACE.
       02 YhNet PIC 9(6)V99.
      *> State withholding for the year and the work state it was
      *> withheld for at close - rows archived before the fields were
      *> added read back as spaces and count as zero.
       02 FILLER PIC X VALUE SPACE.
       02 YhStateTax PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 YhWorkState PIC X(2).
      *> Social Security and Medicare withheld for the year and the
      *> wages Social Security was taken on, for W-2 boxes 3 to 6 -
      *> earlier rows read back as spaces and count as zero.
       02 FILLER PIC X VALUE SPACE.
       02 YhSsWages PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 YhSocSec PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 YhMedicare PIC 9(6)V99.
