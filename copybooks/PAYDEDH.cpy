      *> PAYDEDH - Deduction year-to-date history record for the line
      *> sequential PayDedHist.dat archive. payyearend appends one row
      *> per employee deduction assignment with the year's total just
      *> before EdYtdAmount is rolled to zero; the W-2 run reads it
      *> for the pre-tax wage reduction and the box 12 amounts.
       02 YdYear PIC 9(4).
       02 FILLER PIC X VALUE SPACE.
       02 YdEmpID PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 YdCode PIC X(3).
       02 FILLER PIC X VALUE SPACE.
       02 YdAmount PIC 9(6)V99.
