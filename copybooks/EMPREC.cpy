      *> that carries no department of its own; drives the labor
      *> distribution and the GL charging.
       02 EmpHomeDept PIC X(3).
      *> Social security number and home address for the year-end
      *> W-2, kept in empmaint. Pre-field rows read back as spaces
      *> and print on the W-2 run's missing-SSN list until keyed.
       02 EmpSSN PIC X(9).
       02 EmpAddress.
           03 EmpStreet PIC X(25).
           03 EmpCity PIC X(15).
           03 EmpAddrState PIC X(2).
           03 EmpZip PIC X(5).
      *> Work state - the two-letter code that picks the employee's
      *> brackets off StateBracket.dat - and the state income tax
      *> withheld year to date. A blank state withholds no state tax.
      *> Pre-field rows read back as spaces and the YTD as zero.
       02 EmpWorkState PIC X(2).
       02 EmpYtdStateTax PIC 9(6)V99.
      *> Employee Social Security and Medicare withheld year to date,
      *> and the wages Social Security was taken on - gross up to the
      *> annual wage base. Rolled by payyearend with the others.
      *> Pre-field rows read back as spaces and count as zero.
       02 EmpYtdSocSec PIC 9(6)V99.
       02 EmpYtdMedicare PIC 9(6)V99.
       02 EmpYtdSsWages PIC 9(7)V99.
      *> Pay type - H hourly off PayHours.dat, S salaried (exempt):
      *> paid the annual salary over the pay frequency - W weekly,
      *> B biweekly, S semimonthly, M monthly - with no hours record
      *> and no overtime. Pre-field rows read back as spaces and are
      *> paid hourly.
       02 EmpPayType PIC X.
           88 EmpIsSalaried VALUE "S".
       02 EmpAnnualSalary PIC 9(7)V99.
       02 EmpPayFreq PIC X.
           88 PayFreqValid VALUE "W" "B" "S" "M".
