       02 DcPriority PIC 9.
       02 DcArrears PIC X.
           88 DedCarriesArrears VALUE "Y".
      *> Pre-tax "Y" marks a deduction that comes out of wages before
      *> the W-2 wage figure - a 401(k) deferral or a cafeteria plan -
      *> and the box 12 code, when set, is the letter code it reports
      *> under on the W-2. Rows from before the fields were added read
      *> back as spaces and are treated as after-tax.
       02 DcPreTax PIC X VALUE "N".
           88 DedIsPreTax VALUE "Y".
       02 DcW2Box12 PIC X(2).
