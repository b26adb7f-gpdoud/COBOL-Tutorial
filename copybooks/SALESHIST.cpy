      *> document tax rides on the first line of each document so
      *> document totals still foot; rankings use the extended amount.
      *> Read by the salesanal monthly analysis reports.
      *> A register sale to a loyalty member carries the member number
      *> and, where the member is also a customer, the customer ID.
       02 ShDate PIC X(8).
       02 ShSource PIC X.
           88 HistFromRegister VALUE "R".
       02 ShQty PIC 9(5).
       02 ShExtAmount PIC 9(7)V99.
       02 ShTax PIC 9(6)V99.
       02 ShLoyaltyNum PIC 9(10).
