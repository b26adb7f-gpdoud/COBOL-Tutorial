       02 VendStatus PIC X VALUE "A".
           88 VendorIsActive VALUE "A".
           88 VendorIsInactive VALUE "I".
      *> 1099 reporting - "Y" marks a contractor vendor whose
      *> calendar-year payments are reported on a 1099, with the
      *> taxpayer ID and mailing address the form goes to. Maintained
      *> in vendmaint; read by vend1099 at year end.
       02 Vend1099 PIC X VALUE "N".
           88 VendorIs1099 VALUE "Y".
       02 VendTaxID PIC X(11).
       02 VendAddress.
           03 VendStreet PIC X(25).
           03 VendCity PIC X(15).
           03 VendState PIC X(2).
           03 VendZip PIC X(5).
