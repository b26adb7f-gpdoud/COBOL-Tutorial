      *> APCHK - Vendor check record layout for APChecks.dat. One
      *> record per check the appay payment run cuts, numbered from
      *> APNextChk.dat the way payrun numbers payroll checks from
      *> NextChk.dat. The bills each check paid are on APPayHist.dat
      *> (APPAY) under the same check number.
       02 VcNum PIC 9(6).
       02 VcVendID PIC 9(5).
       02 VcDate PIC X(8).
       02 VcAmount PIC 9(7)V99.
       02 VcItemCount PIC 9(3).
       02 VcStatus PIC X VALUE "O".
           88 VendChkOutstanding VALUE "O".
           88 VendChkCleared VALUE "C".
           88 VendChkVoided VALUE "V".
