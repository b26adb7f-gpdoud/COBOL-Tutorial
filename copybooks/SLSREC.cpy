       02 SrStatus PIC X VALUE "A".
           88 SalesRepIsActive VALUE "A".
           88 SalesRepIsInactive VALUE "I".
      *> Territory the rep covers and the twelve monthly sales quotas
      *> for SrQuotaYear, in dollars before tax, that the quotarpt
      *> attainment report measures the rep against. The customers in
      *> the territory are handed to the rep on Territory.dat (TERRREC)
      *> by state or account by account. A rep whose quota year is not
      *> the year being reported carries no quota for it.
       02 SrTerritory PIC X(15).
       02 SrQuotaYear PIC 9(4).
       02 SrMonthQuota PIC 9(7)V99 OCCURS 12 TIMES.
