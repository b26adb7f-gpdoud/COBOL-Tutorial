      *> LOYTXN - Loyalty points ledger, LoyaltyTxn.dat. One line per
      *> points movement posted by LOYPOST. Points are unsigned; the
      *> type gives the direction. Earned points carry the month at
      *> whose end they expire, a year after the month of the sale,
      *> and are used up oldest first - redemptions and expiries
      *> come off the oldest points still standing.
       02 LtMemberNum PIC 9(10).
       02 FILLER PIC X VALUE SPACE.
       02 LtDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 LtType PIC X.
      *>   E earned on a sale, C earned points cancelled by a void
           88 LtIsEarned VALUE "E".
           88 LtIsCancelled VALUE "C".
      *>   R redeemed on a sale, B redemption given back by a void
           88 LtIsRedeemed VALUE "R".
           88 LtIsGivenBack VALUE "B".
      *>   X expired at month end
           88 LtIsExpired VALUE "X".
       02 FILLER PIC X VALUE SPACE.
       02 LtPoints PIC 9(7).
       02 FILLER PIC X VALUE SPACE.
       02 LtExpMonth PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 LtRef PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 LtOperator PIC X(8).
