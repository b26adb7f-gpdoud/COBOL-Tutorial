       02 SjHomeTotal PIC 9(8)V99.
       02 SjHomeTax PIC 9(8)V99.
      *> Tender breakdown captured at the register - up to three
      *> tenders per sale (C cash, K check, D card, G gift card or
      *> store credit) with change due on cash. Rows from before the
      *> fields were added read back as spaces and are treated as one
      *> cash tender at the sale total.
       02 SjTenderCount PIC 9.
       02 SjTender OCCURS 3 TIMES.
           03 SjTndType PIC X.
           88 SaleIsVoided VALUE "V".
       02 SjVoidReason PIC X(20).
       02 SjVoidOperator PIC X(8).
      *> Who rang the sale and into which drawer - the cashier's
      *> operator ID, the drawer number, and the drawer shift the
      *> cashier opened in drawer; the shift close balances against
      *> these. Rows from before the fields were added read back as
      *> spaces and belong to no shift.
       02 SjCashier PIC X(8).
       02 SjDrawer PIC 9(2).
       02 SjShiftNum PIC 9(5).
      *> Gift card activity on the sale - the amount of a gift card
      *> sold or reloaded (carried in SjTotal but not in SjSubtotal,
      *> since it is neither merchandise nor taxable) and the card it
      *> went on, and the card a G tender was redeemed from. Rows from
      *> before the fields were added read back as spaces and carry
      *> no gift card activity.
       02 SjGiftSold PIC 9(6)V99.
       02 SjGiftCardNum PIC 9(10).
       02 SjRedeemCard PIC 9(10).
      *> Loyalty member on the sale, the points earned on the net
      *> merchandise subtotal, and the points redeemed with the
      *> discount they gave - SjSubtotal is already net of that
      *> discount. Rows from before the fields were added read back
      *> as spaces and carry no loyalty activity.
       02 SjLoyaltyNum PIC 9(10).
       02 SjPointsEarned PIC 9(5).
       02 SjPointsRedeemed PIC 9(5).
       02 SjPointsDisc PIC 9(5)V99.
