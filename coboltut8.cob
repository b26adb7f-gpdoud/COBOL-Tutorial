        SELECT OPTIONAL ExchRateFile ASSIGN TO "ExchRate.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExchRateFileStatus.
        SELECT OPTIONAL ShiftFile ASSIGN TO "DrawerShift.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ShiftFileStatus.
        SELECT OPTIONAL LoyaltyFile ASSIGN TO "Loyalty.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LyMemberNum
            FILE STATUS IS LoyaltyFileStatus.

DATA DIVISION.
    FILE SECTION.
            02 ExCurrency PIC X(3).
            02 FILLER PIC X.
            02 ExRate PIC 9(3)V9(4).

        FD ShiftFile.
        01 ShiftRecord.
            COPY DRWSHIFT.

        FD LoyaltyFile.
        01 LoyaltyData.
            COPY LOYALTY.
    WORKING-STORAGE SECTION.
       01 TaxRate PIC V9(4) VALUE .0750.
       01 TaxAmount PIC 9(6)V99.
           88 TenderIsCash VALUE "C" "c".
           88 TenderIsCheck VALUE "K" "k".
           88 TenderIsCard VALUE "D" "d".
           88 TenderIsGift VALUE "G" "g".
       01 EntryTndAmount PIC 9(6)V99.
       01 TenderRemaining PIC S9(7)V99 VALUE ZERO.
       01 ChangeDue PIC 9(4)V99 VALUE ZERO.
       01 PrnRemaining PIC $$$,$$9.99.
       01 PrnChangeDue PIC $$,$$9.99.
       01 PrnTndAmount PIC $$$,$$9.99.
       01 SignOnID PIC X(8).
       01 SignOnName PIC X(20).
       01 SignOnTries PIC 9 VALUE ZERO.
       01 OperatorOK PIC X VALUE 'N'.
           88 OperatorSignedOn VALUE 'Y'.
       01 OpRole PIC 9 VALUE ZERO.
       01 SignOnRetCode PIC 9(2) VALUE ZERO.
       01 CashierID PIC X(8) VALUE SPACES.
       01 CashierDrawer PIC 9(2) VALUE ZERO.
       01 CashierShift PIC 9(5) VALUE ZERO.
       01 ShiftEOF PIC X VALUE 'N'.
           88 NoMoreShifts VALUE 'Y'.
       01 ShiftFileStatus PIC XX.
           88 ShiftFileOpenOK VALUE "00".
       *> Gift card sold or reloaded on the sale, and the card a G
       *> tender is redeemed from - GCARD posts both once the receipt
       *> is numbered
       01 GiftSold PIC 9(6)V99 VALUE ZERO.
       01 GiftCardNum PIC 9(10) VALUE ZERO.
       01 GiftSaleAction PIC X VALUE SPACE.
       01 RedeemCardNum PIC 9(10) VALUE ZERO.
       01 RedeemAmount PIC 9(6)V99 VALUE ZERO.
       01 EntryCardNum PIC 9(10).
       01 EntryGiftAmount PIC 9(6)V99.
       01 TenderCardNum PIC 9(10) VALUE ZERO.
       01 TenderCardBal PIC 9(6)V99 VALUE ZERO.
       01 CardAction PIC X.
       01 CardAmount PIC 9(6)V99.
       01 RcptRef PIC X(10).
       01 CardBalanceOut PIC 9(6)V99.
       01 PrnCardBalance PIC $$$,$$9.99.
       01 PrnGiftSold PIC $$$,$$9.99.
       *> Loyalty member on the sale - a point for every whole dollar
       *> of net merchandise, and each point redeemed takes a cent
       *> off the sale as a discount line
       01 PointsPerDollar PIC 9 VALUE 1.
       01 PointValue PIC V99 VALUE .01.
       01 LoyaltyNum PIC 9(10) VALUE ZERO.
       01 LoyaltyCustID PIC 9(5) VALUE ZERO.
       01 EntryLoyaltyNum PIC 9(10).
       01 EntryPoints PIC 9(5).
       01 MemberExists PIC X.
       01 MaxRedeemPoints PIC 9(7) VALUE ZERO.
       01 PointsEarned PIC 9(5) VALUE ZERO.
       01 PointsRedeemed PIC 9(5) VALUE ZERO.
       01 PointsDisc PIC 9(5)V99 VALUE ZERO.
       01 LoyAction PIC X.
       01 LoyPoints PIC 9(7).
       01 LoyBalanceOut PIC 9(7).
       01 PrnPoints PIC ZZZ,ZZ9.
       01 PrnPointsDisc PIC $$$,$$9.99.
       01 LoyaltyFileStatus PIC XX.
           88 LoyaltyFileOpenOK VALUE "00".
       COPY RETCODE.

PROCEDURE DIVISION.
    *> Uses Fixed-point numbers
    *> to the taxable subtotal. Every completed sale is appended to
    *> the sales journal under a sequential receipt number, and a past
    *> receipt can be reprinted by number.
    *> A sale is rung by a signed-on cashier into the drawer of the
    *> shift they opened in drawer, so a short drawer at close traces
    *> to a cashier and a shift.
    *> A gift card can be sold or reloaded on the sale, untaxed and
    *> outside the merchandise subtotal, and a gift card or store
    *> credit card can pay as the G tender.
    *> A loyalty member earns points on the net merchandise and can
    *> redeem points already held as a discount on the sale.
    DISPLAY "(S)ale or (R)eprint a receipt : " WITH NO ADVANCING.
    ACCEPT RunMode.
    IF ReprintRequested
        PERFORM ReprintReceipt
        STOP RUN
    END-IF.
    PERFORM SignOn.
    IF NOT OperatorSignedOn
        DISPLAY "Sign-on failed - no sale"
        STOP RUN
    END-IF.
    PERFORM FindOpenShift.
    IF CashierShift = ZERO
        DISPLAY "No drawer shift open for " SignOnID
            " - open one in drawer first"
        STOP RUN
    END-IF.
    MOVE SignOnID TO CashierID.
    PERFORM LoadTaxTable.
    PERFORM LoadProdTable.
    PERFORM LoadExchTable.
    IF PromoFileOnHand
        CLOSE PromoFile
    END-IF.
    PERFORM EnterGiftCardSale.
    IF SaleLineCount = ZERO AND GiftSold = ZERO
        DISPLAY "No line items entered - no sale"
        STOP RUN
    END-IF.
    IF SaleSubtotal > ZERO
        PERFORM EnterLoyaltyMember
    END-IF.

    DISPLAY "Enter the jurisdiction code: " WITH NO ADVANCING.
    ACCEPT JurisCode.
    PERFORM LookupTaxRate.
    IF GiftSold > ZERO AND CurrencyCode NOT = "USD"
        DISPLAY "Gift cards are sold in USD only - no sale"
        STOP RUN
    END-IF.
    PERFORM CheckTaxExemption.
    IF SaleIsExempt
        MOVE ZERO TO TaxRate
    ELSE
        COMPUTE TaxAmount = SaleSubtotal * TaxRate
    END-IF.
    COMPUTE SaleTotal = SaleSubtotal + TaxAmount + GiftSold.

    MOVE SaleTotal TO PrnSaleTotal.
    DISPLAY "Subtotal + Tax : " PrnSaleTotal.

    PERFORM GetNextReceiptNumber.
    MOVE NextRcptNum TO RcptNum.
    PERFORM PostGiftCards.
    PERFORM PostLoyaltyPoints.
    PERFORM WriteSalesJournal.
    PERFORM PostSalesHistory.
    ADD 1 TO NextRcptNum.

    STOP RUN.

SignOn.
    PERFORM UNTIL OperatorSignedOn OR SignOnTries > 2
        MOVE SPACES TO SignOnID
        DISPLAY "Cashier operator ID : " WITH NO ADVANCING
        ACCEPT SignOnID
        CALL "OPSIGNON" USING SignOnID, SignOnName, OpRole,
            SignOnRetCode
        IF SignOnRetCode = ZERO
            SET OperatorSignedOn TO TRUE
        ELSE
            DISPLAY "Operator ID not recognized or inactive"
            ADD 1 TO SignOnTries
        END-IF
    END-PERFORM.
    IF OperatorSignedOn
        DISPLAY "Signed on : " SignOnName
    END-IF.

FindOpenShift.
    *> The cashier's one open shift on DrawerShift.dat gives the
    *> drawer the sale goes into
    MOVE ZERO TO CashierShift
    OPEN INPUT ShiftFile
    IF ShiftFileOpenOK
        READ ShiftFile
            AT END SET NoMoreShifts TO TRUE
        END-READ
        PERFORM CheckOneShift UNTIL NoMoreShifts
    END-IF
    CLOSE ShiftFile.

CheckOneShift.
    IF ShiftIsOpen AND DsCashier = SignOnID
        MOVE DsShiftNum TO CashierShift
        MOVE DsDrawer TO CashierDrawer
        SET NoMoreShifts TO TRUE
    ELSE
        READ ShiftFile
            AT END SET NoMoreShifts TO TRUE
        END-READ
    END-IF.

EnterSaleLine.
    DISPLAY "Product code (00000 to total) : " WITH NO ADVANCING
    ACCEPT EntryCode
        END-IF
    END-IF.

EnterGiftCardSale.
    *> A number already on GiftCard.dat is a reload, a new number is
    *> a new card - either way the load is collected with the sale
    MOVE ZERO TO GiftSold
    MOVE ZERO TO GiftCardNum
    DISPLAY "Gift card to sell or reload (0 = none) : "
        WITH NO ADVANCING
    ACCEPT EntryCardNum
    IF EntryCardNum IS NOT NUMERIC OR EntryCardNum = ZERO
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Amount to load : " WITH NO ADVANCING
    ACCEPT EntryGiftAmount
    IF EntryGiftAmount IS NOT NUMERIC OR EntryGiftAmount = ZERO
        DISPLAY "Amount must be a nonzero number - no gift card sold"
        EXIT PARAGRAPH
    END-IF
    MOVE "B" TO CardAction
    MOVE EntryCardNum TO TenderCardNum
    PERFORM CallGiftCard
    IF RetCodeSuccess
        MOVE "L" TO GiftSaleAction
        MOVE CardBalanceOut TO PrnCardBalance
        DISPLAY "Reload of card " EntryCardNum " - balance now "
            PrnCardBalance
    ELSE
        MOVE "I" TO GiftSaleAction
        DISPLAY "New gift card " EntryCardNum
    END-IF
    MOVE EntryCardNum TO GiftCardNum
    MOVE EntryGiftAmount TO GiftSold
    MOVE GiftSold TO PrnGiftSold
    DISPLAY "Gift card load " PrnGiftSold.

CallGiftCard.
    MOVE ZERO TO CardAmount
    MOVE SPACES TO RcptRef
    CALL "GCARD" USING CardAction, TenderCardNum, CardAmount, RcptRef,
        CashierID, CardBalanceOut, LRetCode.

PostGiftCards.
    *> The load and the redemption go on the card under the receipt
    *> number once the sale is certain to be journaled
    MOVE SPACES TO RcptRef
    STRING "RCPT " RcptNum DELIMITED BY SIZE INTO RcptRef
    IF GiftSold > ZERO
        MOVE GiftSaleAction TO CardAction
        MOVE GiftSold TO CardAmount
        CALL "GCARD" USING CardAction, GiftCardNum, CardAmount, RcptRef,
            CashierID, CardBalanceOut, LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Gift card " GiftCardNum
                " was NOT loaded - refer to a supervisor"
        END-IF
    END-IF
    IF RedeemAmount > ZERO
        MOVE "R" TO CardAction
        MOVE RedeemAmount TO CardAmount
        CALL "GCARD" USING CardAction, RedeemCardNum, CardAmount,
            RcptRef, CashierID, CardBalanceOut, LRetCode
        IF RetCodeSuccess
            MOVE CardBalanceOut TO PrnCardBalance
            DISPLAY "Card " RedeemCardNum " balance remaining "
                PrnCardBalance
        ELSE
            DISPLAY "Gift card " RedeemCardNum
                " was NOT charged - refer to a supervisor"
        END-IF
    END-IF.

EnterLoyaltyMember.
    *> The member card is optional - an unknown number earns nothing
    *> and the sale goes on as a walk-in
    DISPLAY "Loyalty number (0 = none) : " WITH NO ADVANCING
    ACCEPT EntryLoyaltyNum
    IF EntryLoyaltyNum IS NOT NUMERIC OR EntryLoyaltyNum = ZERO
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT LoyaltyFile
    IF NOT LoyaltyFileOpenOK
        DISPLAY "No loyalty file - no points"
        CLOSE LoyaltyFile
        EXIT PARAGRAPH
    END-IF
    MOVE 'Y' TO MemberExists
    MOVE EntryLoyaltyNum TO LyMemberNum
    READ LoyaltyFile
        INVALID KEY MOVE 'N' TO MemberExists
    END-READ
    CLOSE LoyaltyFile
    IF MemberExists = 'N'
        DISPLAY "Loyalty number " EntryLoyaltyNum
            " is not on file - no points"
        EXIT PARAGRAPH
    END-IF
    MOVE LyMemberNum TO LoyaltyNum
    MOVE LyCustID TO LoyaltyCustID
    MOVE LyPoints TO PrnPoints
    DISPLAY "Member " LyName " holds " PrnPoints " points"
    IF LyPoints > ZERO
        PERFORM EnterPointsRedeemed
    END-IF
    COMPUTE PointsEarned = SaleSubtotal * PointsPerDollar
    MOVE PointsEarned TO PrnPoints
    DISPLAY "Points earned on this sale : " PrnPoints.

EnterPointsRedeemed.
    *> No more points than the member holds, and no more than would
    *> take the merchandise to zero
    COMPUTE MaxRedeemPoints = SaleSubtotal / PointValue
    IF MaxRedeemPoints > LyPoints
        MOVE LyPoints TO MaxRedeemPoints
    END-IF
    IF MaxRedeemPoints > 99999
        MOVE 99999 TO MaxRedeemPoints
    END-IF
    MOVE MaxRedeemPoints TO PrnPoints
    DISPLAY "Points to redeem (0 = none, up to " PrnPoints ") : "
        WITH NO ADVANCING
    ACCEPT EntryPoints
    IF EntryPoints IS NOT NUMERIC OR EntryPoints = ZERO
        EXIT PARAGRAPH
    END-IF
    IF EntryPoints > MaxRedeemPoints
        DISPLAY "Only " PrnPoints " points can be used - none redeemed"
        EXIT PARAGRAPH
    END-IF
    MOVE EntryPoints TO PointsRedeemed
    COMPUTE PointsDisc = PointsRedeemed * PointValue
    SUBTRACT PointsDisc FROM SaleSubtotal
    MOVE PointsDisc TO PrnPointsDisc
    DISPLAY "Points discount " PrnPointsDisc.

PostLoyaltyPoints.
    *> Redeemed points come off first, then the points earned go on
    *> under the receipt number
    IF LoyaltyNum = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO RcptRef
    STRING "RCPT " RcptNum DELIMITED BY SIZE INTO RcptRef
    IF PointsRedeemed > ZERO
        MOVE "R" TO LoyAction
        MOVE PointsRedeemed TO LoyPoints
        CALL "LOYPOST" USING LoyAction, LoyaltyNum, LoyPoints, SaleDate,
            RcptRef, CashierID, LoyBalanceOut, LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Points for member " LoyaltyNum
                " were NOT redeemed - refer to a supervisor"
        END-IF
    END-IF
    IF PointsEarned > ZERO
        MOVE "E" TO LoyAction
        MOVE PointsEarned TO LoyPoints
        CALL "LOYPOST" USING LoyAction, LoyaltyNum, LoyPoints, SaleDate,
            RcptRef, CashierID, LoyBalanceOut, LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Points for member " LoyaltyNum
                " were NOT credited - refer to a supervisor"
        ELSE
            MOVE LoyBalanceOut TO PrnPoints
            DISPLAY "Member points balance " PrnPoints
        END-IF
    END-IF.

LookupProduct.
    MOVE 'N' TO ProdFound
    SET ProdIdx TO 1
EnterOneTender.
    MOVE TenderRemaining TO PrnRemaining
    DISPLAY "Amount due " PrnRemaining
        " - tender type (C)ash (K)check car(D) (G)ift card : "
        WITH NO ADVANCING
    ACCEPT EntryTndType
    IF NOT TenderIsCash AND NOT TenderIsCheck AND NOT TenderIsCard
        AND NOT TenderIsGift
        DISPLAY "Tender must be C, K, D, or G"
        EXIT PARAGRAPH
    END-IF
    IF TenderIsGift
        PERFORM CheckRedeemCard
        IF TenderCardNum = ZERO
            EXIT PARAGRAPH
        END-IF
    END-IF
    DISPLAY "Amount tendered : " WITH NO ADVANCING
    ACCEPT EntryTndAmount
    IF EntryTndAmount IS NOT NUMERIC OR EntryTndAmount = ZERO
        DISPLAY "Only cash can exceed the amount due"
        EXIT PARAGRAPH
    END-IF
    IF TenderIsGift AND EntryTndAmount > TenderCardBal
        MOVE TenderCardBal TO PrnCardBalance
        DISPLAY "Card holds only " PrnCardBalance
        EXIT PARAGRAPH
    END-IF
    IF TenderIsGift AND TenderCount = 2
        AND EntryTndAmount < TenderRemaining
        *> The short third tender is booked as cash - a card cannot
        *> be the one that comes up short
        DISPLAY "Last tender - the card must cover the rest"
        EXIT PARAGRAPH
    END-IF
    IF TenderIsGift
        MOVE TenderCardNum TO RedeemCardNum
        MOVE EntryTndAmount TO RedeemAmount
    END-IF
    ADD 1 TO TenderCount
    MOVE FUNCTION UPPER-CASE(EntryTndType) TO TndType(TenderCount)
    MOVE EntryTndAmount TO TndAmount(TenderCount)
        SUBTRACT EntryTndAmount FROM TenderRemaining
    END-IF.

CheckRedeemCard.
    *> One card per sale, in USD, on file and not the card being
    *> loaded on this same sale - TenderCardNum comes back zero when
    *> the card cannot pay
    MOVE ZERO TO TenderCardBal
    IF RedeemCardNum NOT = ZERO
        DISPLAY "Only one gift card can pay on a sale"
        MOVE ZERO TO TenderCardNum
        EXIT PARAGRAPH
    END-IF
    IF CurrencyCode NOT = "USD"
        DISPLAY "Gift cards are redeemed in USD only"
        MOVE ZERO TO TenderCardNum
        EXIT PARAGRAPH
    END-IF
    DISPLAY "Gift card number : " WITH NO ADVANCING
    ACCEPT EntryCardNum
    IF EntryCardNum IS NOT NUMERIC OR EntryCardNum = ZERO
        MOVE ZERO TO TenderCardNum
        EXIT PARAGRAPH
    END-IF
    IF EntryCardNum = GiftCardNum
        DISPLAY "A card cannot pay for its own load"
        MOVE ZERO TO TenderCardNum
        EXIT PARAGRAPH
    END-IF
    MOVE "B" TO CardAction
    MOVE EntryCardNum TO TenderCardNum
    PERFORM CallGiftCard
    IF NOT RetCodeSuccess
        DISPLAY "Card " EntryCardNum " is not on file"
        MOVE ZERO TO TenderCardNum
        EXIT PARAGRAPH
    END-IF
    IF CardBalanceOut = ZERO
        DISPLAY "Card " EntryCardNum " has no balance left"
        MOVE ZERO TO TenderCardNum
        EXIT PARAGRAPH
    END-IF
    MOVE CardBalanceOut TO TenderCardBal
    MOVE CardBalanceOut TO PrnCardBalance
    DISPLAY "Card balance " PrnCardBalance.

CheckTaxExemption.
    *> A reseller or nonprofit hands over their customer ID at the
    *> counter - the exemption only holds while the flag is set and
    STRING "Currency      : " CurrencyCode DELIMITED BY SIZE
        INTO ReceiptLine
    WRITE ReceiptLine
    IF CashierID NOT = SPACES
        MOVE SPACES TO ReceiptLine
        STRING "Cashier       : " CashierID " Drawer " CashierDrawer
            DELIMITED BY SIZE INTO ReceiptLine
        WRITE ReceiptLine
    END-IF
    PERFORM PrintReceiptLine
        VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > SaleLineCount
    IF PointsRedeemed > ZERO
        MOVE PointsRedeemed TO PrnPoints
        MOVE PointsDisc TO PrnPointsDisc
        MOVE SPACES TO ReceiptLine
        STRING "Points Used   : " PrnPoints " pts less " PrnPointsDisc
            DELIMITED BY SIZE INTO ReceiptLine
        WRITE ReceiptLine
    END-IF
    MOVE SPACES TO ReceiptLine
    STRING "Subtotal      : " CurrencyCode " " PrnSubtotal DELIMITED BY SIZE
        INTO ReceiptLine
    STRING "Tax           : " CurrencyCode " " PrnTaxAmount DELIMITED BY SIZE
        INTO ReceiptLine
    WRITE ReceiptLine
    IF GiftSold > ZERO
        MOVE GiftSold TO PrnGiftSold
        MOVE SPACES TO ReceiptLine
        STRING "Gift Card Load: " CurrencyCode " " PrnGiftSold " card "
            GiftCardNum DELIMITED BY SIZE INTO ReceiptLine
        WRITE ReceiptLine
    END-IF
    MOVE SPACES TO ReceiptLine
    STRING "Total         : " CurrencyCode " " PrnSaleTotal DELIMITED BY SIZE
        INTO ReceiptLine
            INTO ReceiptLine
        WRITE ReceiptLine
    END-IF
    IF LoyaltyNum NOT = ZERO
        MOVE PointsEarned TO PrnPoints
        MOVE SPACES TO ReceiptLine
        STRING "Member        : " LoyaltyNum " earned " PrnPoints " pts"
            DELIMITED BY SIZE INTO ReceiptLine
        WRITE ReceiptLine
    END-IF
    CLOSE ReceiptFile.

PrintTenderLine.
            DELIMITED BY SIZE INTO ReceiptLine
        WHEN "K" STRING "Check         : " PrnTndAmount
            DELIMITED BY SIZE INTO ReceiptLine
        WHEN "G" STRING "Gift Card     : " PrnTndAmount " card "
            RedeemCardNum DELIMITED BY SIZE INTO ReceiptLine
        WHEN OTHER STRING "Card          : " PrnTndAmount
            DELIMITED BY SIZE INTO ReceiptLine
    END-EVALUATE
        END-IF
    END-PERFORM
    MOVE ChangeDue TO SjChangeDue
    MOVE CashierID TO SjCashier
    MOVE CashierDrawer TO SjDrawer
    MOVE CashierShift TO SjShiftNum
    MOVE GiftSold TO SjGiftSold
    MOVE GiftCardNum TO SjGiftCardNum
    MOVE RedeemCardNum TO SjRedeemCard
    MOVE LoyaltyNum TO SjLoyaltyNum
    MOVE PointsEarned TO SjPointsEarned
    MOVE PointsRedeemed TO SjPointsRedeemed
    MOVE PointsDisc TO SjPointsDisc
    PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > SaleLineCount
        MOVE SlProdName(LineIdx) TO SjProdName(LineIdx)
        MOVE SlQty(LineIdx) TO SjQty(LineIdx)

PostSalesHistory.
    *> One SalesHist.dat line per product sold so the detail outlives
    *> the Z-report - the register knows the customer only through a
    *> loyalty member linked to one, otherwise zero goes in ShCustID;
    *> the document tax rides on the first line.
    OPEN EXTEND SalesHistFile
    IF SalesHistFileStatus NOT = "00" AND SalesHistFileStatus NOT = "05"
        DISPLAY "Unable to open SalesHist.dat - status "
        MOVE SaleDate TO ShDate
        SET HistFromRegister TO TRUE
        MOVE RcptNum TO ShRef
        MOVE LoyaltyCustID TO ShCustID
        MOVE LoyaltyNum TO ShLoyaltyNum
        MOVE SlProdCode(LineIdx) TO ShProdCode
        MOVE SlProdName(LineIdx) TO ShProdName
        MOVE SlQty(LineIdx) TO ShQty
        MOVE SjTax TO HomeTax
    END-IF
    MOVE SjLineCount TO SaleLineCount
    *> Rows from before the cashier fields reprint without the
    *> cashier line
    IF SjDrawer IS NUMERIC
        MOVE SjCashier TO CashierID
        MOVE SjDrawer TO CashierDrawer
    ELSE
        MOVE SPACES TO CashierID
    END-IF
    *> Rows from before the gift card fields carry no card activity
    IF SjGiftSold IS NUMERIC
        MOVE SjGiftSold TO GiftSold
        MOVE SjGiftCardNum TO GiftCardNum
        MOVE SjRedeemCard TO RedeemCardNum
    ELSE
        MOVE ZERO TO GiftSold
        MOVE ZERO TO GiftCardNum
        MOVE ZERO TO RedeemCardNum
    END-IF
    *> Rows from before the loyalty fields carry no member
    IF SjLoyaltyNum IS NUMERIC
        MOVE SjLoyaltyNum TO LoyaltyNum
        MOVE SjPointsEarned TO PointsEarned
        MOVE SjPointsRedeemed TO PointsRedeemed
        MOVE SjPointsDisc TO PointsDisc
    ELSE
        MOVE ZERO TO LoyaltyNum
        MOVE ZERO TO PointsEarned
        MOVE ZERO TO PointsRedeemed
        MOVE ZERO TO PointsDisc
    END-IF
    *> Pre-tender journal rows read back as spaces - reprint those as
    *> one cash tender at the sale total, the Z-report convention
    IF SjTenderCount IS NUMERIC AND SjTenderCount > ZERO
