        01 SecRetCode PIC 9(2) VALUE ZERO.
        01 JnlTable.
            02 JnlEntry OCCURS 500 TIMES INDEXED BY JnlIdx.
                03 TabJnlRecord PIC X(294).
        01 JnlCount PIC 9(3) VALUE ZERO.
            88 JnlTableFull VALUE 501 THRU 999.
        01 SaveIdx PIC 9(3) VALUE ZERO.
            88 NoMoreHist VALUE 'Y'.
        01 HistTable.
            02 HistEntry OCCURS 900 TIMES.
                03 TabHistRow PIC X(66).
                03 TabHistDrop PIC X.
        01 HistCount PIC 9(3) VALUE ZERO.
            88 HistTableFull VALUE 901 THRU 999.
        01 HistIdx PIC 9(3) VALUE ZERO.
        01 DroppedHistRows PIC 9(3) VALUE ZERO.
        *> Gift card activity on the voided sale is put back through
        *> GCARD - the load comes off the card sold, the redemption
        *> goes back on the card that paid
        01 CardAction PIC X.
        01 CardNum PIC 9(10) VALUE ZERO.
        01 CardAmount PIC 9(6)V99 VALUE ZERO.
        01 VoidRef PIC X(10).
        01 CardBalanceOut PIC 9(6)V99 VALUE ZERO.
        01 PrnCardBalance PIC $$$,$$9.99.
        01 TndIdx PIC 9 VALUE ZERO.
        01 CardsBack PIC X VALUE 'N'.
            88 CardsReversed VALUE 'Y'.
        *> Loyalty points on the voided sale go back through LOYPOST -
        *> the points earned come off, the points redeemed go back on
        01 LoyAction PIC X.
        01 LoyMemberNum PIC 9(10) VALUE ZERO.
        01 LoyPoints PIC 9(7) VALUE ZERO.
        01 LoyBalanceOut PIC 9(7) VALUE ZERO.
        01 PrnPoints PIC ZZZ,ZZ9.
        COPY RETCODE.
        01 SalesJournalStatus PIC XX.
            88 SalesJournalOpenOK VALUE "00".
        01 SalesHistFileStatus PIC XX.
        *> never deleted; a missing receipt number is how drawer theft
        *> shows, so nothing ever leaves SalesJournal.dat. The journal
        *> is line sequential, so the same load-then-save pattern
        *> cashrcpt uses rewrites it whole. Gift card loads and
        *> redemptions and loyalty points on the sale are reversed
        *> with it.
        PERFORM SignOn.
        IF NOT OperatorSignedOn
            DISPLAY "Sign-on failed - session ended"
            DISPLAY "A reason is required - not voided"
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO VoidRef
        STRING "VOID " SjRcptNum DELIMITED BY SIZE INTO VoidRef
        PERFORM ReverseGiftCards
        IF NOT CardsReversed
            EXIT PARAGRAPH
        END-IF
        PERFORM ReverseLoyaltyPoints
        SET SaleIsVoided TO TRUE
        MOVE VoidReason TO SjVoidReason
        MOVE SignOnID TO SjVoidOperator
        ADD 1 TO VoidedCount
        DISPLAY "Receipt " WantedRcptNum " voided".

    ReverseGiftCards.
        *> A card load that has since been spent cannot come back off
        *> the card, so the void is refused; rows from before the gift
        *> card fields carry no card activity
        MOVE 'Y' TO CardsBack
        IF SjGiftSold IS NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
        IF SjGiftSold > ZERO
            MOVE "R" TO CardAction
            MOVE SjGiftCardNum TO CardNum
            MOVE SjGiftSold TO CardAmount
            CALL "GCARD" USING CardAction, CardNum, CardAmount, VoidRef,
                SignOnID, CardBalanceOut, LRetCode
            IF NOT RetCodeSuccess
                MOVE CardBalanceOut TO PrnCardBalance
                DISPLAY "Gift card " SjGiftCardNum " sold on this sale "
                    "holds only " PrnCardBalance " - not voided"
                MOVE 'N' TO CardsBack
                EXIT PARAGRAPH
            END-IF
            DISPLAY "Load taken back off gift card " SjGiftCardNum
        END-IF
        IF SjRedeemCard > ZERO
            MOVE ZERO TO CardAmount
            PERFORM SumGiftTender VARYING TndIdx FROM 1 BY 1
                UNTIL TndIdx > SjTenderCount
            MOVE "L" TO CardAction
            MOVE SjRedeemCard TO CardNum
            CALL "GCARD" USING CardAction, CardNum, CardAmount, VoidRef,
                SignOnID, CardBalanceOut, LRetCode
            IF RetCodeSuccess
                MOVE CardBalanceOut TO PrnCardBalance
                DISPLAY "Gift card " SjRedeemCard " credited back - "
                    "balance " PrnCardBalance
            ELSE
                DISPLAY "Gift card " SjRedeemCard " could NOT be "
                    "credited back - credit it by hand in giftcard"
            END-IF
        END-IF.

    ReverseLoyaltyPoints.
        *> Rows from before the loyalty fields carry no member
        IF SjLoyaltyNum IS NOT NUMERIC OR SjLoyaltyNum = ZERO
            EXIT PARAGRAPH
        END-IF
        MOVE SjLoyaltyNum TO LoyMemberNum
        IF SjPointsEarned > ZERO
            MOVE "C" TO LoyAction
            MOVE SjPointsEarned TO LoyPoints
            CALL "LOYPOST" USING LoyAction, LoyMemberNum, LoyPoints,
                SjDate, VoidRef, SignOnID, LoyBalanceOut, LRetCode
            IF NOT RetCodeSuccess
                DISPLAY "Points earned by member " SjLoyaltyNum
                    " could NOT be taken back"
            END-IF
        END-IF
        IF SjPointsRedeemed > ZERO
            MOVE "B" TO LoyAction
            MOVE SjPointsRedeemed TO LoyPoints
            CALL "LOYPOST" USING LoyAction, LoyMemberNum, LoyPoints,
                SjDate, VoidRef, SignOnID, LoyBalanceOut, LRetCode
            IF NOT RetCodeSuccess
                DISPLAY "Points redeemed by member " SjLoyaltyNum
                    " could NOT be given back"
            END-IF
        END-IF
        MOVE LoyBalanceOut TO PrnPoints
        DISPLAY "Member " SjLoyaltyNum " points balance now " PrnPoints.

    SumGiftTender.
        IF SjTndType(TndIdx) = "G"
            ADD SjTndAmount(TndIdx) TO CardAmount
        END-IF.

    DropHistRows.
        *> The sale's SalesHist.dat rows go with it - otherwise the
        *> monthly rankings and the remittance run keep counting a
