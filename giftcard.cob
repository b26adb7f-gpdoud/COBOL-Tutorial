       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. giftcard.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL CardFile ASSIGN TO "GiftCard.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GcCardNum
            FILE STATUS IS CardFileStatus.
        SELECT LiabReport ASSIGN TO "GiftLiab.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LiabReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD CardFile.
        01 CardData.
            COPY GIFTCARD.

        FD LiabReport.
        01 PrintLine PIC X(80).

    WORKING-STORAGE SECTION.
        01 Choice PIC 9 VALUE ZERO.
        01 StayOpen PIC X VALUE 'Y'.
        01 CardEOF PIC X VALUE 'N'.
            88 NoMoreCards VALUE 'Y'.
        01 CardExists PIC X VALUE 'N'.
            88 CardOnFile VALUE 'Y'.
        *> Screen entry fields - amounts are keyed with a decimal point
        *> and edited before use
        01 EntryCardNum PIC 9(10) VALUE ZERO.
        01 EntryAmount PIC X(10).
        01 EntryRef PIC X(10).
        01 EditAmount PIC 9(6)V99 VALUE ZERO.
        01 ValidEntry PIC X VALUE 'N'.
            88 EntryIsValid VALUE 'Y'.
        *> GCARD linkage
        01 CardAction PIC X.
        01 CardAmount PIC 9(6)V99 VALUE ZERO.
        01 CardBalanceOut PIC 9(6)V99 VALUE ZERO.
        COPY RETCODE.
        01 PrnAmount PIC $$$,$$9.99.
        01 PrnType PIC X(12).
        *> Liability report
        01 GiftCount PIC 9(5) VALUE ZERO.
        01 CreditCount PIC 9(5) VALUE ZERO.
        01 GiftLiab PIC 9(8)V99 VALUE ZERO.
        01 CreditLiab PIC 9(8)V99 VALUE ZERO.
        01 TotalLiab PIC 9(8)V99 VALUE ZERO.
        01 LiabHeading.
            02 FILLER PIC X(40) VALUE
                "GIFT CARD AND STORE CREDIT LIABILITY".
            02 FILLER PIC X(9) VALUE "PRINTED ".
            02 PrnRunDate PIC X(8).
        01 LiabColHeads PIC X(80) VALUE
            "  Card No.    Type          Issued  Last Used       Balance".
        01 LiabDetail.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCardNum PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCardType PIC X(12).
            02 FILLER PIC X VALUE SPACE.
            02 PrnIssueDate PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLastDate PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCardBal PIC $$$,$$9.99.
        01 LiabTotalLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnTotLabel PIC X(22).
            02 PrnTotCount PIC ZZZZ9.
            02 FILLER PIC X(7) VALUE " CARDS ".
            02 FILLER PIC X(9) VALUE SPACE.
            02 PrnTotAmount PIC $$,$$$,$$9.99.
        01 WSCurrentDateTime PIC X(21).
        01 SignOnID PIC X(8).
        01 SignOnName PIC X(20).
        01 SignOnTries PIC 9 VALUE ZERO.
        01 OperatorOK PIC X VALUE 'N'.
            88 OperatorSignedOn VALUE 'Y'.
        01 OpRole PIC 9 VALUE ZERO.
        01 SignOnRetCode PIC 9(2) VALUE ZERO.
        01 SecEvent PIC X(12).
        01 SecRetCode PIC 9(2) VALUE ZERO.
        01 CardFileStatus PIC XX.
            88 CardFileOpenOK VALUE "00".
        01 LiabReportStatus PIC XX.
            88 LiabReportOpenOK VALUE "00".

    SCREEN SECTION.
        01 SignOnScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "GIFT CARDS - SIGN ON".
            02 LINE 3 COLUMN 1 VALUE "Operator ID : ".
            02 LINE 3 COLUMN 15 PIC X(8) USING SignOnID.

        01 MenuScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "GIFT CARDS AND STORE CREDIT".
            02 LINE 3 COLUMN 1 VALUE "1 : Balance Inquiry".
            02 LINE 4 COLUMN 1 VALUE "2 : Issue Store Credit".
            02 LINE 5 COLUMN 1 VALUE "3 : Liability Report".
            02 LINE 6 COLUMN 1 VALUE "0 : Quit".
            02 LINE 8 COLUMN 1 VALUE ": ".
            02 LINE 8 COLUMN 3 PIC 9 USING Choice.

        01 CardNumScreen.
            02 LINE 3 COLUMN 1 VALUE "Card No.    : ".
            02 LINE 3 COLUMN 15 PIC 9(10) USING EntryCardNum.

        01 CreditScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "ISSUE STORE CREDIT".
            02 LINE 3 COLUMN 1 VALUE "Card No.    : ".
            02 LINE 3 COLUMN 15 PIC 9(10) USING EntryCardNum.
            02 LINE 4 COLUMN 1 VALUE "Amount      : ".
            02 LINE 4 COLUMN 15 PIC X(10) USING EntryAmount.
            02 LINE 5 COLUMN 1 VALUE "Reference   : ".
            02 LINE 5 COLUMN 15 PIC X(10) USING EntryRef.
            02 LINE 5 COLUMN 27 VALUE "(receipt or memo returned)".

PROCEDURE DIVISION.
    StartPara.
        *> Gift cards and store credit off the register. Cards are
        *> sold and reloaded in coboltut8 with the sale and redeemed
        *> there as the G tender; this is where a balance is looked
        *> up, where a supervisor issues store credit on a card in
        *> place of cash back on a return (a new card number issues
        *> a new store credit card, a number on file has the credit
        *> added to it), and where the outstanding balances are
        *> listed as the liability the books carry for them. All
        *> balance changes go through GCARD so they are logged.
        PERFORM SignOn.
        IF NOT OperatorSignedOn
            DISPLAY "Sign-on failed - session ended"
            STOP RUN
        END-IF.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY MenuScreen
            ACCEPT MenuScreen
            EVALUATE Choice
                WHEN 1 PERFORM BalanceInquiry
                WHEN 2 PERFORM IssueStoreCredit
                WHEN 3 PERFORM LiabilityReport
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

    BalanceInquiry.
        MOVE ZERO TO EntryCardNum
        DISPLAY CardNumScreen
        ACCEPT CardNumScreen
        IF EntryCardNum = ZERO
            EXIT PARAGRAPH
        END-IF
        PERFORM ReadCard
        IF NOT CardOnFile
            DISPLAY "Card " EntryCardNum " is not on file"
            EXIT PARAGRAPH
        END-IF
        PERFORM SetCardType
        MOVE GcBalance TO PrnAmount
        DISPLAY "Card " GcCardNum "  " PrnType "  balance " PrnAmount
        MOVE GcIssueAmt TO PrnAmount
        DISPLAY "Issued " GcIssueDate " for " PrnAmount " by "
            GcIssuedBy " ref " GcIssueRef
        MOVE GcLoaded TO PrnAmount
        DISPLAY "Loaded in all " PrnAmount WITH NO ADVANCING
        MOVE GcRedeemed TO PrnAmount
        DISPLAY "  redeemed " PrnAmount "  last used " GcLastDate.

    IssueStoreCredit.
        *> Store credit is money owed to the customer - a supervisor
        *> function, and a clerk's attempt lands on the security log
        IF OpRole < 2
            DISPLAY "Store credit requires supervisor rights - refused"
            MOVE "DENY CREDIT" TO SecEvent
            CALL "SECLOG" USING SignOnID, SecEvent, SecRetCode
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO EntryCardNum
        MOVE SPACES TO EntryAmount, EntryRef
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY CreditScreen
            ACCEPT CreditScreen
            PERFORM EditCredit
        END-PERFORM
        IF EntryCardNum = ZERO
            EXIT PARAGRAPH
        END-IF
        PERFORM ReadCard
        IF CardOnFile
            MOVE "L" TO CardAction
        ELSE
            MOVE "S" TO CardAction
        END-IF
        MOVE EditAmount TO CardAmount
        CALL "GCARD" USING CardAction, EntryCardNum, CardAmount,
            EntryRef, SignOnID, CardBalanceOut, LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Card " EntryCardNum " could not be credited - "
                "return code " LRetCode
            EXIT PARAGRAPH
        END-IF
        MOVE CardBalanceOut TO PrnAmount
        IF CardAction = "S"
            DISPLAY "Store credit card " EntryCardNum
                " issued - balance " PrnAmount
        ELSE
            DISPLAY "Credit added to card " EntryCardNum
                " - balance " PrnAmount
        END-IF.

    EditCredit.
        *> A zero card number backs out without issuing anything
        MOVE 'Y' TO ValidEntry
        IF EntryCardNum IS NOT NUMERIC
            DISPLAY "Card number must be numeric"
            MOVE 'N' TO ValidEntry
            EXIT PARAGRAPH
        END-IF
        IF EntryCardNum = ZERO
            EXIT PARAGRAPH
        END-IF
        IF EntryAmount = SPACES
            OR FUNCTION TEST-NUMVAL(EntryAmount) NOT = ZERO
            DISPLAY "Amount must be a number such as 125.50"
            MOVE 'N' TO ValidEntry
            EXIT PARAGRAPH
        END-IF
        IF FUNCTION NUMVAL(EntryAmount) NOT > ZERO
            DISPLAY "Amount must be more than zero"
            MOVE 'N' TO ValidEntry
            EXIT PARAGRAPH
        END-IF
        COMPUTE EditAmount = FUNCTION NUMVAL(EntryAmount)
            ON SIZE ERROR
                DISPLAY "Amount too large"
                MOVE 'N' TO ValidEntry
                EXIT PARAGRAPH
        END-COMPUTE
        IF EntryRef = SPACES
            DISPLAY "A reference is required"
            MOVE 'N' TO ValidEntry
        END-IF.

    ReadCard.
        MOVE 'N' TO CardExists
        OPEN INPUT CardFile
        IF CardFileOpenOK
            MOVE 'Y' TO CardExists
            MOVE EntryCardNum TO GcCardNum
            READ CardFile
                INVALID KEY MOVE 'N' TO CardExists
            END-READ
        END-IF
        CLOSE CardFile.

    SetCardType.
        IF CardIsCredit
            MOVE "STORE CREDIT" TO PrnType
        ELSE
            MOVE "GIFT CARD" TO PrnType
        END-IF.

    LiabilityReport.
        *> Every card still holding a balance, with the gift card and
        *> store credit totals the books carry as a liability
        MOVE ZERO TO GiftCount, CreditCount, GiftLiab, CreditLiab
        OPEN OUTPUT LiabReport
        IF NOT LiabReportOpenOK
            DISPLAY "Unable to open GiftLiab.rpt - status "
                LiabReportStatus
            STOP RUN
        END-IF
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime
        MOVE WSCurrentDateTime(1:8) TO PrnRunDate
        WRITE PrintLine FROM LiabHeading
        WRITE PrintLine FROM LiabColHeads AFTER ADVANCING 2 LINES
        MOVE 'N' TO CardEOF
        OPEN INPUT CardFile
        IF CardFileOpenOK
            READ CardFile NEXT RECORD
                AT END SET NoMoreCards TO TRUE
            END-READ
            PERFORM ListOneCard UNTIL NoMoreCards
        END-IF
        CLOSE CardFile
        MOVE "GIFT CARDS" TO PrnTotLabel
        MOVE GiftCount TO PrnTotCount
        MOVE GiftLiab TO PrnTotAmount
        WRITE PrintLine FROM LiabTotalLine AFTER ADVANCING 2 LINES
        MOVE "STORE CREDIT" TO PrnTotLabel
        MOVE CreditCount TO PrnTotCount
        MOVE CreditLiab TO PrnTotAmount
        WRITE PrintLine FROM LiabTotalLine AFTER ADVANCING 1 LINE
        COMPUTE TotalLiab = GiftLiab + CreditLiab
        MOVE "TOTAL OUTSTANDING" TO PrnTotLabel
        COMPUTE PrnTotCount = GiftCount + CreditCount
        MOVE TotalLiab TO PrnTotAmount
        WRITE PrintLine FROM LiabTotalLine AFTER ADVANCING 1 LINE
        CLOSE LiabReport
        MOVE TotalLiab TO PrnAmount
        DISPLAY "Outstanding balances " PrnAmount
            " - see GiftLiab.rpt".

    ListOneCard.
        IF GcBalance > ZERO
            PERFORM SetCardType
            MOVE SPACES TO LiabDetail
            MOVE GcCardNum TO PrnCardNum
            MOVE PrnType TO PrnCardType
            MOVE GcIssueDate TO PrnIssueDate
            MOVE GcLastDate TO PrnLastDate
            MOVE GcBalance TO PrnCardBal
            WRITE PrintLine FROM LiabDetail AFTER ADVANCING 1 LINE
            IF CardIsCredit
                ADD 1 TO CreditCount
                ADD GcBalance TO CreditLiab
            ELSE
                ADD 1 TO GiftCount
                ADD GcBalance TO GiftLiab
            END-IF
        END-IF
        READ CardFile NEXT RECORD
            AT END SET NoMoreCards TO TRUE
        END-READ.

    SignOn.
        PERFORM UNTIL OperatorSignedOn OR SignOnTries > 2
            MOVE SPACES TO SignOnID
            DISPLAY SignOnScreen
            ACCEPT SignOnScreen
            PERFORM LookupOperator
            IF NOT OperatorSignedOn
                DISPLAY "Operator ID not recognized or inactive"
                ADD 1 TO SignOnTries
            END-IF
        END-PERFORM.
        IF OperatorSignedOn
            DISPLAY "Signed on : " SignOnName
        END-IF.

    LookupOperator.
        *> The shared OPSIGNON subprogram owns the lookup, the PIN
        *> challenge, and the three-strikes lockout - success hands
        *> back the operator's name and role
        CALL "OPSIGNON" USING SignOnID, SignOnName, OpRole,
            SignOnRetCode
        IF SignOnRetCode = ZERO
            SET OperatorSignedOn TO TRUE
        END-IF.
