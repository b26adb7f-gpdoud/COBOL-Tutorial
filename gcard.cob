       >> SOURCE FORMAT FREE
ID DIVISION.
PROGRAM-ID. GCARD.
AUTHOR. Greg.
DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CardFile ASSIGN TO "GiftCard.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GcCardNum
            FILE STATUS IS CardFileStatus.
        SELECT OPTIONAL CardTxnFile ASSIGN TO "GiftCardTxn.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CardTxnFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD CardFile.
        01 CardData.
            COPY GIFTCARD.

        FD CardTxnFile.
        01 CardTxnRecord.
            COPY GIFTTXN.
    WORKING-STORAGE SECTION.
        01 WSCurrentDateTime PIC X(21).
        01 CardExists PIC X VALUE 'N'.
            88 CardOnFile VALUE 'Y'.
        01 CardFileStatus PIC XX.
            88 CardFileOpenOK VALUE "00".
        01 CardTxnFileStatus PIC XX.
            88 CardTxnFileOpenOK VALUE "00".
LINKAGE SECTION.
01 LCardAction PIC X.
    88 CardBalance VALUE "B".
    88 CardIssue VALUE "I".
    88 CardStoreCredit VALUE "S".
    88 CardLoad VALUE "L".
    88 CardRedeem VALUE "R".
01 LCardNum PIC 9(10).
01 LCardAmount PIC 9(6)V99.
01 LCardRef PIC X(10).
01 LCardOperator PIC X(8).
01 LCardBalance PIC 9(6)V99.
COPY RETCODE.

PROCEDURE DIVISION USING LCardAction, LCardNum, LCardAmount, LCardRef,
    LCardOperator, LCardBalance, LRetCode.
*> Gift card and store credit balances, following the RETCODE
*> convention. B hands back the balance; I sells a new gift card and
*> S issues store credit on a new card, both for LCardAmount; L adds
*> LCardAmount to a card on file and R takes it off. LCardBalance
*> comes back as the balance after the call. RetCodeInvalidOperation
*> means the card is not on file (B, L, R), is already on file (I,
*> S), or holds less than the redemption; RetCodeSizeError means a
*> reload would carry the card past what it can hold. Every change
*> is logged on GiftCardTxn.dat with the reference and operator.
SET RetCodeSuccess TO TRUE.
MOVE ZERO TO LCardBalance.
IF NOT CardBalance AND LCardAmount = ZERO
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.
OPEN I-O CardFile.
IF CardFileStatus = "35" OR CardFileStatus = "05"
    *> First card ever - no GiftCard.dat yet
    OPEN OUTPUT CardFile
    CLOSE CardFile
    OPEN I-O CardFile
END-IF.
IF NOT CardFileOpenOK
    DISPLAY "Unable to open GiftCard.dat - status " CardFileStatus
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.
MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
MOVE 'Y' TO CardExists.
MOVE LCardNum TO GcCardNum.
READ CardFile
    INVALID KEY MOVE 'N' TO CardExists
END-READ.

EVALUATE TRUE
    WHEN CardBalance
        IF CardOnFile
            MOVE GcBalance TO LCardBalance
        ELSE
            SET RetCodeInvalidOperation TO TRUE
        END-IF
    WHEN CardIssue
    WHEN CardStoreCredit
        IF CardOnFile
            MOVE GcBalance TO LCardBalance
            SET RetCodeInvalidOperation TO TRUE
        ELSE
            PERFORM IssueCard
        END-IF
    WHEN CardLoad
        IF CardOnFile
            PERFORM LoadCard
        ELSE
            SET RetCodeInvalidOperation TO TRUE
        END-IF
    WHEN CardRedeem
        IF CardOnFile
            PERFORM RedeemCard
        ELSE
            SET RetCodeInvalidOperation TO TRUE
        END-IF
    WHEN OTHER
        SET RetCodeInvalidOperation TO TRUE
END-EVALUATE.

CLOSE CardFile.
EXIT PROGRAM.

IssueCard.
    MOVE SPACES TO CardData
    MOVE LCardNum TO GcCardNum
    IF CardIssue
        SET CardIsGift TO TRUE
    ELSE
        SET CardIsCredit TO TRUE
    END-IF
    MOVE LCardAmount TO GcBalance
    MOVE WSCurrentDateTime(1:8) TO GcIssueDate
    MOVE LCardAmount TO GcIssueAmt
    MOVE WSCurrentDateTime(1:8) TO GcLastDate
    MOVE LCardAmount TO GcLoaded
    MOVE ZERO TO GcRedeemed
    MOVE LCardOperator TO GcIssuedBy
    MOVE LCardRef TO GcIssueRef
    WRITE CardData
        INVALID KEY SET RetCodeInvalidOperation TO TRUE
    END-WRITE
    IF RetCodeSuccess
        MOVE GcBalance TO LCardBalance
        PERFORM LogCardTxn
    END-IF.

LoadCard.
    MOVE GcBalance TO LCardBalance
    ADD LCardAmount TO GcBalance
        ON SIZE ERROR
            SET RetCodeSizeError TO TRUE
            EXIT PARAGRAPH
    END-ADD
    ADD LCardAmount TO GcLoaded
        ON SIZE ERROR
            SET RetCodeSizeError TO TRUE
            EXIT PARAGRAPH
    END-ADD
    MOVE WSCurrentDateTime(1:8) TO GcLastDate
    REWRITE CardData
        INVALID KEY SET RetCodeInvalidOperation TO TRUE
    END-REWRITE
    IF RetCodeSuccess
        MOVE GcBalance TO LCardBalance
        PERFORM LogCardTxn
    END-IF.

RedeemCard.
    MOVE GcBalance TO LCardBalance
    IF LCardAmount > GcBalance
        SET RetCodeInvalidOperation TO TRUE
        EXIT PARAGRAPH
    END-IF
    SUBTRACT LCardAmount FROM GcBalance
    ADD LCardAmount TO GcRedeemed
        ON SIZE ERROR
            SET RetCodeSizeError TO TRUE
            EXIT PARAGRAPH
    END-ADD
    MOVE WSCurrentDateTime(1:8) TO GcLastDate
    REWRITE CardData
        INVALID KEY SET RetCodeInvalidOperation TO TRUE
    END-REWRITE
    IF RetCodeSuccess
        MOVE GcBalance TO LCardBalance
        PERFORM LogCardTxn
    END-IF.

LogCardTxn.
    OPEN EXTEND CardTxnFile
    IF CardTxnFileStatus NOT = "00" AND CardTxnFileStatus NOT = "05"
        DISPLAY "Unable to open GiftCardTxn.dat - status "
            CardTxnFileStatus
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO CardTxnRecord
    MOVE LCardNum TO GtCardNum
    MOVE WSCurrentDateTime(1:8) TO GtDate
    MOVE WSCurrentDateTime(9:6) TO GtTime
    MOVE LCardAction TO GtAction
    MOVE LCardAmount TO GtAmount
    MOVE GcBalance TO GtBalance
    MOVE LCardRef TO GtRef
    MOVE LCardOperator TO GtOperator
    WRITE CardTxnRecord
    CLOSE CardTxnFile.
