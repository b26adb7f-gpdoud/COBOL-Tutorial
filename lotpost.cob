       >> SOURCE FORMAT FREE
ID DIVISION.
PROGRAM-ID. LOTPOST.
AUTHOR. Greg.
DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LotStockFile ASSIGN TO "LotStock.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LtKey
            FILE STATUS IS LotStockFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD LotStockFile.
        01 LotStockData.
            COPY LOTREC.
    WORKING-STORAGE SECTION.
        01 LotExists PIC X VALUE 'N'.
            88 LotOnFile VALUE 'Y'.
        01 LotEOF PIC X VALUE 'N'.
            88 NoMoreLots VALUE 'Y'.
        01 Remaining PIC 9(5) VALUE ZERO.
        01 TakeQty PIC 9(5) VALUE ZERO.
        01 BestLot PIC X(10).
        01 WantedLot PIC X(10).
        01 BestSortKey PIC X(16).
        01 LotSortKey.
            02 SortExpiry PIC X(8).
            02 SortRecvDate PIC X(8).
        01 LotStockFileStatus PIC XX.
            88 LotStockFileOpenOK VALUE "00".
LINKAGE SECTION.
01 LLotAction PIC X.
    88 LotReceive VALUE "R".
    88 LotIssue VALUE "I".
    88 LotIssueOldest VALUE "F".
01 LLotProdCode PIC 9(5).
01 LLotSlot PIC 9.
01 LLotNum PIC X(10).
01 LLotExpiry PIC X(8).
01 LLotDate PIC X(8).
01 LLotQty PIC 9(5).
01 LLotIssued.
    02 LLotIssueCount PIC 99.
    02 LLotIssueEntry OCCURS 10 TIMES.
        03 LLotIssueNum PIC X(10).
        03 LLotIssueQty PIC 9(5).
COPY RETCODE.

PROCEDURE DIVISION USING LLotAction, LLotProdCode, LLotSlot, LLotNum,
    LLotExpiry, LLotDate, LLotQty, LLotIssued, LRetCode.
*> Lot balances on LotStock.dat, following the RETCODE convention.
*> R adds LLotQty to lot LLotNum, opening the lot with LLotExpiry and
*> LLotDate as its receipt date the first time it is seen. I takes
*> LLotQty off the named lot, or what the lot holds if less. F takes
*> LLotQty off the product slot's lots in first-expiry-first-out
*> order - a lot without an expiry goes after those with one, and
*> ties go to the earliest receipt. I and F list the lots drawn on
*> and the quantity from each in LLotIssued; whatever LLotQty the
*> lots could not cover came from unlotted stock, and the caller
*> treats it that way.
SET RetCodeSuccess TO TRUE.
MOVE ZERO TO LLotIssueCount.
OPEN I-O LotStockFile.
IF LotStockFileStatus = "35" OR LotStockFileStatus = "05"
    *> First lot received - start an empty file
    OPEN OUTPUT LotStockFile
    CLOSE LotStockFile
    OPEN I-O LotStockFile
END-IF.
IF NOT LotStockFileOpenOK
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.

EVALUATE TRUE
    WHEN LotReceive
        PERFORM ReceiveLot
    WHEN LotIssue
        PERFORM IssueNamedLot
    WHEN LotIssueOldest
        MOVE LLotQty TO Remaining
        MOVE HIGH-VALUES TO BestLot
        PERFORM IssueOldestLot UNTIL Remaining = ZERO
            OR BestLot = SPACES OR LLotIssueCount = 10
    WHEN OTHER
        SET RetCodeInvalidOperation TO TRUE
END-EVALUATE.
CLOSE LotStockFile.
EXIT PROGRAM.

ReceiveLot.
    IF LLotNum = SPACES
        SET RetCodeInvalidOperation TO TRUE
        EXIT PARAGRAPH
    END-IF
    MOVE LLotNum TO WantedLot
    PERFORM ReadLot
    IF LotOnFile
        ADD LLotQty TO LtQtyReceived, LtQtyOnHand
            ON SIZE ERROR
                SET RetCodeSizeError TO TRUE
                EXIT PARAGRAPH
        END-ADD
        IF LtExpiry = SPACES
            MOVE LLotExpiry TO LtExpiry
        END-IF
        REWRITE LotStockData
            INVALID KEY SET RetCodeInvalidOperation TO TRUE
        END-REWRITE
    ELSE
        MOVE LLotQty TO LtQtyReceived, LtQtyOnHand
        MOVE LLotExpiry TO LtExpiry
        MOVE LLotDate TO LtRecvDate
        WRITE LotStockData
            INVALID KEY SET RetCodeInvalidOperation TO TRUE
        END-WRITE
    END-IF.

IssueNamedLot.
    MOVE LLotNum TO WantedLot
    PERFORM ReadLot
    IF NOT LotOnFile OR LtQtyOnHand = ZERO
        EXIT PARAGRAPH
    END-IF
    IF LLotQty < LtQtyOnHand
        MOVE LLotQty TO TakeQty
    ELSE
        MOVE LtQtyOnHand TO TakeQty
    END-IF
    PERFORM TakeFromLot.

IssueOldestLot.
    *> One pass over the slot's lots for the first to expire, then
    *> as much of the remaining quantity as it holds
    MOVE SPACES TO BestLot
    MOVE HIGH-VALUES TO BestSortKey
    MOVE 'N' TO LotEOF
    MOVE LLotProdCode TO LtProdCode
    MOVE LLotSlot TO LtSizeSlot
    MOVE LOW-VALUES TO LtLot
    START LotStockFile KEY IS NOT LESS THAN LtKey
        INVALID KEY SET NoMoreLots TO TRUE
    END-START
    PERFORM CompareNextLot UNTIL NoMoreLots
    IF BestLot = SPACES
        EXIT PARAGRAPH
    END-IF
    MOVE BestLot TO WantedLot
    PERFORM ReadLot
    IF Remaining < LtQtyOnHand
        MOVE Remaining TO TakeQty
    ELSE
        MOVE LtQtyOnHand TO TakeQty
    END-IF
    PERFORM TakeFromLot
    SUBTRACT TakeQty FROM Remaining.

CompareNextLot.
    READ LotStockFile NEXT RECORD
        AT END SET NoMoreLots TO TRUE
        NOT AT END
            IF LtProdCode NOT = LLotProdCode
                OR LtSizeSlot NOT = LLotSlot
                SET NoMoreLots TO TRUE
            ELSE
                IF LtQtyOnHand > ZERO
                    MOVE LtExpiry TO SortExpiry
                    IF LtExpiry = SPACES
                        MOVE "99999999" TO SortExpiry
                    END-IF
                    MOVE LtRecvDate TO SortRecvDate
                    IF LotSortKey < BestSortKey
                        MOVE LotSortKey TO BestSortKey
                        MOVE LtLot TO BestLot
                    END-IF
                END-IF
            END-IF
    END-READ.

TakeFromLot.
    SUBTRACT TakeQty FROM LtQtyOnHand
    REWRITE LotStockData
        INVALID KEY
            SET RetCodeInvalidOperation TO TRUE
            EXIT PARAGRAPH
    END-REWRITE
    ADD 1 TO LLotIssueCount
    MOVE LtLot TO LLotIssueNum(LLotIssueCount)
    MOVE TakeQty TO LLotIssueQty(LLotIssueCount).

ReadLot.
    MOVE 'Y' TO LotExists
    MOVE LLotProdCode TO LtProdCode
    MOVE LLotSlot TO LtSizeSlot
    MOVE WantedLot TO LtLot
    READ LotStockFile
        INVALID KEY MOVE 'N' TO LotExists
    END-READ
    IF NOT LotOnFile
        MOVE LLotProdCode TO LtProdCode
        MOVE LLotSlot TO LtSizeSlot
        MOVE WantedLot TO LtLot
        MOVE ZERO TO LtQtyReceived, LtQtyOnHand
    END-IF.
