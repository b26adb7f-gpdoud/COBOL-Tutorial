       >> SOURCE FORMAT FREE
ID DIVISION.
PROGRAM-ID. LOCSTK.
AUTHOR. Greg.
DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL LocationFile ASSIGN TO "Location.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LcCode
            FILE STATUS IS LocationFileStatus.
        SELECT LocStockFile ASSIGN TO "LocStock.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LsKey
            FILE STATUS IS LocStockFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD LocationFile.
        01 LocationData.
            COPY LOCREC.

        FD LocStockFile.
        01 LocStockData.
            COPY LOCSTOCK.
    WORKING-STORAGE SECTION.
        01 LocationExists PIC X VALUE 'N'.
            88 LocationOnFile VALUE 'Y'.
        01 LocStockExists PIC X VALUE 'N'.
            88 LocStockOnFile VALUE 'Y'.
        01 LocationFileStatus PIC XX.
            88 LocationFileOpenOK VALUE "00".
        01 LocStockFileStatus PIC XX.
            88 LocStockFileOpenOK VALUE "00".
LINKAGE SECTION.
01 LLocAction PIC X.
    88 LocCheck VALUE "L".
    88 LocQuery VALUE "Q".
    88 LocReceive VALUE "R".
    88 LocIssue VALUE "I".
    88 LocAdjust VALUE "A".
    88 LocToTransit VALUE "T".
    88 LocArrive VALUE "V".
01 LLocProdCode PIC 9(5).
01 LLocCode PIC X(4).
01 LLocSlot PIC 9.
01 LLocQty PIC 9(5).
01 LLocOnHand PIC 9(5).
01 LLocInTransit PIC 9(5).
COPY RETCODE.

PROCEDURE DIVISION USING LLocAction, LLocProdCode, LLocCode, LLocSlot,
    LLocQty, LLocOnHand, LLocInTransit, LRetCode.
*> Stock-by-location posting, following the RETCODE convention. A
*> blank LLocCode means MAIN and comes back filled in. L only checks
*> that the location is on Location.dat (MAIN is always good, with or
*> without the file); Q hands back the slot's on-hand and in-transit
*> at the location without posting. R adds LLocQty to on-hand, I
*> takes it off (RetCodeInvalidOperation if the location holds
*> less), A replaces on-hand with the counted LLocQty, T adds it to
*> the in-transit inbound to the location, and V moves it from
*> in-transit to on-hand when the transfer arrives. An inactive
*> location takes no new stock (R or T). Callers keep PMQtyOnHand in
*> step themselves; LLocOnHand and LLocInTransit come back as the
*> slot figures after the posting, or as they stand when the posting
*> was refused.
SET RetCodeSuccess TO TRUE.
MOVE ZERO TO LLocOnHand, LLocInTransit.
IF LLocCode = SPACES
    MOVE "MAIN" TO LLocCode
END-IF.
PERFORM CheckLocation.
IF NOT RetCodeSuccess OR LocCheck
    EXIT PROGRAM
END-IF.
IF (LocReceive OR LocToTransit) AND LocIsInactive
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.
IF LLocSlot < 1 OR LLocSlot > 3
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.

OPEN I-O LocStockFile.
IF LocStockFileStatus = "35" OR LocStockFileStatus = "05"
    *> First posting - nothing held by location yet
    OPEN OUTPUT LocStockFile
    CLOSE LocStockFile
    OPEN I-O LocStockFile
END-IF.
IF NOT LocStockFileOpenOK
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.
MOVE 'Y' TO LocStockExists.
MOVE LLocProdCode TO LsProdCode.
MOVE LLocCode TO LsLocation.
READ LocStockFile
    INVALID KEY MOVE 'N' TO LocStockExists
END-READ.
IF NOT LocStockOnFile
    MOVE LLocProdCode TO LsProdCode
    MOVE LLocCode TO LsLocation
    MOVE ZERO TO LsQtyOnHand(1), LsQtyOnHand(2), LsQtyOnHand(3),
        LsInTransit(1), LsInTransit(2), LsInTransit(3)
END-IF.

EVALUATE TRUE
    WHEN LocQuery
        CONTINUE
    WHEN LocReceive
        ADD LLocQty TO LsQtyOnHand(LLocSlot)
            ON SIZE ERROR SET RetCodeSizeError TO TRUE
        END-ADD
    WHEN LocIssue
        IF LLocQty > LsQtyOnHand(LLocSlot)
            SET RetCodeInvalidOperation TO TRUE
        ELSE
            SUBTRACT LLocQty FROM LsQtyOnHand(LLocSlot)
        END-IF
    WHEN LocAdjust
        MOVE LLocQty TO LsQtyOnHand(LLocSlot)
    WHEN LocToTransit
        ADD LLocQty TO LsInTransit(LLocSlot)
            ON SIZE ERROR SET RetCodeSizeError TO TRUE
        END-ADD
    WHEN LocArrive
        IF LLocQty > LsInTransit(LLocSlot)
            SET RetCodeInvalidOperation TO TRUE
        ELSE
            SUBTRACT LLocQty FROM LsInTransit(LLocSlot)
            ADD LLocQty TO LsQtyOnHand(LLocSlot)
                ON SIZE ERROR SET RetCodeSizeError TO TRUE
            END-ADD
        END-IF
    WHEN OTHER
        SET RetCodeInvalidOperation TO TRUE
END-EVALUATE.

IF RetCodeSuccess AND NOT LocQuery
    IF LocStockOnFile
        REWRITE LocStockData
            INVALID KEY SET RetCodeInvalidOperation TO TRUE
        END-REWRITE
    ELSE
        WRITE LocStockData
            INVALID KEY SET RetCodeInvalidOperation TO TRUE
        END-WRITE
    END-IF
END-IF.
MOVE LsQtyOnHand(LLocSlot) TO LLocOnHand.
MOVE LsInTransit(LLocSlot) TO LLocInTransit.
CLOSE LocStockFile.
EXIT PROGRAM.

CheckLocation.
    MOVE 'N' TO LocationExists
    SET LocIsActive TO TRUE
    OPEN INPUT LocationFile
    IF LocationFileOpenOK
        MOVE LLocCode TO LcCode
        MOVE 'Y' TO LocationExists
        READ LocationFile
            INVALID KEY MOVE 'N' TO LocationExists
        END-READ
    END-IF
    CLOSE LocationFile
    IF NOT LocationOnFile
        IF LLocCode = "MAIN"
            SET LocIsActive TO TRUE
        ELSE
            SET RetCodeInvalidOperation TO TRUE
        END-IF
    END-IF.
