       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. lotexpiry.
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
        SELECT ProductMaster ASSIGN TO "product.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.
        SELECT ExpiryReport ASSIGN TO "LotExpiry.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExpiryReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD LotStockFile.
        01 LotStockData.
            COPY LOTREC.

        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD ExpiryReport.
        01 PrintLine PIC X(80).
    WORKING-STORAGE SECTION.
        01 LotEOF PIC X VALUE 'N'.
            88 NoMoreLots VALUE 'Y'.
        01 DaysAhead PIC 9(3) VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 RunDateInt PIC 9(7) COMP.
        01 HorizonDate PIC X(8).
        01 HorizonDateInt PIC 9(7) COMP.
        01 DaysLeft PIC 9(5) VALUE ZERO.
        01 DaysLeftOut PIC ZZZZ9.
        01 ExpiredCount PIC 9(5) VALUE ZERO.
        01 ExpiringCount PIC 9(5) VALUE ZERO.
        01 ExpiredQty PIC 9(7) VALUE ZERO.
        01 ExpiringQty PIC 9(7) VALUE ZERO.
        01 ExpTable.
            02 ExpEntry OCCURS 500 TIMES.
                03 TabExpSortKey.
                    04 TabExpiry PIC X(8).
                    04 TabExpProdCode PIC 9(5).
                    04 TabExpSlot PIC 9.
                    04 TabExpLot PIC X(10).
                03 TabExpOnHand PIC 9(5).
        01 ExpCount PIC 9(3) VALUE ZERO.
            88 ExpTableFull VALUE 501 THRU 999.
        01 SwapExpEntry PIC X(29).
        01 Idx PIC 9(3) VALUE ZERO.
        01 Jdx PIC 9(3) VALUE ZERO.
        01 PageHeading.
            02 FILLER PIC X(28) VALUE "LOTS EXPIRING WITHIN DAYS : ".
            02 PrnDaysAhead PIC ZZ9.
            02 FILLER PIC X(10) VALUE "   THRU : ".
            02 PrnHorizonDate PIC X(8).
            02 FILLER PIC X(12) VALUE "   RUN DATE ".
            02 PrnRunDate PIC X(8).
        01 Heads PIC X(80) VALUE
            "Expiry    Product Name       Sz  Lot          On Hand  Days Left".
        01 ExpiryLine.
            02 PrnExpiry PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnProdCode PIC 9(5).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnProdName PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 PrnSize PIC X.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnLot PIC X(10).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnOnHand PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnDaysLeft PIC X(9).
        01 FootLine.
            02 FILLER PIC X(18) VALUE "EXPIRED LOTS    : ".
            02 PrnExpiredCount PIC ZZZZ9.
            02 FILLER PIC X(10) VALUE "   UNITS :".
            02 PrnExpiredQty PIC Z,ZZZ,ZZ9.
        01 FootLine2.
            02 FILLER PIC X(18) VALUE "EXPIRING LOTS   : ".
            02 PrnExpiringCount PIC ZZZZ9.
            02 FILLER PIC X(10) VALUE "   UNITS :".
            02 PrnExpiringQty PIC Z,ZZZ,ZZ9.
        01 LotStockFileStatus PIC XX.
            88 LotStockFileOpenOK VALUE "00".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 ExpiryReportStatus PIC XX.
            88 ExpiryReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartExpiry.
        *> Lots still holding stock that expire within the number of
        *> days asked for, soonest first, so they can be sold, moved
        *> or written off in time - and those already past their
        *> expiry, flagged EXPIRED at the top of the list. Lots the
        *> supplier gave no expiry for never appear.
        DISPLAY "Days ahead to report (000 = 30) : " WITH NO ADVANCING.
        ACCEPT DaysAhead.
        IF DaysAhead = ZERO
            MOVE 30 TO DaysAhead
        END-IF.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        COMPUTE RunDateInt = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunDate)).
        COMPUTE HorizonDateInt = RunDateInt + DaysAhead.
        MOVE FUNCTION DATE-OF-INTEGER(HorizonDateInt) TO HorizonDate.

        OPEN INPUT LotStockFile.
        IF NOT LotStockFileOpenOK
            DISPLAY "No LotStock.dat yet - no lots have been received"
            STOP RUN
        END-IF.
        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT ExpiryReport.
        IF NOT ExpiryReportOpenOK
            DISPLAY "Unable to open LotExpiry.rpt - status "
                ExpiryReportStatus
            STOP RUN
        END-IF.

        MOVE LOW-VALUES TO LtKey.
        START LotStockFile KEY IS NOT LESS THAN LtKey
            INVALID KEY SET NoMoreLots TO TRUE
        END-START.
        PERFORM LoadNextLot UNTIL NoMoreLots.
        CLOSE LotStockFile.

        *> Soonest expiry first
        PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx >= ExpCount
            PERFORM VARYING Jdx FROM 1 BY 1 UNTIL Jdx > ExpCount - Idx
                IF TabExpSortKey(Jdx) > TabExpSortKey(Jdx + 1)
                    MOVE ExpEntry(Jdx) TO SwapExpEntry
                    MOVE ExpEntry(Jdx + 1) TO ExpEntry(Jdx)
                    MOVE SwapExpEntry TO ExpEntry(Jdx + 1)
                END-IF
            END-PERFORM
        END-PERFORM.

        MOVE DaysAhead TO PrnDaysAhead
        MOVE HorizonDate TO PrnHorizonDate
        MOVE RunDate TO PrnRunDate
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        WRITE PrintLine.
        PERFORM PrintExpiryLine VARYING Idx FROM 1 BY 1
            UNTIL Idx > ExpCount.

        MOVE ExpiredCount TO PrnExpiredCount
        MOVE ExpiredQty TO PrnExpiredQty
        WRITE PrintLine FROM FootLine AFTER ADVANCING 2 LINES
        MOVE ExpiringCount TO PrnExpiringCount
        MOVE ExpiringQty TO PrnExpiringQty
        WRITE PrintLine FROM FootLine2 AFTER ADVANCING 1 LINE.
        CLOSE ProductMaster, ExpiryReport.
        DISPLAY ExpiredCount " lots expired, " ExpiringCount
            " expiring - see LotExpiry.rpt".
        STOP RUN.

    LoadNextLot.
        READ LotStockFile NEXT RECORD
            AT END SET NoMoreLots TO TRUE
            NOT AT END
                IF LtQtyOnHand > ZERO AND LtExpiry NOT = SPACES
                    AND LtExpiry NOT > HorizonDate
                    PERFORM AddExpiringLot
                END-IF
        END-READ.

    AddExpiringLot.
        ADD 1 TO ExpCount
        IF ExpTableFull
            DISPLAY "Expiry table full at product " LtProdCode
                " - raise the table size - remaining lots not listed"
            SUBTRACT 1 FROM ExpCount
            SET NoMoreLots TO TRUE
        ELSE
            MOVE LtExpiry TO TabExpiry(ExpCount)
            MOVE LtProdCode TO TabExpProdCode(ExpCount)
            MOVE LtSizeSlot TO TabExpSlot(ExpCount)
            MOVE LtLot TO TabExpLot(ExpCount)
            MOVE LtQtyOnHand TO TabExpOnHand(ExpCount)
        END-IF.

    PrintExpiryLine.
        MOVE SPACES TO ExpiryLine
        MOVE TabExpiry(Idx) TO PrnExpiry
        MOVE TabExpProdCode(Idx) TO PrnProdCode
        MOVE TabExpProdCode(Idx) TO PMProdCode
        READ ProductMaster
            INVALID KEY
                MOVE "UNKNOWN" TO PrnProdName
                MOVE SPACE TO PrnSize
            NOT INVALID KEY
                MOVE PMProdName TO PrnProdName
                MOVE PMSizes(TabExpSlot(Idx):1) TO PrnSize
        END-READ
        MOVE TabExpLot(Idx) TO PrnLot
        MOVE TabExpOnHand(Idx) TO PrnOnHand
        IF TabExpiry(Idx) < RunDate
            MOVE "EXPIRED" TO PrnDaysLeft
            ADD 1 TO ExpiredCount
            ADD TabExpOnHand(Idx) TO ExpiredQty
        ELSE
            COMPUTE DaysLeft = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(TabExpiry(Idx))) - RunDateInt
            MOVE DaysLeft TO DaysLeftOut
            MOVE DaysLeftOut TO PrnDaysLeft
            ADD 1 TO ExpiringCount
            ADD TabExpOnHand(Idx) TO ExpiringQty
        END-IF
        WRITE PrintLine FROM ExpiryLine AFTER ADVANCING 1 LINE.
