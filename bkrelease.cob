        SELECT OPTIONAL LedgerFile ASSIGN TO "StockLedger.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LedgerFileStatus.
        SELECT OPTIONAL OrderLotFile ASSIGN TO "OrderLot.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OrderLotFileStatus.
        SELECT ReleaseReport ASSIGN TO "BkRelease.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ReleaseReportStatus.
        01 LedgerData.
            COPY STKLEDG.

        FD OrderLotFile.
        01 OrderLotData.
            COPY LOTTRACE.

        FD ReleaseReport.
        01 PrintLine PIC X(90).
    WORKING-STORAGE SECTION.
            88 ReleaseReportOpenOK VALUE "00".
        01 LedgerFileStatus PIC XX.
            88 LedgerFileOpenOK VALUE "00".
        01 ReleaseLoc PIC X(4) VALUE "MAIN".
        01 LocAction PIC X.
        01 LocSlot PIC 9.
        01 LocQty PIC 9(5) VALUE ZERO.
        01 LocOnHand PIC 9(5) VALUE ZERO.
        01 LocInTransit PIC 9(5).
        01 LedgerRowQty PIC 9(5) VALUE ZERO.
        01 LedgerLot PIC X(10).
        01 LedgerRemaining PIC 9(5) VALUE ZERO.
        01 LotAction PIC X VALUE "F".
        01 LotNum PIC X(10) VALUE SPACES.
        01 LotExpiry PIC X(8) VALUE SPACES.
        01 LotQty PIC 9(5) VALUE ZERO.
        01 LotIssued.
            02 LotIssueCount PIC 99.
            02 LotIssueEntry OCCURS 10 TIMES.
                03 LotIssueNum PIC X(10).
                03 LotIssueQty PIC 9(5).
        01 LotIdx PIC 99 VALUE ZERO.
        01 LayAction PIC X VALUE "I".
        01 LayPoNum PIC 9(5) VALUE ZERO.
        01 LayOnHand PIC 9(6) VALUE ZERO.
        01 LayerValue PIC 9(7)V99 VALUE ZERO.
        01 CostRemaining PIC 9(7)V99 VALUE ZERO.
        01 OrderLotFileStatus PIC XX.
            88 OrderLotFileOpenOK VALUE "00".
        COPY RETCODE.

PROCEDURE DIVISION.
    StartRelease.
        *> a rerun cannot promise the same stock twice; a partly
        *> covered line releases what there is and stays open for the
        *> rest. The same load-then-save pattern cashrcpt uses keeps
        *> the file intact if the run dies mid-way. Backorders ship
        *> from the main building, so only MAIN stock is allocated -
        *> stock at other locations waits for a transfer. The
        *> allocated stock takes the oldest FIFO cost layers through
        *> LAYERPOST, as a shipment does.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        PERFORM LoadBackOrderTable.
        IF BoCount = ZERO
            DISPLAY "No backorders on file - nothing to release"
            GOBACK
        END-IF.
        OPEN I-O ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT ReleaseReport.
        IF NOT ReleaseReportOpenOK
            DISPLAY "Unable to open BkRelease.rpt - status "
                ReleaseReportStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN EXTEND LedgerFile.
        IF LedgerFileStatus NOT = "00" AND LedgerFileStatus NOT = "05"
            DISPLAY "Unable to open StockLedger.dat - status "
                LedgerFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN EXTEND OrderLotFile.
        IF OrderLotFileStatus NOT = "00" AND OrderLotFileStatus NOT = "05"
            DISPLAY "Unable to open OrderLot.dat - status "
                OrderLotFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        MOVE WSCurrentDateTime(1:8) TO PrnRunDate
        WRITE PrintLine FROM PageHeading
        MOVE ReleasedCount TO PrnReleasedCount
        MOVE StillOpenCount TO PrnStillOpenCount
        WRITE PrintLine FROM FootLine AFTER ADVANCING 2 LINES.
        CLOSE ProductMaster, ReleaseReport, LedgerFile, OrderLotFile.
        PERFORM SaveBackOrderTable.
        DISPLAY "Released " ReleasedCount " backorder lines, "
            StillOpenCount " still waiting - see BkRelease.rpt".
        GOBACK.

    ReleaseOneLine.
        MOVE TabBoRecord(BoIdx) TO BackOrderData
            ADD 1 TO StillOpenCount
            EXIT PARAGRAPH
        END-IF
        MOVE "Q" TO LocAction
        MOVE SizeSlot TO LocSlot
        CALL "LOCSTK" USING LocAction, PMProdCode, ReleaseLoc, LocSlot,
            LocQty, LocOnHand, LocInTransit, LRetCode
        IF LocOnHand = ZERO
            ADD 1 TO StillOpenCount
            EXIT PARAGRAPH
        END-IF
        IF LocOnHand NOT < BoQty
            MOVE BoQty TO ReleaseQty
        ELSE
            MOVE LocOnHand TO ReleaseQty
        END-IF
        SUBTRACT ReleaseQty FROM PMQtyOnHand(SizeSlot)
        REWRITE ProductData
                DISPLAY "Stock was not reserved for " BoProdName "!"
                EXIT PARAGRAPH
        END-REWRITE
        MOVE "I" TO LocAction
        MOVE ReleaseQty TO LocQty
        CALL "LOCSTK" USING LocAction, PMProdCode, ReleaseLoc, LocSlot,
            LocQty, LocOnHand, LocInTransit, LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Location stock was not reserved for " BoProdName "!"
        END-IF
        PERFORM IssueLayers
        PERFORM IssueLots
        PERFORM PrintReleaseLine
        IF ReleaseQty = BoQty
            SET BackOrdReleased TO TRUE
        MOVE SizeSlot TO LgSizeSlot
        MOVE WSCurrentDateTime(1:8) TO LgDate
        MOVE "B" TO LgType
        MOVE LedgerRowQty TO LgQty
        COMPUTE LgBalance = PMQtyOnHand(SizeSlot) + LedgerRemaining
        MOVE ReleaseLoc TO LgLocation
        COMPUTE LgLocBalance = LocOnHand + LedgerRemaining
        MOVE LedgerLot TO LgLot
        IF LedgerRemaining = ZERO OR ReleaseQty = ZERO
            MOVE CostRemaining TO LgCost
        ELSE
            COMPUTE LgCost ROUNDED = LayerValue * LedgerRowQty / ReleaseQty
            IF LgCost > CostRemaining
                MOVE CostRemaining TO LgCost
            END-IF
        END-IF
        SUBTRACT LgCost FROM CostRemaining
        WRITE LedgerData.

    IssueLayers.
        MOVE ZERO TO LayerValue
        MOVE ReleaseQty TO LotQty
        COMPUTE LayOnHand = PMQtyOnHand(1) + PMQtyOnHand(2)
            + PMQtyOnHand(3)
        CALL "LAYERPOST" USING LayAction, PMProdCode,
            WSCurrentDateTime, LayPoNum, LotQty, PMUnitCost,
            PMUnitCost, LayOnHand, LayerValue, LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Cost layers were not posted for " BoProdName "!"
        END-IF
        MOVE LayerValue TO CostRemaining.

    IssueLots.
        *> The allocation comes off the first lots to expire, as a
        *> shipment does; each lot drawn on gets its own ledger row and
        *> an OrderLot.dat trace row against the backordered line, and
        *> any quantity no lot covered is written as unlotted
        MOVE ReleaseQty TO LotQty
        CALL "LOTPOST" USING LotAction, PMProdCode, SizeSlot, LotNum,
            LotExpiry, WSCurrentDateTime, LotQty, LotIssued, LRetCode
        MOVE ReleaseQty TO LedgerRemaining
        PERFORM IssueOneLot VARYING LotIdx FROM 1 BY 1
            UNTIL LotIdx > LotIssueCount
        IF LedgerRemaining > ZERO OR LotIssueCount = ZERO
            MOVE LedgerRemaining TO LedgerRowQty
            MOVE SPACES TO LedgerLot
            MOVE ZERO TO LedgerRemaining
            PERFORM WriteLedgerEntry
        END-IF.

    IssueOneLot.
        MOVE LotIssueQty(LotIdx) TO LedgerRowQty
        MOVE LotIssueNum(LotIdx) TO LedgerLot
        SUBTRACT LedgerRowQty FROM LedgerRemaining
        PERFORM WriteLedgerEntry
        MOVE SPACES TO OrderLotData
        MOVE LedgerLot TO OlLot
        MOVE PMProdCode TO OlProdCode
        MOVE SizeSlot TO OlSizeSlot
        MOVE BoOrdNum TO OlOrdNum
        MOVE BoLineNum TO OlLineNum
        MOVE BoCustID TO OlCustID
        MOVE LedgerRowQty TO OlQty
        MOVE WSCurrentDateTime(1:8) TO OlDate
        MOVE "B" TO OlType
        WRITE OrderLotData.

    PrintReleaseLine.
        MOVE SPACES TO ReleaseLine
        MOVE BoDate TO PrnBoDate
        ELSE IF NOT BackOrderFileOpenOK
            DISPLAY "Unable to open BackOrder.dat - status "
                BackOrderFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        ELSE
            READ BackOrderFile
                AT END SET NoMoreBackOrders TO TRUE
            DISPLAY "Backorder table full at order " BoOrdNum
                " - raise the table size - run abandoned"
            CLOSE BackOrderFile
            MOVE 8 TO RETURN-CODE
            GOBACK
        ELSE
            MOVE BackOrderData TO TabBoRecord(BoCount)
        END-IF
        IF NOT BackOrderFileOpenOK
            DISPLAY "Unable to save BackOrder.dat - status "
                BackOrderFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        PERFORM SaveBackOrderEntry VARYING SaveIdx FROM 1 BY 1
            UNTIL SaveIdx > BoCount.
