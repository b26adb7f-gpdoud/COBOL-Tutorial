                88 MoveIsReceipt VALUE "R".
                88 MoveIsIssue VALUE "I".
                88 MoveIsAdjust VALUE "A".
                88 MoveIsReturn VALUE "N".
            02 FILLER PIC X.
            02 MvQty PIC 9(5).
            02 FILLER PIC X.
            02 MvDate PIC X(8).
            02 FILLER PIC X.
            02 MvLocation PIC X(4).
            02 FILLER PIC X.
            02 MvLot PIC X(10).
            02 FILLER PIC X.
            02 MvExpiry PIC X(8).
            *> Cost the receipt came in at and its PO - filled in by
            *> poreceive only; other movements leave them blank
            02 FILLER PIC X.
            02 MvUnitCost PIC 9(4)V99.
            02 FILLER PIC X.
            02 MvPoNum PIC 9(5).

        FD LedgerFile.
        01 LedgerData.
        01 LedgerFileStatus PIC XX.
            88 LedgerFileOpenOK VALUE "00".
        01 CheckDate PIC X(8).
        01 LocAction PIC X.
        01 StockLoc PIC X(4).
        01 LocSlot PIC 9.
        01 LocQty PIC 9(5).
        01 LocOnHand PIC 9(5).
        01 LocInTransit PIC 9(5).
        01 LotAction PIC X.
        01 LotIssued.
            02 LotIssueCount PIC 99.
            02 LotIssueEntry OCCURS 10 TIMES.
                03 LotIssueNum PIC X(10).
                03 LotIssueQty PIC 9(5).
        01 LotIdx PIC 99 VALUE ZERO.
        01 LedgerQty PIC 9(5) VALUE ZERO.
        01 LedgerLot PIC X(10).
        01 LedgerRemaining PIC 9(5) VALUE ZERO.
        01 LayAction PIC X.
        01 LayQty PIC 9(5) VALUE ZERO.
        01 LayUnitCost PIC 9(4)V99 VALUE ZERO.
        01 LayPoNum PIC 9(5) VALUE ZERO.
        01 LayOnHand PIC 9(6) VALUE ZERO.
        01 LayerValue PIC 9(7)V99 VALUE ZERO.
        01 CostRemaining PIC 9(7)V99 VALUE ZERO.
        01 AdjustDirection PIC X.
            88 AdjustIsUp VALUE "U".
            88 AdjustIsDown VALUE "D".
        COPY RETCODE.

PROCEDURE DIVISION.
        *> the on-hand quantities on the Product Master - the same
        *> read-the-transactions-and-apply pattern the customer batch
        *> mode uses, with rejects logged rather than half-applied.
        *> Each movement also posts to its location through LOCSTK -
        *> a blank MvLocation is the main building - and the master
        *> keeps the company-wide total. A receipt carrying a
        *> supplier lot number opens or adds to that lot on
        *> LotStock.dat through LOTPOST; an issue draws on the lot it
        *> names, or on the first lots to expire when it names none,
        *> and the ledger rows carry the lot. A return to vendor
        *> comes off stock exactly like an issue but keeps its own
        *> type on the ledger, so it is not mistaken for demand.
        *> Costs move FIFO through LAYERPOST: a receipt lays down a
        *> layer at the cost poreceive recorded on the movement (the
        *> master cost when it carries none), issues and returns take
        *> the oldest layers first, and a count adjustment lays down
        *> or takes off the difference. Each ledger row carries the
        *> layer cost of its quantity for glpost.
        OPEN I-O ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN INPUT MoveFile.
        IF NOT MoveFileOpenOK
            DISPLAY "Unable to open StockMove.dat - status "
                MoveFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT RejectFile.
        IF NOT RejectFileOpenOK
            DISPLAY "Unable to open StockRej.log - status "
                RejectFileStatus
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

        READ MoveFile
        CLOSE ProductMaster, MoveFile, RejectFile, LedgerFile.
        DISPLAY "Posted " PostedCount " movements, " RejectCount
            " rejected - see StockRej.log".
        GOBACK.

    PostOneMove.
        *> A movement dated into a month the accountant closed is a
                MOVE "Product code not on file" TO StockRejectReason
                PERFORM WriteStockReject
            WHEN NOT MoveIsReceipt AND NOT MoveIsIssue
                AND NOT MoveIsAdjust AND NOT MoveIsReturn
                MOVE "Movement type must be R, I, A or N"
                    TO StockRejectReason
                PERFORM WriteStockReject
            WHEN OTHER
        END-READ.

    ApplyMovement.
        MOVE MvLocation TO StockLoc
        MOVE SizeSlot TO LocSlot
        MOVE MvQty TO LocQty
        MOVE "Q" TO LocAction
        CALL "LOCSTK" USING LocAction, MvProdCode, StockLoc, LocSlot,
            LocQty, LocOnHand, LocInTransit, LRetCode
        IF NOT RetCodeSuccess
            MOVE "Location not on file" TO StockRejectReason
            PERFORM WriteStockReject
            EXIT PARAGRAPH
        END-IF
        IF MoveIsAdjust
            *> Physical-count adjustment - the counted quantity
            *> replaces the location's book quantity outright, and the
            *> master moves by the same difference
            IF MvQty > LocOnHand
                SET AdjustIsUp TO TRUE
                COMPUTE LayQty = MvQty - LocOnHand
            ELSE
                SET AdjustIsDown TO TRUE
                COMPUTE LayQty = LocOnHand - MvQty
            END-IF
            IF LocOnHand > PMQtyOnHand(SizeSlot)
                MOVE MvQty TO PMQtyOnHand(SizeSlot)
            ELSE
                SUBTRACT LocOnHand FROM PMQtyOnHand(SizeSlot)
                ADD MvQty TO PMQtyOnHand(SizeSlot)
                    ON SIZE ERROR
                        MOVE "On-hand overflow" TO StockRejectReason
                        PERFORM WriteStockReject
                        EXIT PARAGRAPH
                END-ADD
            END-IF
        ELSE
        IF MoveIsReceipt
            ADD MvQty TO PMQtyOnHand(SizeSlot)
                    EXIT PARAGRAPH
            END-ADD
        ELSE
            IF MvQty > LocOnHand
                MOVE "Issue exceeds stock at location" TO StockRejectReason
                PERFORM WriteStockReject
                EXIT PARAGRAPH
            END-IF
            SUBTRACT MvQty FROM PMQtyOnHand(SizeSlot)
        END-IF
        END-IF
        *> Location first - an inactive location refuses receipts, and
        *> the master record is only rewritten once it has taken them
        MOVE MvType TO LocAction
        IF MoveIsReturn
            MOVE "I" TO LocAction
        END-IF
        CALL "LOCSTK" USING LocAction, MvProdCode, StockLoc, LocSlot,
            LocQty, LocOnHand, LocInTransit, LRetCode
        IF NOT RetCodeSuccess
            MOVE "Location refused the movement" TO StockRejectReason
            PERFORM WriteStockReject
            EXIT PARAGRAPH
        END-IF
        REWRITE ProductData
            INVALID KEY
                MOVE "Master was not updated" TO StockRejectReason
                PERFORM WriteStockReject
            NOT INVALID KEY
                ADD 1 TO PostedCount
                PERFORM PostLayers
                PERFORM PostLots
        END-REWRITE.

    PostLayers.
        *> The movement's value at layer cost, shared over the ledger
        *> rows it is written as
        MOVE ZERO TO LayerValue
        IF NOT MoveIsAdjust
            MOVE MvQty TO LayQty
        END-IF
        MOVE ZERO TO LayPoNum
        MOVE PMUnitCost TO LayUnitCost
        EVALUATE TRUE
            WHEN MoveIsReceipt
                MOVE "R" TO LayAction
                IF MvUnitCost IS NUMERIC AND MvUnitCost > ZERO
                    MOVE MvUnitCost TO LayUnitCost
                END-IF
                IF MvPoNum IS NUMERIC
                    MOVE MvPoNum TO LayPoNum
                END-IF
            WHEN MoveIsAdjust AND AdjustIsUp
                MOVE "A" TO LayAction
            WHEN OTHER
                MOVE "I" TO LayAction
        END-EVALUATE
        COMPUTE LayOnHand = PMQtyOnHand(1) + PMQtyOnHand(2)
            + PMQtyOnHand(3)
        CALL "LAYERPOST" USING LayAction, MvProdCode, MvDate, LayPoNum,
            LayQty, LayUnitCost, PMUnitCost, LayOnHand, LayerValue,
            LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Cost layers were not posted for " MvProdCode
        END-IF
        MOVE LayerValue TO CostRemaining.

    PostLots.
        MOVE ZERO TO LotIssueCount
        IF MoveIsReceipt AND MvLot NOT = SPACES
            MOVE "R" TO LotAction
            CALL "LOTPOST" USING LotAction, MvProdCode, SizeSlot, MvLot,
                MvExpiry, MvDate, MvQty, LotIssued, LRetCode
            IF RetCodeSuccess
                MOVE 1 TO LotIssueCount
                MOVE MvLot TO LotIssueNum(1)
                MOVE MvQty TO LotIssueQty(1)
            ELSE
                DISPLAY "Lot " MvLot " was not recorded for " MvProdCode
            END-IF
        END-IF
        IF MoveIsIssue OR MoveIsReturn
            IF MvLot = SPACES
                MOVE "F" TO LotAction
            ELSE
                MOVE "I" TO LotAction
            END-IF
            CALL "LOTPOST" USING LotAction, MvProdCode, SizeSlot, MvLot,
                MvExpiry, MvDate, MvQty, LotIssued, LRetCode
        END-IF
        MOVE MvQty TO LedgerRemaining
        PERFORM WriteLotLedgerEntry VARYING LotIdx FROM 1 BY 1
            UNTIL LotIdx > LotIssueCount
        IF LedgerRemaining > ZERO OR LotIssueCount = ZERO
            *> Stock that came from or went to no lot
            MOVE LedgerRemaining TO LedgerQty
            MOVE SPACES TO LedgerLot
            MOVE ZERO TO LedgerRemaining
            PERFORM WriteLedgerEntry
        END-IF.

    WriteLotLedgerEntry.
        MOVE LotIssueQty(LotIdx) TO LedgerQty
        MOVE LotIssueNum(LotIdx) TO LedgerLot
        SUBTRACT LedgerQty FROM LedgerRemaining
        PERFORM WriteLedgerEntry.

    WriteLedgerEntry.
        *> The permanent trail - the movement plus the slot balance it
        *> left behind, so kardex can replay any product. An issue
        *> split over lots writes a row per lot; the quantity still to
        *> come off in later rows is added back to each balance.
        MOVE SPACES TO LedgerData
        MOVE MvProdCode TO LgProdCode
        MOVE SizeSlot TO LgSizeSlot
        MOVE MvDate TO LgDate
        MOVE MvType TO LgType
        MOVE LedgerQty TO LgQty
        COMPUTE LgBalance = PMQtyOnHand(SizeSlot) + LedgerRemaining
        MOVE StockLoc TO LgLocation
        COMPUTE LgLocBalance = LocOnHand + LedgerRemaining
        MOVE LedgerLot TO LgLot
        IF LedgerRemaining = ZERO OR MvQty = ZERO
            MOVE CostRemaining TO LgCost
        ELSE
            COMPUTE LgCost ROUNDED = LayerValue * LedgerQty / MvQty
            IF LgCost > CostRemaining
                MOVE CostRemaining TO LgCost
            END-IF
        END-IF
        SUBTRACT LgCost FROM CostRemaining
        WRITE LedgerData.

    FindSizeSlot.
