        SELECT OPTIONAL CostHistFile ASSIGN TO "CostHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CostHistFileStatus.
        SELECT OPTIONAL RecvLogFile ASSIGN TO "RecvLog.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RecvLogFileStatus.

DATA DIVISION.
    FILE SECTION.
            02 MvQty PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 MvDate PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 MvLocation PIC X(4).
            02 FILLER PIC X VALUE SPACE.
            02 MvLot PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 MvExpiry PIC X(8).
            *> The cost and PO the receipt came in on, for the cost
            *> layer stockpost lays down
            02 FILLER PIC X VALUE SPACE.
            02 MvUnitCost PIC 9(4)V99.
            02 FILLER PIC X VALUE SPACE.
            02 MvPoNum PIC 9(5).

        FD CostHistFile.
        01 CostHistRecord.
                PhNewPrice BY ChNewCost,
                PhDate BY ChDate,
                PhSource BY ChSource.

        FD RecvLogFile.
        01 RecvLogData.
            COPY RCVLOG.
    WORKING-STORAGE SECTION.
        01 MoreReceipts PIC X VALUE 'Y'.
            88 NoMoreReceipts VALUE 'N'.
        01 EntryCost PIC X(8).
        01 WorkCost PIC 9(4)V99.
        01 PriorCost PIC 9(4)V99.
        01 EntryLot PIC X(10).
        01 EntryExpiry PIC X(8).
        01 ReceivingLoc PIC X(4).
        01 ValidExpiry PIC X VALUE 'N'.
            88 ExpiryIsValid VALUE 'Y'.
        01 ValidLocation PIC X VALUE 'N'.
            88 LocationIsValid VALUE 'Y'.
        01 LocAction PIC X.
        01 LocProdCode PIC 9(5) VALUE ZERO.
        01 LocSlot PIC 9 VALUE 1.
        01 LocQty PIC 9(5) VALUE ZERO.
        01 LocOnHand PIC 9(5).
        01 LocInTransit PIC 9(5).
        01 POHdrFileStatus PIC XX.
            88 POHdrFileOpenOK VALUE "00".
        01 PODtlFileStatus PIC XX.
            88 MoveFileOpenOK VALUE "00".
        01 CostHistFileStatus PIC XX.
            88 CostHistFileOpenOK VALUE "00".
        01 RecvLogFileStatus PIC XX.
        COPY RETCODE.

PROCEDURE DIVISION.
    StartReceive.
        *> StockMove.dat as an "R" movement for stockpost exactly as
        *> before. When every line is covered the PO closes, which is
        *> what vendinv later matches the supplier's bill against. No
        *> more blind receipts with nothing behind them. Each receipt
        *> can carry the supplier's lot number and expiry date, which
        *> stockpost records on LotStock.dat. Every line received is
        *> also logged on RecvLog.dat at the cost it came in at, for
        *> landcost to spread freight and duty over.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        OPEN I-O POHdrFile.
        IF NOT POHdrFileOpenOK
                MoveFileStatus
            STOP RUN
        END-IF.
        OPEN EXTEND RecvLogFile.
        IF RecvLogFileStatus NOT = "00" AND RecvLogFileStatus NOT = "05"
            DISPLAY "Unable to open RecvLog.dat - status "
                RecvLogFileStatus
            STOP RUN
        END-IF.

        PERFORM GetReceivingLocation.
        PERFORM ReceiveOnePO UNTIL NoMoreReceipts.

        CLOSE POHdrFile, PODtlFile, ProductMaster, MoveFile, RecvLogFile.
        DISPLAY "Receiving session complete - run stockpost to post "
            "the movements".
        STOP RUN.

    GetReceivingLocation.
        *> One dock per session - every receipt keyed here goes to
        *> stock at this location when stockpost runs
        PERFORM UNTIL LocationIsValid
            DISPLAY "Receiving location (blank = MAIN) : "
                WITH NO ADVANCING
            MOVE SPACES TO ReceivingLoc
            ACCEPT ReceivingLoc
            MOVE FUNCTION UPPER-CASE(ReceivingLoc) TO ReceivingLoc
            MOVE "L" TO LocAction
            CALL "LOCSTK" USING LocAction, LocProdCode, ReceivingLoc,
                LocSlot, LocQty, LocOnHand, LocInTransit, LRetCode
            IF RetCodeSuccess
                SET LocationIsValid TO TRUE
            ELSE
                DISPLAY "Location " ReceivingLoc " is not on file"
            END-IF
        END-PERFORM
        DISPLAY "Receiving into " ReceivingLoc.

    ReceiveOnePO.
        DISPLAY " "
        DISPLAY "PO number (0 to quit) : " WITH NO ADVANCING
        END-IF
        DISPLAY "Size letter : " WITH NO ADVANCING
        ACCEPT EntrySizeLetter
        PERFORM EnterLotDetails
        MOVE SPACES TO MoveRecord
        MOVE PdProdCode TO MvProdCode
        MOVE EntrySizeLetter TO MvSizeLetter
        MOVE "R" TO MvType
        MOVE EntryQty TO MvQty
        MOVE WSCurrentDateTime(1:8) TO MvDate
        MOVE ReceivingLoc TO MvLocation
        MOVE EntryLot TO MvLot
        MOVE EntryExpiry TO MvExpiry
        PERFORM MaybeRestateCost
        IF ProdExists = 'Y'
            MOVE PMUnitCost TO MvUnitCost
        ELSE
            MOVE ZERO TO MvUnitCost
        END-IF
        MOVE PdPoNum TO MvPoNum
        WRITE MoveRecord
        PERFORM LogReceipt
        MOVE NewReceived TO PdQtyReceived
        IF PdFirstRecvDate = SPACES
            MOVE WSCurrentDateTime(1:8) TO PdFirstRecvDate
        END-IF
        MOVE WSCurrentDateTime(1:8) TO PdLastRecvDate
        REWRITE PODtlData
            INVALID KEY DISPLAY "PO line was not updated!"
            NOT INVALID KEY ADD 1 TO LinesReceived
        PERFORM NoteOpenBalance
        PERFORM ReadNextPOLine.

    EnterLotDetails.
        *> The supplier's lot off the carton, so a recall can be
        *> traced to the customers it reached
        DISPLAY "Lot number (blank = none) : " WITH NO ADVANCING
        MOVE SPACES TO EntryLot
        ACCEPT EntryLot
        MOVE FUNCTION UPPER-CASE(EntryLot) TO EntryLot
        MOVE SPACES TO EntryExpiry
        IF EntryLot = SPACES
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO ValidExpiry
        PERFORM UNTIL ExpiryIsValid
            DISPLAY "Expiry date YYYYMMDD (blank = none) : "
                WITH NO ADVANCING
            MOVE SPACES TO EntryExpiry
            ACCEPT EntryExpiry
            IF EntryExpiry = SPACES OR EntryExpiry IS NUMERIC
                SET ExpiryIsValid TO TRUE
            ELSE
                DISPLAY "Expiry must be YYYYMMDD or blank - re-enter"
            END-IF
        END-PERFORM.

    MaybeRestateCost.
        IF ProdExists = 'N'
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Unit cost restated to " EntryCost.

    LogReceipt.
        MOVE SPACES TO RecvLogData
        MOVE PdPoNum TO RvPoNum
        MOVE PdLineNum TO RvLineNum
        MOVE WSCurrentDateTime(1:8) TO RvDate
        MOVE PdProdCode TO RvProdCode
        MOVE EntrySizeLetter TO RvSizeLetter
        MOVE EntryQty TO RvQty
        IF ProdExists = 'Y'
            MOVE PMUnitCost TO RvUnitCost
        ELSE
            MOVE ZERO TO RvUnitCost
        END-IF
        MOVE ReceivingLoc TO RvLocation
        MOVE EntryLot TO RvLot
        WRITE RecvLogData.

    NoteOpenBalance.
        IF PdQtyReceived < PdQtyOrdered
            MOVE 'Y' TO OpenRemains
