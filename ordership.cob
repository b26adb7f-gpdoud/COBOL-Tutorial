            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BomKey
            FILE STATUS IS BomFileStatus.
        SELECT OPTIONAL CarrierFile ASSIGN TO "Carrier.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CrCode
            FILE STATUS IS CarrierFileStatus.
        SELECT OPTIONAL BinFile ASSIGN TO "Bin.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BnKey
            FILE STATUS IS BinFileStatus.
        SELECT OPTIONAL LedgerFile ASSIGN TO "StockLedger.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LedgerFileStatus.
        SELECT OPTIONAL OrderLotFile ASSIGN TO "OrderLot.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OrderLotFileStatus.
        SELECT OPTIONAL BackOrderFile ASSIGN TO "BackOrder.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BackOrderFileStatus.
        01 BomData.
            COPY BOMREC.

        FD CarrierFile.
        01 CarrierData.
            COPY CARRIER.

        FD BinFile.
        01 BinData.
            COPY BINREC.

        FD LedgerFile.
        01 LedgerData.
            COPY STKLEDG.

        FD OrderLotFile.
        01 OrderLotData.
            COPY LOTTRACE.

        FD BackOrderFile.
        01 BackOrderData.
            COPY BKORD.
        01 CompCanBuild PIC 9(5) VALUE ZERO.
        01 CompNeeded PIC 9(6) VALUE ZERO.
        01 ShippedLineCount PIC 9(3) VALUE ZERO.
        01 CarrierAvail PIC X VALUE 'N'.
            88 CarrierFileOnHand VALUE 'Y'.
        01 CarrierExists PIC X.
        01 EntryCarrier PIC X(4).
        01 EntryCartons PIC 9(3).
        01 EntryWeight PIC X(8).
        01 EntryFreight PIC X(10).
        01 SuggestedFreight PIC 9(4)V99 VALUE ZERO.
        01 PrnFreight PIC $$,$$9.99.
        01 OrderShipCount PIC 9(5) VALUE ZERO.
        01 BackOrderCount PIC 9(5) VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 WSFullName PIC X(31).
        01 BinAvail PIC X VALUE 'N'.
            88 BinFileOnHand VALUE 'Y'.
        01 BinExists PIC X.
        01 BinSlot PIC 9.
        01 BinNotePos PIC 99.
        01 PickBin PIC X(6).
        01 PickBinNote PIC X(33).
        01 PickMode PIC X VALUE "O".
            88 WavePicking VALUE "W".
        01 WaveReply PIC X.
            88 WaveWanted VALUE "Y" "y".
        01 EntryWaveOrd PIC 9(5).
        01 MoreWaveOrders PIC X VALUE 'Y'.
            88 NoMoreWaveOrders VALUE 'N'.
        01 OrderExists PIC X.
        01 WaveTable.
            02 WaveOrdNum PIC 9(5) OCCURS 20 TIMES.
        01 WaveCount PIC 99 VALUE ZERO.
            88 WaveTableFull VALUE 20 THRU 99.
        01 WaveIdx PIC 99 VALUE ZERO.
        01 WaveFoundIdx PIC 99 VALUE ZERO.
        01 PickTable.
            02 PickEntry OCCURS 200 TIMES.
                03 PkSortKey.
                    04 PkBin PIC X(6).
                    04 PkProdName PIC X(10).
                    04 PkOrdNum PIC 9(5).
                    04 PkLineNum PIC 9(3).
                03 PkQty PIC 9(3).
                03 PkBinNote PIC X(33).
        01 SwapPickEntry PIC X(60).
        01 PickCount PIC 9(3) VALUE ZERO.
            88 PickTableFull VALUE 200 THRU 999.
        01 PkIdx PIC 9(3) VALUE ZERO.
        01 PkJdx PIC 9(3) VALUE ZERO.
        01 WaveQty PIC 9(5) VALUE ZERO.
        01 WaveLineCount PIC 9(3) VALUE ZERO.
        01 ShipLoc PIC X(4).
        01 ValidLocation PIC X VALUE 'N'.
            88 LocationIsValid VALUE 'Y'.
        01 LocAction PIC X.
        01 LocSlot PIC 9.
        01 LocQty PIC 9(5) VALUE ZERO.
        01 LocOnHand PIC 9(5) VALUE ZERO.
        01 LocInTransit PIC 9(5).
        COPY RETCODE.
        01 PickHeadLine.
            02 FILLER PIC X(13) VALUE "PICK ORDER # ".
            02 PrnCustName PIC X(31).
        01 PickDetailLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnPickBin.
                03 PrnBinAisle PIC X(2).
                03 PrnBinDash1 PIC X.
                03 PrnBinRack PIC X(2).
                03 PrnBinDash2 PIC X.
                03 PrnBinShelf PIC X(2).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLineNum PIC ZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnProdName PIC X(10).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnPickQty PIC ZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnPickNote PIC X(33).
        01 WaveHeadLine.
            02 FILLER PIC X(12) VALUE "WAVE PICK - ".
            02 PrnWaveCount PIC Z9.
            02 FILLER PIC X(14) VALUE " ORDERS   AT  ".
            02 PrnWaveLoc PIC X(4).
            02 FILLER PIC X(8) VALUE "   DATE ".
            02 PrnWaveDate PIC X(8).
        01 WaveColumnHeads PIC X(80) VALUE
            "  Bin       Product      Qty  Lines".
        01 WaveDetailLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnWaveBin PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnWaveProd PIC X(10).
            02 FILLER PIC X(1) VALUE SPACE.
            02 PrnWaveQty PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnWaveLines PIC ZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnWaveNote PIC X(33).
        01 PutHeadLine.
            02 FILLER PIC X(15) VALUE "PUT TO ORDER # ".
            02 PrnPutOrdNum PIC 9(5).
            02 FILLER PIC X(11) VALUE "   SHIP TO ".
            02 PrnPutCustName PIC X(31).
        01 RunTotalLine.
            02 FILLER PIC X(18) VALUE "ORDERS SHIPPED : ".
            02 PrnOrderShipCount PIC ZZZZ9.
            88 ProductMasterOpenOK VALUE "00".
        01 BomFileStatus PIC XX.
            88 BomFileOpenOK VALUE "00".
        01 CarrierFileStatus PIC XX.
            88 CarrierFileOpenOK VALUE "00".
        01 BinFileStatus PIC XX.
            88 BinFileOpenOK VALUE "00".
        01 LedgerFileStatus PIC XX.
            88 LedgerFileOpenOK VALUE "00".
        01 LedgerType PIC X.
        01 LedgerQty PIC 9(5) VALUE ZERO.
        01 LedgerSlot PIC 9 VALUE ZERO.
        01 LedgerRowQty PIC 9(5) VALUE ZERO.
        01 LedgerLot PIC X(10).
        01 LedgerRemaining PIC 9(5) VALUE ZERO.
        01 LotAction PIC X VALUE "F".
        01 LotNum PIC X(10) VALUE SPACES.
        01 LotExpiry PIC X(8) VALUE SPACES.
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
        01 BackOrderFileStatus PIC XX.
            88 BackOrderFileOpenOK VALUE "00".
        01 PickListReportStatus PIC XX.
        *> bills it. A quantity the shelf could not cover goes to
        *> BackOrder.dat instead of silently shipping short - the line
        *> stays on the order at the shipped quantity so the invoice
        *> matches the carton. The carrier, tracking number, cartons,
        *> weight, and freight are captured as each order is flagged
        *> shipped - shipmanifest lists them for the driver pickup.
        *> A run picks from one location, keyed at the start; the
        *> shelf limit is that location's stock and the issues post
        *> to it through LOCSTK as well as to the master. Pick lines
        *> print in Bin.dat bin order for that location so the picker
        *> walks the aisles once. A wave picks several orders at once:
        *> one consolidated pick in walking order, then a put-to-order
        *> breakdown of which order each quantity goes to, and only the
        *> wave's orders are confirmed in that run. Issues draw on
        *> supplier lots first-to-expire through LOTPOST, and the lots
        *> each line took are kept on OrderLot.dat for recall tracing.
        *> They also take the oldest FIFO cost layers through
        *> LAYERPOST, and the ledger rows carry that cost for glpost.
        OPEN I-O OrderFile.
        IF NOT OrderFileOpenOK
            DISPLAY "Unable to open orders.txt - status " OrderFileStatus
        IF BomFileOpenOK
            SET BomFileOnHand TO TRUE
        END-IF.
        MOVE 'N' TO BinAvail.
        OPEN INPUT BinFile.
        IF BinFileOpenOK
            SET BinFileOnHand TO TRUE
        END-IF.
        MOVE 'N' TO CarrierAvail.
        OPEN INPUT CarrierFile.
        IF CarrierFileOpenOK
            SET CarrierFileOnHand TO TRUE
        END-IF.
        OPEN EXTEND LedgerFile.
        IF LedgerFileStatus NOT = "00" AND LedgerFileStatus NOT = "05"
            DISPLAY "Unable to open StockLedger.dat - status "
                LedgerFileStatus
            STOP RUN
        END-IF.
        OPEN EXTEND OrderLotFile.
        IF OrderLotFileStatus NOT = "00" AND OrderLotFileStatus NOT = "05"
            DISPLAY "Unable to open OrderLot.dat - status "
                OrderLotFileStatus
            STOP RUN
        END-IF.
        OPEN EXTEND BackOrderFile.
        IF BackOrderFileStatus NOT = "00" AND BackOrderFileStatus NOT = "05"
            DISPLAY "Unable to open BackOrder.dat - status "
        END-IF.

        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        PERFORM GetShipLocation.
        DISPLAY "Wave pick several orders together (Y/N)? "
            WITH NO ADVANCING.
        ACCEPT WaveReply.
        IF WaveWanted
            PERFORM BuildWave
            IF WaveCount = ZERO
                DISPLAY "No orders in the wave - order-by-order run"
            ELSE
                SET WavePicking TO TRUE
                PERFORM PrintWavePick
            END-IF
        END-IF.
        MOVE LOW-VALUES TO OrdNum
        START OrderFile KEY IS NOT LESS THAN OrdNum
            INVALID KEY SET NoMoreOrders TO TRUE
        IF BomFileOnHand
            CLOSE BomFile
        END-IF.
        IF CarrierFileOnHand
            CLOSE CarrierFile
        END-IF.
        IF BinFileOnHand
            CLOSE BinFile
        END-IF.
        CLOSE OrderFile, OrderDtlFile, CustomerFile, ProductMaster,
            BackOrderFile, PickListReport, LedgerFile, OrderLotFile.
        DISPLAY "Shipped " OrderShipCount " orders, " BackOrderCount
            " lines backordered - see PickList.rpt".
        STOP RUN.
            AT END SET NoMoreOrders TO TRUE
            NOT AT END
                IF OrdIsOpen
                    PERFORM FindWaveOrder
                    IF NOT WavePicking OR WaveFoundIdx > ZERO
                        PERFORM FulfillOrder
                    END-IF
                END-IF
        END-READ.

    FulfillOrder.
        *> A wave order's pick and put lines are already printed
        IF NOT WavePicking
            PERFORM PrintPickHead
        END-IF
        DISPLAY " "
        DISPLAY "Order " OrdNum " - confirm pick (Y/N)? "
            WITH NO ADVANCING
                DISPLAY "Order " OrdNum " - nothing shipped, all "
                    "lines backordered - order left open"
            ELSE
                PERFORM EnterShipment
                SET OrdIsShipped TO TRUE
                REWRITE OrderData
                    INVALID KEY DISPLAY "Order " OrdNum
            END-IF
        END-IF.

    EnterShipment.
        *> How the order left the building - carrier, tracking number,
        *> cartons, and weight go on the order for the shipping
        *> manifest, and the freight charge is suggested from the
        *> carrier's Carrier.dat rates for invoicegen to bill. A blank
        *> carrier is a customer pickup and carries no freight.
        MOVE SPACES TO OrdCarrier, OrdTracking, OrdFreightTax
        MOVE ZERO TO OrdCartons, OrdWeight, OrdFreight
        MOVE WSCurrentDateTime(1:8) TO OrdShipDate
        PERFORM EnterCarrierCode
        IF OrdCarrier = SPACES
            DISPLAY "Order " OrdNum " - customer pickup, no freight"
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Tracking number : " WITH NO ADVANCING
        ACCEPT OrdTracking
        PERFORM EnterCartons
        PERFORM EnterWeight
        COMPUTE SuggestedFreight ROUNDED = CrBaseCharge
            + (CrPerCarton * OrdCartons) + (CrPerPound * OrdWeight)
            ON SIZE ERROR MOVE 9999.99 TO SuggestedFreight
        END-COMPUTE
        PERFORM EnterFreight
        MOVE CrFreightTax TO OrdFreightTax.

    EnterCarrierCode.
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            MOVE SPACES TO EntryCarrier
            DISPLAY "Carrier code (blank = customer pickup) : "
                WITH NO ADVANCING
            ACCEPT EntryCarrier
            PERFORM CheckCarrier
        END-PERFORM
        MOVE EntryCarrier TO OrdCarrier.

    CheckCarrier.
        *> Without a Carrier.dat the code is taken as keyed and the
        *> freight is entered by hand, untaxed.
        SET EntryIsValid TO TRUE
        MOVE ZERO TO CrBaseCharge, CrPerCarton, CrPerPound
        MOVE "N" TO CrFreightTax
        IF EntryCarrier = SPACES OR NOT CarrierFileOnHand
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO CarrierExists
        MOVE EntryCarrier TO CrCode
        READ CarrierFile
            INVALID KEY MOVE 'N' TO CarrierExists
        END-READ
        IF CarrierExists = 'N'
            DISPLAY "Carrier " EntryCarrier " is not on file - re-enter"
            MOVE 'N' TO ValidEntry
        END-IF.

    EnterCartons.
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY "Cartons : " WITH NO ADVANCING
            ACCEPT EntryCartons
            IF EntryCartons IS NOT NUMERIC OR EntryCartons = ZERO
                DISPLAY "Cartons must be a nonzero number - re-enter"
            ELSE
                MOVE EntryCartons TO OrdCartons
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM.

    EnterWeight.
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            MOVE SPACES TO EntryWeight
            DISPLAY "Weight in pounds : " WITH NO ADVANCING
            ACCEPT EntryWeight
            IF FUNCTION TEST-NUMVAL(EntryWeight) NOT = ZERO
                DISPLAY "Weight must be a number such as 12.5 - re-enter"
            ELSE IF FUNCTION NUMVAL(EntryWeight) NOT > ZERO
                OR FUNCTION NUMVAL(EntryWeight) NOT < 100000
                DISPLAY "Weight must be between 0 and 99999.9 - re-enter"
            ELSE
                COMPUTE OrdWeight ROUNDED = FUNCTION NUMVAL(EntryWeight)
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM.

    EnterFreight.
        MOVE SuggestedFreight TO PrnFreight
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            MOVE SPACES TO EntryFreight
            DISPLAY "Freight charge (blank = " PrnFreight ") : "
                WITH NO ADVANCING
            ACCEPT EntryFreight
            IF EntryFreight = SPACES
                MOVE SuggestedFreight TO OrdFreight
                SET EntryIsValid TO TRUE
            ELSE IF FUNCTION TEST-NUMVAL(EntryFreight) NOT = ZERO
                DISPLAY "Freight must be a number such as 18.50 - re-enter"
            ELSE IF FUNCTION NUMVAL(EntryFreight) < ZERO
                OR FUNCTION NUMVAL(EntryFreight) NOT < 10000
                DISPLAY "Freight must be between 0 and 9999.99 - re-enter"
            ELSE
                COMPUTE OrdFreight ROUNDED = FUNCTION NUMVAL(EntryFreight)
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM.

    PrintPickHead.
        MOVE OrdNum TO PrnOrdNum
        MOVE OrdDate TO PrnOrdDate
        WRITE PrintLine FROM PickCustLine AFTER ADVANCING 1 LINE
        MOVE SPACES TO PrintLine
        WRITE PrintLine
        MOVE ZERO TO PickCount
        PERFORM LoadOrderPicks
        PERFORM SortPickTable
        PERFORM PrintPickLine VARYING PkIdx FROM 1 BY 1
            UNTIL PkIdx > PickCount.

    PrintPickLine.
        MOVE SPACES TO PickDetailLine
        MOVE PkBin(PkIdx) TO PickBin
        PERFORM FormatPickBin
        MOVE PkLineNum(PkIdx) TO PrnLineNum
        MOVE PkProdName(PkIdx) TO PrnProdName
        MOVE PkQty(PkIdx) TO PrnPickQty
        MOVE PkBinNote(PkIdx) TO PrnPickNote
        WRITE PrintLine FROM PickDetailLine AFTER ADVANCING 1 LINE.

    FormatPickBin.
        *> AA-RR-SS, or blank when no bin has been assigned
        IF PickBin = HIGH-VALUES
            MOVE SPACES TO PrnPickBin
        ELSE
            MOVE PickBin(1:2) TO PrnBinAisle
            MOVE "-" TO PrnBinDash1
            MOVE PickBin(3:2) TO PrnBinRack
            MOVE "-" TO PrnBinDash2
            MOVE PickBin(5:2) TO PrnBinShelf
        END-IF.

    LoadOrderPicks.
        *> Adds the lines of the order in OrderData to the pick table
        PERFORM StartOrderLines
        PERFORM AddOrderPick UNTIL NoMoreDtl.

    AddOrderPick.
        IF PickTableFull
            DISPLAY "Pick table full - order " OrdNum " line "
                OdLineNum " left off the pick list"
        ELSE
            PERFORM ReadLineProduct
            PERFORM LookupBins
            ADD 1 TO PickCount
            MOVE PickBin TO PkBin(PickCount)
            MOVE OdProdName TO PkProdName(PickCount)
            MOVE OdOrdNum TO PkOrdNum(PickCount)
            MOVE OdLineNum TO PkLineNum(PickCount)
            MOVE OdQty TO PkQty(PickCount)
            MOVE PickBinNote TO PkBinNote(PickCount)
        END-IF
        PERFORM ReadNextOrderLine.

    LookupBins.
        *> The line's walking-order bin is the first size slot with a
        *> bin at the shipping location, and the note lists the bin
        *> of each size so the picker takes the size the order needs
        MOVE HIGH-VALUES TO PickBin
        MOVE SPACES TO PickBinNote
        IF ProdExists = 'N' OR NOT BinFileOnHand
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO BinExists
        MOVE PMProdCode TO BnProdCode
        MOVE ShipLoc TO BnLocation
        READ BinFile
            INVALID KEY MOVE 'N' TO BinExists
        END-READ
        IF BinExists = 'N'
            EXIT PARAGRAPH
        END-IF
        MOVE 1 TO BinNotePos
        PERFORM NoteOneBin VARYING BinSlot FROM 1 BY 1
            UNTIL BinSlot > 3.

    NoteOneBin.
        IF BnBin(BinSlot) = SPACES OR PMSizes(BinSlot:1) = SPACE
            EXIT PARAGRAPH
        END-IF
        IF PickBin = HIGH-VALUES
            MOVE BnBin(BinSlot) TO PickBin
        END-IF
        MOVE PMSizes(BinSlot:1) TO PickBinNote(BinNotePos:1)
        MOVE BnAisle(BinSlot) TO PickBinNote(BinNotePos + 2:2)
        MOVE "-" TO PickBinNote(BinNotePos + 4:1)
        MOVE BnRack(BinSlot) TO PickBinNote(BinNotePos + 5:2)
        MOVE "-" TO PickBinNote(BinNotePos + 7:1)
        MOVE BnShelf(BinSlot) TO PickBinNote(BinNotePos + 8:2)
        ADD 11 TO BinNotePos.

    SortPickTable.
        *> Straight exchange sort into walking order - bin, then
        *> product, then order and line
        PERFORM VARYING PkIdx FROM 1 BY 1 UNTIL PkIdx NOT < PickCount
            PERFORM VARYING PkJdx FROM 1 BY 1
                UNTIL PkJdx NOT < PickCount
                IF PkSortKey(PkJdx) > PkSortKey(PkJdx + 1)
                    MOVE PickEntry(PkJdx) TO SwapPickEntry
                    MOVE PickEntry(PkJdx + 1) TO PickEntry(PkJdx)
                    MOVE SwapPickEntry TO PickEntry(PkJdx + 1)
                END-IF
            END-PERFORM
        END-PERFORM.

    BuildWave.
        MOVE ZERO TO WaveCount
        MOVE 'Y' TO MoreWaveOrders
        PERFORM AddWaveOrder UNTIL NoMoreWaveOrders.

    AddWaveOrder.
        DISPLAY "Order number for the wave (0 = done) : "
            WITH NO ADVANCING
        ACCEPT EntryWaveOrd
        IF EntryWaveOrd IS NOT NUMERIC OR EntryWaveOrd = ZERO
            MOVE 'N' TO MoreWaveOrders
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO OrderExists
        MOVE EntryWaveOrd TO OrdNum
        READ OrderFile
            INVALID KEY MOVE 'N' TO OrderExists
        END-READ
        PERFORM FindWaveOrder
        IF OrderExists = 'N'
            DISPLAY "Order " EntryWaveOrd " does not exist"
        ELSE IF NOT OrdIsOpen
            DISPLAY "Order " EntryWaveOrd " is not open"
        ELSE IF WaveFoundIdx > ZERO
            DISPLAY "Order " EntryWaveOrd " is already in the wave"
        ELSE
            ADD 1 TO WaveCount
            MOVE OrdNum TO WaveOrdNum(WaveCount)
            IF WaveTableFull
                DISPLAY "Wave is full at " WaveCount " orders"
                MOVE 'N' TO MoreWaveOrders
            END-IF
        END-IF.

    FindWaveOrder.
        MOVE ZERO TO WaveFoundIdx
        PERFORM VARYING WaveIdx FROM 1 BY 1
            UNTIL WaveIdx > WaveCount OR WaveFoundIdx > ZERO
            IF WaveOrdNum(WaveIdx) = OrdNum
                MOVE WaveIdx TO WaveFoundIdx
            END-IF
        END-PERFORM.

    PrintWavePick.
        *> Every line of every wave order into one table, sorted into
        *> walking order; the pick sums each bin and product across
        *> the orders, then the put-to-order pages split it back out
        MOVE ZERO TO PickCount
        PERFORM LoadWaveOrder VARYING WaveIdx FROM 1 BY 1
            UNTIL WaveIdx > WaveCount
        PERFORM SortPickTable
        MOVE WaveCount TO PrnWaveCount
        MOVE ShipLoc TO PrnWaveLoc
        MOVE WSCurrentDateTime(1:8) TO PrnWaveDate
        WRITE PrintLine FROM WaveHeadLine AFTER ADVANCING PAGE
        WRITE PrintLine FROM WaveColumnHeads AFTER ADVANCING 2 LINES
        MOVE ZERO TO WaveQty, WaveLineCount
        PERFORM SumWavePick VARYING PkIdx FROM 1 BY 1
            UNTIL PkIdx > PickCount
        PERFORM PrintPutToOrder VARYING WaveIdx FROM 1 BY 1
            UNTIL WaveIdx > WaveCount
        DISPLAY "Wave of " WaveCount " orders printed - see PickList.rpt".

    LoadWaveOrder.
        MOVE WaveOrdNum(WaveIdx) TO OrdNum
        READ OrderFile
            INVALID KEY EXIT PARAGRAPH
        END-READ
        PERFORM LoadOrderPicks.

    SumWavePick.
        ADD PkQty(PkIdx) TO WaveQty
        ADD 1 TO WaveLineCount
        IF PkIdx = PickCount
            PERFORM PrintWaveLine
        ELSE
            IF PkBin(PkIdx) NOT = PkBin(PkIdx + 1)
                OR PkProdName(PkIdx) NOT = PkProdName(PkIdx + 1)
                PERFORM PrintWaveLine
            END-IF
        END-IF.

    PrintWaveLine.
        MOVE SPACES TO WaveDetailLine
        MOVE PkBin(PkIdx) TO PickBin
        PERFORM FormatPickBin
        MOVE PrnPickBin TO PrnWaveBin
        MOVE PkProdName(PkIdx) TO PrnWaveProd
        MOVE WaveQty TO PrnWaveQty
        MOVE WaveLineCount TO PrnWaveLines
        MOVE PkBinNote(PkIdx) TO PrnWaveNote
        WRITE PrintLine FROM WaveDetailLine AFTER ADVANCING 1 LINE
        MOVE ZERO TO WaveQty, WaveLineCount.

    PrintPutToOrder.
        MOVE WaveOrdNum(WaveIdx) TO OrdNum
        READ OrderFile
            INVALID KEY EXIT PARAGRAPH
        END-READ
        MOVE OrdNum TO PrnPutOrdNum
        MOVE 'Y' TO CustExists
        MOVE OrdCustID TO IDNum
        READ CustomerFile
            INVALID KEY MOVE 'N' TO CustExists
        END-READ
        IF CustExists = 'Y'
            CALL "NAMEFMT" USING FirstName, LastName, WSFullName, LRetCode
            MOVE WSFullName TO PrnPutCustName
        ELSE
            MOVE "** NOT ON CUSTOMER FILE **" TO PrnPutCustName
        END-IF
        WRITE PrintLine FROM PutHeadLine AFTER ADVANCING 3 LINES
        MOVE SPACES TO PrintLine
        WRITE PrintLine
        PERFORM PrintPutLine VARYING PkIdx FROM 1 BY 1
            UNTIL PkIdx > PickCount.

    PrintPutLine.
        IF PkOrdNum(PkIdx) = OrdNum
            PERFORM PrintPickLine
        END-IF.

    ConfirmOrderLine.
        DISPLAY " "
        DISPLAY "Line " OdLineNum " : " OdProdName " ordered " OdQty
        END-PERFORM.

    EnterShipQty.
        MOVE SizeSlot TO LocSlot
        PERFORM QueryShipLocation
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY "Quantity shipped (on hand at " ShipLoc " "
                LocOnHand ") : " WITH NO ADVANCING
            ACCEPT EntryShipQty
            IF EntryShipQty IS NOT NUMERIC
                DISPLAY "Quantity must be numeric - re-enter"
            ELSE IF EntryShipQty > OdQty
                DISPLAY "Cannot ship more than ordered - re-enter"
            ELSE IF EntryShipQty > LocOnHand
                DISPLAY "Only " LocOnHand " on hand at " ShipLoc
                    " - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
                        MOVE "S" TO LedgerType
                        MOVE EntryShipQty TO LedgerQty
                        MOVE SizeSlot TO LedgerSlot
                        PERFORM IssueAtShipLocation
                        PERFORM IssueLayers
                        PERFORM IssueLots
                END-REWRITE
            END-IF
            ADD 1 TO ShippedLineCount
        MOVE LedgerSlot TO LgSizeSlot
        MOVE WSCurrentDateTime(1:8) TO LgDate
        MOVE LedgerType TO LgType
        MOVE LedgerRowQty TO LgQty
        COMPUTE LgBalance = PMQtyOnHand(LedgerSlot) + LedgerRemaining
        MOVE ShipLoc TO LgLocation
        COMPUTE LgLocBalance = LocOnHand + LedgerRemaining
        MOVE LedgerLot TO LgLot
        IF LedgerRemaining = ZERO OR LedgerQty = ZERO
            MOVE CostRemaining TO LgCost
        ELSE
            COMPUTE LgCost ROUNDED = LayerValue * LedgerRowQty / LedgerQty
            IF LgCost > CostRemaining
                MOVE CostRemaining TO LgCost
            END-IF
        END-IF
        SUBTRACT LgCost FROM CostRemaining
        WRITE LedgerData.

    IssueLayers.
        *> The issue's cost off the oldest layers, shared over the
        *> ledger rows it is written as
        MOVE ZERO TO LayerValue
        COMPUTE LayOnHand = PMQtyOnHand(1) + PMQtyOnHand(2)
            + PMQtyOnHand(3)
        CALL "LAYERPOST" USING LayAction, PMProdCode,
            WSCurrentDateTime, LayPoNum, LedgerQty, PMUnitCost,
            PMUnitCost, LayOnHand, LayerValue, LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Cost layers were not posted for " PMProdCode "!"
        END-IF
        MOVE LayerValue TO CostRemaining.

    IssueLots.
        *> The issue comes off the first lots to expire; each lot
        *> drawn on gets its own ledger row and an OrderLot.dat trace
        *> row against the order line, and any quantity no lot covered
        *> is written as unlotted
        CALL "LOTPOST" USING LotAction, PMProdCode, LedgerSlot, LotNum,
            LotExpiry, WSCurrentDateTime, LedgerQty, LotIssued, LRetCode
        MOVE LedgerQty TO LedgerRemaining
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
        MOVE LedgerSlot TO OlSizeSlot
        MOVE OrdNum TO OlOrdNum
        MOVE OdLineNum TO OlLineNum
        MOVE OrdCustID TO OlCustID
        MOVE LedgerRowQty TO OlQty
        MOVE WSCurrentDateTime(1:8) TO OlDate
        MOVE LedgerType TO OlType
        WRITE OrderLotData.

    GetShipLocation.
        PERFORM UNTIL LocationIsValid
            DISPLAY "Shipping from location (blank = MAIN) : "
                WITH NO ADVANCING
            MOVE SPACES TO ShipLoc
            ACCEPT ShipLoc
            MOVE FUNCTION UPPER-CASE(ShipLoc) TO ShipLoc
            MOVE "L" TO LocAction
            MOVE 1 TO LocSlot
            CALL "LOCSTK" USING LocAction, PMProdCode, ShipLoc, LocSlot,
                LocQty, LocOnHand, LocInTransit, LRetCode
            IF RetCodeSuccess
                SET LocationIsValid TO TRUE
            ELSE
                DISPLAY "Location " ShipLoc " is not on file"
            END-IF
        END-PERFORM.

    QueryShipLocation.
        *> On-hand for PMProdCode, slot LocSlot, at the run's location
        MOVE "Q" TO LocAction
        CALL "LOCSTK" USING LocAction, PMProdCode, ShipLoc, LocSlot,
            LocQty, LocOnHand, LocInTransit, LRetCode.

    IssueAtShipLocation.
        MOVE "I" TO LocAction
        MOVE LedgerSlot TO LocSlot
        MOVE LedgerQty TO LocQty
        CALL "LOCSTK" USING LocAction, PMProdCode, ShipLoc, LocSlot,
            LocQty, LocOnHand, LocInTransit, LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Location stock was not posted for "
                PMProdName " at " ShipLoc "!"
        END-IF.

    WriteBackOrder.
        MOVE SPACES TO BackOrderData
        SET BackOrdIsOpen TO TRUE
                        MOVE ZERO TO KitBuildable
                        MOVE 'Y' TO ProdExists
                    ELSE
                        MOVE 1 TO LocSlot
                        PERFORM QueryShipLocation
                        COMPUTE CompCanBuild =
                            LocOnHand / BomQtyPer
                        IF CompCanBuild < KitBuildable
                            MOVE CompCanBuild TO KitBuildable
                        END-IF
                                " vanished from the master!"
                    END-READ
                    COMPUTE CompNeeded = BomQtyPer * EntryShipQty
                    MOVE 1 TO LocSlot
                    PERFORM QueryShipLocation
                    IF CompNeeded > LocOnHand
                        DISPLAY "Component " BomCompCode
                            " short at issue time!"
                        MOVE LocOnHand TO CompNeeded
                    END-IF
                    SUBTRACT CompNeeded FROM PMQtyOnHand(1)
                    REWRITE ProductData
                            MOVE "K" TO LedgerType
                            MOVE CompNeeded TO LedgerQty
                            MOVE 1 TO LedgerSlot
                            PERFORM IssueAtShipLocation
                            PERFORM IssueLayers
                            PERFORM IssueLots
                    END-REWRITE
                END-IF
        END-READ.
