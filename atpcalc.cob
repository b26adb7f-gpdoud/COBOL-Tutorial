       >> SOURCE FORMAT FREE
ID DIVISION.
PROGRAM-ID. ATPCALC.
AUTHOR. Greg.
DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ProductMaster ASSIGN TO "product.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.
        SELECT OPTIONAL OrderFile ASSIGN TO "orders.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OrdNum
            FILE STATUS IS OrderFileStatus.
        SELECT OPTIONAL OrderDtlFile ASSIGN TO "OrderDtl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OdKey
            FILE STATUS IS OrderDtlFileStatus.
        SELECT OPTIONAL BackOrderFile ASSIGN TO "BackOrder.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BackOrderFileStatus.
        SELECT OPTIONAL POHdrFile ASSIGN TO "POHdr.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PoNum
            FILE STATUS IS POHdrFileStatus.
        SELECT OPTIONAL PODtlFile ASSIGN TO "PODtl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PdKey
            FILE STATUS IS PODtlFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD OrderFile.
        01 OrderData.
            COPY ORDREC.

        FD OrderDtlFile.
        01 OrderDtlData.
            COPY ORDDTL.

        FD BackOrderFile.
        01 BackOrderData.
            COPY BKORD.

        FD POHdrFile.
        01 POHdrData.
            COPY POREC.

        FD PODtlFile.
        01 PODtlData.
            COPY PODTL.
    WORKING-STORAGE SECTION.
        01 ProdExists PIC X VALUE 'N'.
            88 ProdOnFile VALUE 'Y'.
        01 OrderExists PIC X VALUE 'N'.
        01 PoExists PIC X VALUE 'N'.
        01 OrderAvail PIC X VALUE 'N'.
            88 OrderFileOnHand VALUE 'Y'.
        01 PoAvail PIC X VALUE 'N'.
            88 POHdrFileOnHand VALUE 'Y'.
        01 ScanEOF PIC X VALUE 'N'.
            88 NoMoreScan VALUE 'Y'.
        01 LastOrdNum PIC 9(5) VALUE ZERO.
        01 LastOrdCommits PIC X VALUE 'N'.
            88 OrderCommitsStock VALUE 'Y'.
        01 LastPoNum PIC 9(5) VALUE ZERO.
        01 LastPoExpectDate PIC X(8) VALUE SPACES.
        01 LastPoIsOpen PIC X VALUE 'N'.
            88 PoBringsStock VALUE 'Y'.
        01 SlotIdx PIC 9 VALUE ZERO.
        01 SizeOnHand PIC 9(5) OCCURS 3 TIMES.
        01 SizeBackOrd PIC 9(6) OCCURS 3 TIMES.
        01 TotalOnHand PIC 9(6) VALUE ZERO.
        01 TotalCommitted PIC 9(6) VALUE ZERO.
        01 TotalBackOrd PIC 9(6) VALUE ZERO.
        01 TotalIncoming PIC 9(6) VALUE ZERO.
        01 RunningATP PIC S9(7) VALUE ZERO.
        01 OpenPoQty PIC 9(5) VALUE ZERO.
        *> Open PO quantities for the product, one entry per PO, held
        *> in expected-date order; a PO with no promised date sorts to
        *> the end under HIGH-VALUES.
        01 IncomingTable.
            02 IncomingEntry OCCURS 50 TIMES.
                03 InDate PIC X(8).
                03 InPoNum PIC 9(5).
                03 InQty PIC 9(6).
        01 IncomingCount PIC 99 VALUE ZERO.
            88 IncomingTableFull VALUE 50 THRU 99.
        01 InIdx PIC 99 VALUE ZERO.
        01 InsertAt PIC 99 VALUE ZERO.
        01 SortDate PIC X(8).
        01 PrnQty PIC ZZZ,ZZ9.
        01 PrnSignedQty PIC -ZZZ,ZZ9.
        01 PrnATP PIC -ZZZ,ZZ9.
        01 PrnBackOrd PIC ZZZ,ZZ9.
        01 PrnExpect PIC X(8).
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 OrderFileStatus PIC XX.
            88 OrderFileOpenOK VALUE "00".
        01 OrderDtlFileStatus PIC XX.
            88 OrderDtlFileOpenOK VALUE "00".
        01 BackOrderFileStatus PIC XX.
            88 BackOrderFileOpenOK VALUE "00".
        01 POHdrFileStatus PIC XX.
            88 POHdrFileOpenOK VALUE "00".
        01 PODtlFileStatus PIC XX.
            88 PODtlFileOpenOK VALUE "00".
LINKAGE SECTION.
01 LAtpAction PIC X.
    88 AtpQuiet VALUE "Q".
    88 AtpShow VALUE "S".
01 LProdName PIC X(10).
01 LAvailNow PIC S9(7).
01 LRecoverDate PIC X(8).
COPY RETCODE.

PROCEDURE DIVISION USING LAtpAction, LProdName, LAvailNow,
    LRecoverDate, LRetCode.
*> Available to promise for one product, following the RETCODE
*> convention. Stock on hand (PMQtyOnHand, all sizes) less what the
*> open and held orders on OrderDtl.dat have committed and less the
*> open BackOrder.dat lines still waiting is what can be promised
*> today - that comes back in LAvailNow, and may be negative. Q only
*> works the figure out; S also displays the picture - on hand and
*> backorders by size, then the open PO quantities on PODtl.dat by
*> the date the vendor promised, with the running available figure
*> after each. Order and PO lines are not sized, so the running
*> figure is for the product as a whole. LRecoverDate comes back as
*> the expected date of the PO that brings a negative figure back to
*> zero or better - spaces when the figure is not negative, and
*> HIGH-VALUES when no dated open PO covers the shortfall.
*> RetCodeInvalidOperation means the product is not on file or the
*> action is not Q or S.
SET RetCodeSuccess TO TRUE.
MOVE ZERO TO LAvailNow.
MOVE SPACES TO LRecoverDate.
IF NOT AtpQuiet AND NOT AtpShow
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.
OPEN INPUT ProductMaster.
IF NOT ProductMasterOpenOK
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.
MOVE 'Y' TO ProdExists.
MOVE LProdName TO PMProdName.
READ ProductMaster KEY IS PMProdName
    INVALID KEY MOVE 'N' TO ProdExists
END-READ.
CLOSE ProductMaster.
IF NOT ProdOnFile
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.

MOVE ZERO TO TotalOnHand, TotalCommitted, TotalBackOrd, TotalIncoming.
MOVE ZERO TO IncomingCount.
PERFORM LoadSizeOnHand VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx > 3.
PERFORM TallyCommitted.
PERFORM TallyBackOrders.
PERFORM TallyIncoming.
COMPUTE LAvailNow = TotalOnHand - TotalCommitted - TotalBackOrd.
IF LAvailNow < ZERO
    MOVE HIGH-VALUES TO LRecoverDate
    MOVE LAvailNow TO RunningATP
    PERFORM FindRecoverDate VARYING InIdx FROM 1 BY 1
        UNTIL InIdx > IncomingCount OR RunningATP NOT < ZERO
END-IF.
IF AtpShow
    PERFORM ShowATP
END-IF.
EXIT PROGRAM.

LoadSizeOnHand.
    MOVE PMQtyOnHand(SlotIdx) TO SizeOnHand(SlotIdx)
    MOVE ZERO TO SizeBackOrd(SlotIdx)
    ADD PMQtyOnHand(SlotIdx) TO TotalOnHand.

TallyCommitted.
    *> Every line for the product on an order still Open or on credit
    *> Hold - shipped orders have already taken their stock, and any
    *> part they could not fill is on BackOrder.dat instead.
    MOVE 'N' TO OrderAvail
    OPEN INPUT OrderFile
    IF OrderFileOpenOK
        SET OrderFileOnHand TO TRUE
    END-IF
    IF NOT OrderFileOnHand
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT OrderDtlFile
    IF NOT OrderDtlFileOpenOK
        CLOSE OrderFile
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO LastOrdNum
    MOVE 'N' TO LastOrdCommits
    MOVE 'N' TO ScanEOF
    READ OrderDtlFile NEXT RECORD
        AT END SET NoMoreScan TO TRUE
    END-READ
    PERFORM TallyOrderLine UNTIL NoMoreScan
    CLOSE OrderDtlFile, OrderFile.

TallyOrderLine.
    IF OdProdName = PMProdName
        IF OdOrdNum NOT = LastOrdNum
            PERFORM GetOrderStatus
        END-IF
        IF OrderCommitsStock
            ADD OdQty TO TotalCommitted
        END-IF
    END-IF
    READ OrderDtlFile NEXT RECORD
        AT END SET NoMoreScan TO TRUE
    END-READ.

GetOrderStatus.
    MOVE OdOrdNum TO LastOrdNum
    MOVE 'N' TO LastOrdCommits
    MOVE 'Y' TO OrderExists
    MOVE OdOrdNum TO OrdNum
    READ OrderFile
        INVALID KEY MOVE 'N' TO OrderExists
    END-READ
    IF OrderExists = 'Y' AND (OrdIsOpen OR OrdIsHeld)
        SET OrderCommitsStock TO TRUE
    END-IF.

TallyBackOrders.
    OPEN INPUT BackOrderFile
    IF BackOrderFileStatus NOT = "00" AND BackOrderFileStatus NOT = "05"
        EXIT PARAGRAPH
    END-IF
    MOVE 'N' TO ScanEOF
    READ BackOrderFile
        AT END SET NoMoreScan TO TRUE
    END-READ
    PERFORM TallyBackOrderLine UNTIL NoMoreScan
    CLOSE BackOrderFile.

TallyBackOrderLine.
    IF BackOrdIsOpen AND BoProdName = PMProdName
        ADD BoQty TO TotalBackOrd
        PERFORM VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx > 3
            IF PMSizes(SlotIdx:1) = BoSizeLetter
                AND PMSizes(SlotIdx:1) NOT = SPACE
                ADD BoQty TO SizeBackOrd(SlotIdx)
            END-IF
        END-PERFORM
    END-IF
    READ BackOrderFile
        AT END SET NoMoreScan TO TRUE
    END-READ.

TallyIncoming.
    *> Ordered less received on every line for the product on a
    *> confirmed (open) PO - drafts have not gone to the vendor yet.
    MOVE 'N' TO PoAvail
    OPEN INPUT POHdrFile
    IF POHdrFileOpenOK
        SET POHdrFileOnHand TO TRUE
    END-IF
    IF NOT POHdrFileOnHand
        EXIT PARAGRAPH
    END-IF
    OPEN INPUT PODtlFile
    IF NOT PODtlFileOpenOK
        CLOSE POHdrFile
        EXIT PARAGRAPH
    END-IF
    MOVE ZERO TO LastPoNum
    MOVE 'N' TO LastPoIsOpen
    MOVE 'N' TO ScanEOF
    READ PODtlFile NEXT RECORD
        AT END SET NoMoreScan TO TRUE
    END-READ
    PERFORM TallyPOLine UNTIL NoMoreScan
    CLOSE PODtlFile, POHdrFile.

TallyPOLine.
    IF PdProdCode = PMProdCode AND PdQtyReceived < PdQtyOrdered
        IF PdPoNum NOT = LastPoNum
            PERFORM GetPOStatus
        END-IF
        IF PoBringsStock
            COMPUTE OpenPoQty = PdQtyOrdered - PdQtyReceived
            ADD OpenPoQty TO TotalIncoming
            PERFORM PostIncoming
        END-IF
    END-IF
    READ PODtlFile NEXT RECORD
        AT END SET NoMoreScan TO TRUE
    END-READ.

GetPOStatus.
    MOVE PdPoNum TO LastPoNum
    MOVE 'N' TO LastPoIsOpen
    MOVE 'Y' TO PoExists
    MOVE PdPoNum TO PoNum
    READ POHdrFile
        INVALID KEY MOVE 'N' TO PoExists
    END-READ
    IF PoExists = 'Y' AND PoIsOpen
        SET PoBringsStock TO TRUE
        MOVE PoExpectDate TO LastPoExpectDate
        IF PoExpectDate = SPACES OR PoExpectDate IS NOT NUMERIC
            MOVE HIGH-VALUES TO LastPoExpectDate
        END-IF
    END-IF.

PostIncoming.
    *> A second line for the same PO adds to its entry; otherwise
    *> the PO is slotted in ahead of the first later-dated entry.
    PERFORM VARYING InIdx FROM 1 BY 1 UNTIL InIdx > IncomingCount
        IF InPoNum(InIdx) = PdPoNum
            ADD OpenPoQty TO InQty(InIdx)
            EXIT PARAGRAPH
        END-IF
    END-PERFORM
    IF IncomingTableFull
        EXIT PARAGRAPH
    END-IF
    MOVE LastPoExpectDate TO SortDate
    COMPUTE InsertAt = IncomingCount + 1
    PERFORM VARYING InIdx FROM 1 BY 1
        UNTIL InIdx > IncomingCount OR InsertAt NOT > IncomingCount
        IF InDate(InIdx) > SortDate
            MOVE InIdx TO InsertAt
        END-IF
    END-PERFORM
    PERFORM ShiftIncomingDown VARYING InIdx FROM IncomingCount BY -1
        UNTIL InIdx < InsertAt
    ADD 1 TO IncomingCount
    MOVE SortDate TO InDate(InsertAt)
    MOVE PdPoNum TO InPoNum(InsertAt)
    MOVE OpenPoQty TO InQty(InsertAt).

FindRecoverDate.
    ADD InQty(InIdx) TO RunningATP
    IF RunningATP NOT < ZERO
        MOVE InDate(InIdx) TO LRecoverDate
    END-IF.

ShiftIncomingDown.
    MOVE IncomingEntry(InIdx) TO IncomingEntry(InIdx + 1).

ShowATP.
    DISPLAY " "
    DISPLAY "AVAILABLE TO PROMISE - " PMProdName " " PMProdDesc
    DISPLAY "Size    On hand  Backordered"
    PERFORM ShowSizeLine VARYING SlotIdx FROM 1 BY 1
        UNTIL SlotIdx > 3
    MOVE TotalOnHand TO PrnQty
    DISPLAY "On hand                      " PrnQty
    MOVE TotalCommitted TO PrnQty
    DISPLAY "Committed to open orders   - " PrnQty
    MOVE TotalBackOrd TO PrnQty
    DISPLAY "Open backorders            - " PrnQty
    MOVE LAvailNow TO PrnSignedQty
    DISPLAY "Available to promise now    " PrnSignedQty
    IF LAvailNow < ZERO
        IF LRecoverDate = HIGH-VALUES
            DISPLAY "No dated purchase order covers the shortfall"
        ELSE
            DISPLAY "Shortfall covered by the PO expected " LRecoverDate
        END-IF
    END-IF
    IF IncomingCount = ZERO
        DISPLAY "No open purchase orders for this product"
        EXIT PARAGRAPH
    END-IF
    DISPLAY " "
    DISPLAY "Expected  PO     Incoming  Available"
    MOVE LAvailNow TO RunningATP
    PERFORM ShowIncomingLine VARYING InIdx FROM 1 BY 1
        UNTIL InIdx > IncomingCount.

ShowSizeLine.
    IF PMSizes(SlotIdx:1) NOT = SPACE
        MOVE SizeOnHand(SlotIdx) TO PrnQty
        MOVE SizeBackOrd(SlotIdx) TO PrnBackOrd
        DISPLAY "  " PMSizes(SlotIdx:1) "   " PrnQty "      " PrnBackOrd
    END-IF.

ShowIncomingLine.
    ADD InQty(InIdx) TO RunningATP
    IF InDate(InIdx) = HIGH-VALUES
        MOVE "NO DATE" TO PrnExpect
    ELSE
        MOVE InDate(InIdx) TO PrnExpect
    END-IF
    MOVE InQty(InIdx) TO PrnQty
    MOVE RunningATP TO PrnATP
    DISPLAY PrnExpect "  " InPoNum(InIdx) "  " PrnQty "  " PrnATP.
