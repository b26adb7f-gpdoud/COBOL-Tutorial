       >> SOURCE FORMAT FREE
ID DIVISION.
PROGRAM-ID. ORDACK.
AUTHOR. Greg.
DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL OrderFile ASSIGN TO "orders.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OrdNum
            FILE STATUS IS OrderFileStatus.
        SELECT OPTIONAL OrderDtlFile ASSIGN TO "OrderDtl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OdKey
            FILE STATUS IS OrderDtlFileStatus.
        SELECT CustomerFile ASSIGN TO "customer.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT OPTIONAL ShipToFile ASSIGN TO "ShipTo.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS StKey
            FILE STATUS IS ShipToFileStatus.
        SELECT OPTIONAL AckPrint ASSIGN TO "OrderAck.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AckPrintStatus.

DATA DIVISION.
    FILE SECTION.
        FD OrderFile.
        01 OrderData.
            COPY ORDREC.

        FD OrderDtlFile.
        01 OrderDtlData.
            COPY ORDDTL.

        FD CustomerFile.
        01 CustomerData.
            COPY CUSTREC.

        FD ShipToFile.
        01 ShipToData.
            COPY SHIPTO.

        FD AckPrint.
        01 PrintLine PIC X(80).
    WORKING-STORAGE SECTION.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 OrderExists PIC X VALUE 'N'.
            88 OrderOnFile VALUE 'Y'.
        01 CustExists PIC X VALUE 'N'.
        01 ShipToExists PIC X VALUE 'N'.
        01 ShipToAvail PIC X VALUE 'N'.
            88 ShipToFileOnHand VALUE 'Y'.
        01 DtlEOF PIC X VALUE 'N'.
            88 NoMoreDtl VALUE 'Y'.
        01 LineExtension PIC 9(6)V99 VALUE ZERO.
        01 AckTotal PIC 9(7)V99 VALUE ZERO.
        01 BackOrderLines PIC 9(3) VALUE ZERO.
        01 WSFullName PIC X(31).
        01 NameRetCode PIC 9(2) VALUE ZERO.
        01 AtpAction PIC X VALUE "Q".
        01 AtpAvailNow PIC S9(7) VALUE ZERO.
        01 AtpRecoverDate PIC X(8).
        01 AtpRetCode PIC 9(2) VALUE ZERO.
            88 AtpFigureFound VALUE ZERO.
        01 AckHeadLine.
            02 PrnAckTitle PIC X(33).
            02 FILLER PIC X(9) VALUE "ORDER #  ".
            02 PrnAckOrdNum PIC 9(5).
            02 FILLER PIC X(9) VALUE "   DATED ".
            02 PrnAckOrdDate PIC X(8).
        01 AckRunLine.
            02 FILLER PIC X(11) VALUE "PRODUCED : ".
            02 PrnAckRunDate PIC X(8).
            02 FILLER PIC X(17) VALUE "     CUSTOMER # ".
            02 PrnAckCustID PIC 9(5).
        01 AckCustLine.
            02 FILLER PIC X(11) VALUE "SOLD TO  : ".
            02 PrnAckCustName PIC X(31).
        01 AckShipLine.
            02 FILLER PIC X(11) VALUE "SHIP TO  : ".
            02 PrnAckShipName PIC X(20).
        01 AckAddrLine.
            02 FILLER PIC X(11) VALUE SPACE.
            02 PrnAckAddr PIC X(47).
        01 AckColumnLine.
            02 FILLER PIC X(40)
                VALUE "  PRODUCT     QTY      PRICE   EXTENSION".
            02 FILLER PIC X(38)
                VALUE "  PRICED AT    AVAILABILITY".
        01 AckDetailLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAckProdName PIC X(10).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAckQty PIC ZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAckPrice PIC $$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAckExt PIC $$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAckPriceSrc PIC X(11).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAckAvail PIC X(24).
        01 AckTotalLine.
            02 FILLER PIC X(26) VALUE "  ORDER TOTAL (BEFORE TAX)".
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAckTotal PIC $$,$$$,$$9.99.
        01 AckNoteLine PIC X(80).
        01 OrderFileStatus PIC XX.
            88 OrderFileOpenOK VALUE "00".
        01 OrderDtlFileStatus PIC XX.
            88 OrderDtlFileOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".
        01 ShipToFileStatus PIC XX.
            88 ShipToFileOpenOK VALUE "00".
        01 AckPrintStatus PIC XX.
            88 AckPrintOpenOK VALUE "00".
LINKAGE SECTION.
01 LAckAction PIC X.
    88 AckNew VALUE "N".
    88 AckRevised VALUE "R".
    88 AckReprint VALUE "P".
01 LAckOrdNum PIC 9(5).
COPY RETCODE.

PROCEDURE DIVISION USING LAckAction, LAckOrdNum, LRetCode.
*> Order acknowledgment for one order, following the RETCODE
*> convention - appended to OrderAck.rpt as its own page so the
*> customer sees what was ordered before anything ships. Each line
*> shows its price and where the price came from (contract, promo,
*> quantity break or list) and when it is expected to ship: from
*> stock today while ATPCALC shows the product still available, or
*> as a backorder due when the next dated PO covers the shortfall.
*> The page carries the ship-to address and a credit-hold notice
*> when the order is parked on the hold queue. N is the
*> acknowledgment taken at entry, R the revised one after a change
*> and P a reprint by number. RetCodeInvalidOperation means the
*> action is not N, R or P, the order or its customer is not on
*> file, or OrderAck.rpt could not be opened.
SET RetCodeSuccess TO TRUE.
IF NOT AckNew AND NOT AckRevised AND NOT AckReprint
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.
MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
MOVE WSCurrentDateTime(1:8) TO RunDate.
OPEN INPUT OrderFile.
IF NOT OrderFileOpenOK
    SET RetCodeInvalidOperation TO TRUE
    CLOSE OrderFile
    EXIT PROGRAM
END-IF.
MOVE 'Y' TO OrderExists.
MOVE LAckOrdNum TO OrdNum.
READ OrderFile
    INVALID KEY MOVE 'N' TO OrderExists
END-READ.
CLOSE OrderFile.
IF NOT OrderOnFile
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.
OPEN INPUT CustomerFile.
IF NOT CustomerFileOpenOK
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.
MOVE 'Y' TO CustExists.
MOVE OrdCustID TO IDNum.
READ CustomerFile
    INVALID KEY MOVE 'N' TO CustExists
END-READ.
CLOSE CustomerFile.
IF CustExists = 'N'
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.
OPEN EXTEND AckPrint.
IF AckPrintStatus NOT = "00" AND AckPrintStatus NOT = "05"
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.
OPEN INPUT OrderDtlFile.
IF NOT OrderDtlFileOpenOK
    SET RetCodeInvalidOperation TO TRUE
    CLOSE OrderDtlFile, AckPrint
    EXIT PROGRAM
END-IF.
MOVE 'N' TO ShipToAvail.
OPEN INPUT ShipToFile.
IF ShipToFileOpenOK
    SET ShipToFileOnHand TO TRUE
END-IF.

PERFORM PrintAckHeading.
MOVE ZERO TO AckTotal, BackOrderLines.
PERFORM StartOrderLines.
PERFORM PrintAckLine UNTIL NoMoreDtl.
PERFORM PrintAckFooting.

IF ShipToFileOnHand
    CLOSE ShipToFile
END-IF.
CLOSE OrderDtlFile, AckPrint.
EXIT PROGRAM.

PrintAckHeading.
    EVALUATE TRUE
        WHEN AckRevised
            MOVE "REVISED ORDER ACKNOWLEDGMENT" TO PrnAckTitle
        WHEN AckReprint
            MOVE "ORDER ACKNOWLEDGMENT (COPY)" TO PrnAckTitle
        WHEN OTHER
            MOVE "ORDER ACKNOWLEDGMENT" TO PrnAckTitle
    END-EVALUATE
    MOVE OrdNum TO PrnAckOrdNum
    MOVE OrdDate TO PrnAckOrdDate
    WRITE PrintLine FROM AckHeadLine AFTER ADVANCING PAGE
    MOVE RunDate TO PrnAckRunDate
    MOVE OrdCustID TO PrnAckCustID
    WRITE PrintLine FROM AckRunLine AFTER ADVANCING 1 LINE
    CALL "NAMEFMT" USING FirstName, LastName, WSFullName, NameRetCode
    MOVE WSFullName TO PrnAckCustName
    WRITE PrintLine FROM AckCustLine AFTER ADVANCING 2 LINES
    PERFORM SetShipToAddress
    WRITE PrintLine FROM AckShipLine AFTER ADVANCING 1 LINE
    WRITE PrintLine FROM AckAddrLine AFTER ADVANCING 1 LINE
    WRITE PrintLine FROM AckColumnLine AFTER ADVANCING 2 LINES.

SetShipToAddress.
    *> The ship-to chosen on the order wins over the master address,
    *> the same choice invoicegen makes when it bills.
    MOVE "MAIN ADDRESS" TO PrnAckShipName
    MOVE CustAddress TO PrnAckAddr
    IF OrdShipTo NOT = SPACES AND ShipToFileOnHand
        MOVE 'Y' TO ShipToExists
        MOVE OrdCustID TO StCustID
        MOVE OrdShipTo TO StCode
        READ ShipToFile
            INVALID KEY MOVE 'N' TO ShipToExists
        END-READ
        IF ShipToExists = 'Y'
            MOVE StName TO PrnAckShipName
            MOVE StAddress TO PrnAckAddr
        END-IF
    END-IF.

PrintAckLine.
    MOVE OdProdName TO PrnAckProdName
    MOVE OdQty TO PrnAckQty
    MOVE OdUnitPrice TO PrnAckPrice
    COMPUTE LineExtension ROUNDED = OdQty * OdUnitPrice
    MOVE LineExtension TO PrnAckExt
    ADD LineExtension TO AckTotal
    EVALUATE TRUE
        WHEN OdContractPriced
            MOVE "CONTRACT" TO PrnAckPriceSrc
        WHEN OdPromoPriced
            MOVE "PROMOTION" TO PrnAckPriceSrc
        WHEN OdTierPriced
            MOVE "QTY BREAK" TO PrnAckPriceSrc
        WHEN OTHER
            MOVE "LIST" TO PrnAckPriceSrc
    END-EVALUATE
    PERFORM SetLineAvailability
    WRITE PrintLine FROM AckDetailLine AFTER ADVANCING 1 LINE
    PERFORM ReadNextOrderLine.

SetLineAvailability.
    *> This order's own lines are already committed on file, so a
    *> figure still at zero or better means the line ships from stock;
    *> below zero the line waits on the PO that covers the shortfall.
    MOVE SPACES TO PrnAckAvail
    IF OrdIsShipped OR OrdIsInvoiced
        MOVE "SHIPPED" TO PrnAckAvail
        EXIT PARAGRAPH
    END-IF
    IF OrdIsCancelled
        MOVE "CANCELLED" TO PrnAckAvail
        EXIT PARAGRAPH
    END-IF
    CALL "ATPCALC" USING AtpAction, OdProdName, AtpAvailNow,
        AtpRecoverDate, AtpRetCode
    IF NOT AtpFigureFound
        MOVE "TO BE ADVISED" TO PrnAckAvail
    ELSE IF AtpAvailNow NOT < ZERO
        STRING "STOCK - SHIPS " RunDate DELIMITED BY SIZE
            INTO PrnAckAvail
    ELSE IF AtpRecoverDate = HIGH-VALUES
        MOVE "BACKORDER - DATE TBA" TO PrnAckAvail
        ADD 1 TO BackOrderLines
    ELSE
        STRING "BACKORDER - DUE " AtpRecoverDate DELIMITED BY SIZE
            INTO PrnAckAvail
        ADD 1 TO BackOrderLines
    END-IF.

PrintAckFooting.
    MOVE AckTotal TO PrnAckTotal
    WRITE PrintLine FROM AckTotalLine AFTER ADVANCING 2 LINES
    IF OrdIsHeld
        MOVE "*** THIS ORDER IS ON CREDIT HOLD - IT WILL SHIP ONCE CREDIT IS RELEASED ***"
            TO AckNoteLine
        WRITE PrintLine FROM AckNoteLine AFTER ADVANCING 2 LINES
    END-IF
    IF OrdIsCancelled
        MOVE "*** THIS ORDER HAS BEEN CANCELLED ***" TO AckNoteLine
        WRITE PrintLine FROM AckNoteLine AFTER ADVANCING 2 LINES
    END-IF
    IF BackOrderLines > ZERO
        MOVE "Backordered lines ship separately as the stock arrives."
            TO AckNoteLine
        WRITE PrintLine FROM AckNoteLine AFTER ADVANCING 2 LINES
    END-IF
    MOVE "Please check this acknowledgment and tell us of any difference within 2 days."
        TO AckNoteLine
    WRITE PrintLine FROM AckNoteLine AFTER ADVANCING 2 LINES.

StartOrderLines.
    MOVE 'N' TO DtlEOF
    MOVE OrdNum TO OdOrdNum
    MOVE ZERO TO OdLineNum
    START OrderDtlFile KEY IS GREATER THAN OdKey
        INVALID KEY SET NoMoreDtl TO TRUE
    END-START
    IF NOT NoMoreDtl
        PERFORM ReadNextOrderLine
    END-IF.

ReadNextOrderLine.
    READ OrderDtlFile NEXT RECORD
        AT END SET NoMoreDtl TO TRUE
        NOT AT END
            IF OdOrdNum NOT = OrdNum
                SET NoMoreDtl TO TRUE
            END-IF
    END-READ.
