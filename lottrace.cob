       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. lottrace.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL LotStockFile ASSIGN TO "LotStock.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LtKey
            FILE STATUS IS LotStockFileStatus.
        SELECT OPTIONAL LedgerFile ASSIGN TO "StockLedger.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LedgerFileStatus.
        SELECT OPTIONAL OrderLotFile ASSIGN TO "OrderLot.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OrderLotFileStatus.
        SELECT ProductMaster ASSIGN TO "product.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.
        SELECT CustomerFile ASSIGN TO "customer.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT OPTIONAL InvoiceFile ASSIGN TO "InvoiceOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvoiceFileStatus.
        SELECT OPTIONAL InvHistFile ASSIGN TO "InvHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvHistFileStatus.
        SELECT TraceReport ASSIGN TO "LotTrace.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TraceReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD LotStockFile.
        01 LotStockData.
            COPY LOTREC.

        FD LedgerFile.
        01 LedgerData.
            COPY STKLEDG.

        FD OrderLotFile.
        01 OrderLotData.
            COPY LOTTRACE.

        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD CustomerFile.
        01 CustomerData.
            COPY CUSTREC.

        FD InvoiceFile.
        01 InvoiceData.
            COPY INVREC.

        FD InvHistFile.
        01 InvHistData.
            COPY INVREC REPLACING InvNum BY HiInvNum,
                InvOrdNum BY HiInvOrdNum,
                InvCustID BY HiInvCustID,
                InvDate BY HiInvDate,
                InvJuris BY HiInvJuris,
                InvTotal BY HiInvTotal,
                InvPaid BY HiInvPaid,
                InvStatus BY HiInvStatus,
                InvIsOpen BY HiInvIsOpen,
                InvIsPaid BY HiInvIsPaid,
                InvSalesRep BY HiInvSalesRep,
                InvTax BY HiInvTax,
                InvDocType BY HiInvDocType,
                DocIsCredit BY HiDocIsCredit,
                InvCurrency BY HiInvCurrency,
                InvExchRate BY HiInvExchRate,
                InvFreight BY HiInvFreight,
                InvFreightTax BY HiInvFreightTax,
                InvFreightTaxable BY HiInvFreightTaxable.

        FD TraceReport.
        01 PrintLine PIC X(100).
    WORKING-STORAGE SECTION.
        01 LotEOF PIC X VALUE 'N'.
            88 NoMoreLots VALUE 'Y'.
        01 LedgerEOF PIC X VALUE 'N'.
            88 NoMoreLedger VALUE 'Y'.
        01 TraceEOF PIC X VALUE 'N'.
            88 NoMoreTrace VALUE 'Y'.
        01 InvoiceEOF PIC X VALUE 'N'.
            88 NoMoreInvoices VALUE 'Y'.
        01 InvHistEOF PIC X VALUE 'N'.
            88 NoMoreHistInvoices VALUE 'Y'.
        01 WantedLot PIC X(10).
        01 WantedProdCode PIC 9(5) VALUE ZERO.
        01 FoundInvNum PIC 9(5) VALUE ZERO.
        01 FoundInvDate PIC X(8).
        01 LotCount PIC 9(3) VALUE ZERO.
        01 ReceiptCount PIC 9(5) VALUE ZERO.
        01 ShipmentCount PIC 9(5) VALUE ZERO.
        01 TotalReceived PIC 9(7) VALUE ZERO.
        01 TotalShipped PIC 9(7) VALUE ZERO.
        01 TotalOnHand PIC 9(7) VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 WSFullName PIC X(31).
        COPY RETCODE.
        01 PageHeading.
            02 FILLER PIC X(25) VALUE "LOT RECALL TRACE - LOT   ".
            02 PrnWantedLot PIC X(10).
            02 FILLER PIC X(12) VALUE "   PRODUCT  ".
            02 PrnWantedProd PIC X(5).
            02 FILLER PIC X(12) VALUE "   RUN DATE ".
            02 PrnRunDate PIC X(8).
        01 SectionHeading.
            02 PrnSectionTitle PIC X(60).
        01 LotHeads PIC X(100) VALUE
            "Product  Name      Sz  Expiry    Rcvd On   Rcvd Qty    On Hand".
        01 LotLine.
            02 PrnLtProdCode PIC 9(5).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnLtProdName PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 PrnLtSize PIC X.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnLtExpiry PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLtRecvDate PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLtReceived PIC ZZZZ9.
            02 FILLER PIC X(5) VALUE SPACE.
            02 PrnLtOnHand PIC ZZZZ9.
        01 ReceiptHeads PIC X(100) VALUE
            "Date      Product Sz      Qty  Location".
        01 ReceiptLine.
            02 PrnRcDate PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnRcProdCode PIC 9(5).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnRcSlot PIC 9.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnRcQty PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnRcLocation PIC X(4).
        01 ShipHeads PIC X(100) VALUE
            "Date      Cust   Customer Name                    Order Line  Prod  Sz  Qty  Ty  Invoice Inv Date".
        01 ShipLine.
            02 PrnShDate PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnShCustID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnShCustName PIC X(31).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnShOrdNum PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PrnShLineNum PIC 9(3).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnShProdCode PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PrnShSlot PIC 9.
            02 FILLER PIC X VALUE SPACE.
            02 PrnShQty PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnShType PIC X.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnShInvoice PIC X(7).
            02 FILLER PIC X VALUE SPACE.
            02 PrnShInvDate PIC X(8).
        01 FootLine.
            02 FILLER PIC X(17) VALUE "TOTAL RECEIVED : ".
            02 PrnTotalReceived PIC Z,ZZZ,ZZ9.
            02 FILLER PIC X(19) VALUE "   TOTAL SHIPPED : ".
            02 PrnTotalShipped PIC Z,ZZZ,ZZ9.
            02 FILLER PIC X(19) VALUE "   STILL ON HAND : ".
            02 PrnTotalOnHand PIC Z,ZZZ,ZZ9.
        01 NoneLine PIC X(40) VALUE "  NONE".
        01 LotStockFileStatus PIC XX.
            88 LotStockFileOpenOK VALUE "00".
        01 LedgerFileStatus PIC XX.
            88 LedgerFileOpenOK VALUE "00".
        01 OrderLotFileStatus PIC XX.
            88 OrderLotFileOpenOK VALUE "00".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".
        01 InvoiceFileStatus PIC XX.
            88 InvoiceFileOpenOK VALUE "00".
        01 InvHistFileStatus PIC XX.
            88 InvHistFileOpenOK VALUE "00".
        01 TraceReportStatus PIC XX.
            88 TraceReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartTrace.
        *> Recall trace for one supplier lot - what the lot holds on
        *> LotStock.dat, every receipt of it on StockLedger.dat, and
        *> every customer it went out to from OrderLot.dat, with the
        *> order, line and the invoice that billed the order (open or
        *> archived). Give a product code to trace the lot number for
        *> that product only, since two suppliers can use the same
        *> lot number; leave it zero for all products.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        DISPLAY "Lot number                     : " WITH NO ADVANCING.
        MOVE SPACES TO WantedLot.
        ACCEPT WantedLot.
        MOVE FUNCTION UPPER-CASE(WantedLot) TO WantedLot.
        IF WantedLot = SPACES
            DISPLAY "A lot number is required"
            STOP RUN
        END-IF.
        DISPLAY "Product code (zero = all)      : " WITH NO ADVANCING.
        ACCEPT WantedProdCode.

        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            STOP RUN
        END-IF.
        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT TraceReport.
        IF NOT TraceReportOpenOK
            DISPLAY "Unable to open LotTrace.rpt - status "
                TraceReportStatus
            STOP RUN
        END-IF.

        MOVE WantedLot TO PrnWantedLot
        IF WantedProdCode = ZERO
            MOVE "ALL" TO PrnWantedProd
        ELSE
            MOVE WantedProdCode TO PrnWantedProd
        END-IF
        MOVE WSCurrentDateTime(1:8) TO PrnRunDate
        WRITE PrintLine FROM PageHeading.

        PERFORM PrintLotBalances.
        PERFORM PrintReceipts.
        PERFORM PrintShipments.

        MOVE TotalReceived TO PrnTotalReceived
        MOVE TotalShipped TO PrnTotalShipped
        MOVE TotalOnHand TO PrnTotalOnHand
        WRITE PrintLine FROM FootLine AFTER ADVANCING 2 LINES.
        CLOSE ProductMaster, CustomerFile, TraceReport.
        DISPLAY ShipmentCount " shipments of lot " WantedLot
            " traced - see LotTrace.rpt".
        STOP RUN.

    PrintLotBalances.
        *> LotStock.dat is keyed product first, so the whole file is
        *> walked for the lot
        MOVE "LOT BALANCES" TO PrnSectionTitle
        WRITE PrintLine FROM SectionHeading AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM LotHeads AFTER ADVANCING 1 LINE
        MOVE 'N' TO LotEOF
        OPEN INPUT LotStockFile
        IF NOT LotStockFileOpenOK
            SET NoMoreLots TO TRUE
        ELSE
            MOVE LOW-VALUES TO LtKey
            START LotStockFile KEY IS NOT LESS THAN LtKey
                INVALID KEY SET NoMoreLots TO TRUE
            END-START
            PERFORM PrintNextLot UNTIL NoMoreLots
        END-IF
        CLOSE LotStockFile
        IF LotCount = ZERO
            WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
        END-IF.

    PrintNextLot.
        READ LotStockFile NEXT RECORD
            AT END SET NoMoreLots TO TRUE
            NOT AT END
                IF LtLot = WantedLot
                    AND (WantedProdCode = ZERO
                        OR LtProdCode = WantedProdCode)
                    PERFORM PrintOneLot
                END-IF
        END-READ.

    PrintOneLot.
        ADD 1 TO LotCount
        ADD LtQtyOnHand TO TotalOnHand
        MOVE SPACES TO LotLine
        MOVE LtProdCode TO PrnLtProdCode
        MOVE LtProdCode TO PMProdCode
        READ ProductMaster
            INVALID KEY
                MOVE "UNKNOWN" TO PrnLtProdName
                MOVE SPACE TO PrnLtSize
            NOT INVALID KEY
                MOVE PMProdName TO PrnLtProdName
                MOVE PMSizes(LtSizeSlot:1) TO PrnLtSize
        END-READ
        IF LtExpiry = SPACES
            MOVE "NONE" TO PrnLtExpiry
        ELSE
            MOVE LtExpiry TO PrnLtExpiry
        END-IF
        MOVE LtRecvDate TO PrnLtRecvDate
        MOVE LtQtyReceived TO PrnLtReceived
        MOVE LtQtyOnHand TO PrnLtOnHand
        WRITE PrintLine FROM LotLine AFTER ADVANCING 1 LINE.

    PrintReceipts.
        MOVE "RECEIPTS" TO PrnSectionTitle
        WRITE PrintLine FROM SectionHeading AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM ReceiptHeads AFTER ADVANCING 1 LINE
        MOVE 'N' TO LedgerEOF
        OPEN INPUT LedgerFile
        IF NOT LedgerFileOpenOK
            SET NoMoreLedger TO TRUE
        ELSE
            READ LedgerFile
                AT END SET NoMoreLedger TO TRUE
            END-READ
            PERFORM PrintOneReceipt UNTIL NoMoreLedger
        END-IF
        CLOSE LedgerFile
        IF ReceiptCount = ZERO
            WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
        END-IF.

    PrintOneReceipt.
        IF LgType = "R" AND LgLot = WantedLot
            AND (WantedProdCode = ZERO OR LgProdCode = WantedProdCode)
            ADD 1 TO ReceiptCount
            ADD LgQty TO TotalReceived
            MOVE SPACES TO ReceiptLine
            MOVE LgDate TO PrnRcDate
            MOVE LgProdCode TO PrnRcProdCode
            MOVE LgSizeSlot TO PrnRcSlot
            MOVE LgQty TO PrnRcQty
            IF LgLocation = SPACES
                MOVE "MAIN" TO PrnRcLocation
            ELSE
                MOVE LgLocation TO PrnRcLocation
            END-IF
            WRITE PrintLine FROM ReceiptLine AFTER ADVANCING 1 LINE
        END-IF
        READ LedgerFile
            AT END SET NoMoreLedger TO TRUE
        END-READ.

    PrintShipments.
        *> Ty is S shipped line, K kit component, B backorder release
        MOVE "SHIPPED TO CUSTOMERS" TO PrnSectionTitle
        WRITE PrintLine FROM SectionHeading AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM ShipHeads AFTER ADVANCING 1 LINE
        MOVE 'N' TO TraceEOF
        OPEN INPUT OrderLotFile
        IF NOT OrderLotFileOpenOK
            SET NoMoreTrace TO TRUE
        ELSE
            READ OrderLotFile
                AT END SET NoMoreTrace TO TRUE
            END-READ
            PERFORM PrintOneShipment UNTIL NoMoreTrace
        END-IF
        CLOSE OrderLotFile
        IF ShipmentCount = ZERO
            WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
        END-IF.

    PrintOneShipment.
        IF OlLot = WantedLot
            AND (WantedProdCode = ZERO OR OlProdCode = WantedProdCode)
            ADD 1 TO ShipmentCount
            ADD OlQty TO TotalShipped
            MOVE SPACES TO ShipLine
            MOVE OlDate TO PrnShDate
            MOVE OlCustID TO PrnShCustID
            MOVE OlCustID TO IDNum
            READ CustomerFile
                INVALID KEY MOVE "** NOT ON CUSTOMER FILE **"
                    TO PrnShCustName
                NOT INVALID KEY
                    CALL "NAMEFMT" USING FirstName, LastName, WSFullName,
                        LRetCode
                    MOVE WSFullName TO PrnShCustName
            END-READ
            MOVE OlOrdNum TO PrnShOrdNum
            MOVE OlLineNum TO PrnShLineNum
            MOVE OlProdCode TO PrnShProdCode
            MOVE OlSizeSlot TO PrnShSlot
            MOVE OlQty TO PrnShQty
            MOVE OlType TO PrnShType
            PERFORM FindOrderInvoice
            IF FoundInvNum = ZERO
                MOVE "NOT YET" TO PrnShInvoice
            ELSE
                MOVE FoundInvNum TO PrnShInvoice
                MOVE FoundInvDate TO PrnShInvDate
            END-IF
            WRITE PrintLine FROM ShipLine AFTER ADVANCING 1 LINE
        END-IF
        READ OrderLotFile
            AT END SET NoMoreTrace TO TRUE
        END-READ.

    FindOrderInvoice.
        *> The invoice raised for the order, looked for on the open
        *> file first and then among those archived once paid - credit
        *> memos carry the original invoice number, not the order, and
        *> are passed over
        MOVE ZERO TO FoundInvNum
        MOVE SPACES TO FoundInvDate
        MOVE 'N' TO InvoiceEOF
        OPEN INPUT InvoiceFile
        IF NOT InvoiceFileOpenOK
            SET NoMoreInvoices TO TRUE
        ELSE
            READ InvoiceFile
                AT END SET NoMoreInvoices TO TRUE
            END-READ
            PERFORM MatchOpenInvoice UNTIL NoMoreInvoices
        END-IF
        CLOSE InvoiceFile
        IF FoundInvNum NOT = ZERO
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO InvHistEOF
        OPEN INPUT InvHistFile
        IF NOT InvHistFileOpenOK
            SET NoMoreHistInvoices TO TRUE
        ELSE
            READ InvHistFile
                AT END SET NoMoreHistInvoices TO TRUE
            END-READ
            PERFORM MatchHistInvoice UNTIL NoMoreHistInvoices
        END-IF
        CLOSE InvHistFile.

    MatchOpenInvoice.
        IF InvOrdNum = OlOrdNum AND NOT DocIsCredit
            MOVE InvNum TO FoundInvNum
            MOVE InvDate TO FoundInvDate
            SET NoMoreInvoices TO TRUE
        ELSE
            READ InvoiceFile
                AT END SET NoMoreInvoices TO TRUE
            END-READ
        END-IF.

    MatchHistInvoice.
        IF HiInvOrdNum = OlOrdNum AND NOT HiDocIsCredit
            MOVE HiInvNum TO FoundInvNum
            MOVE HiInvDate TO FoundInvDate
            SET NoMoreHistInvoices TO TRUE
        ELSE
            READ InvHistFile
                AT END SET NoMoreHistInvoices TO TRUE
            END-READ
        END-IF.
