       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. intcheck.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CustomerFile ASSIGN TO "customer.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
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
        SELECT OPTIONAL InvoiceFile ASSIGN TO "InvoiceOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvoiceFileStatus.
        SELECT OPTIONAL InvHistFile ASSIGN TO "InvHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvHistFileStatus.
        SELECT OPTIONAL PaymentFile ASSIGN TO "PaymentsIx.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS PayNum
            ALTERNATE RECORD KEY IS PayInvNum WITH DUPLICATES
            ALTERNATE RECORD KEY IS PayCustID WITH DUPLICATES
            FILE STATUS IS PaymentFileStatus.
        SELECT OPTIONAL ShipToFile ASSIGN TO "ShipTo.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS StKey
            FILE STATUS IS ShipToFileStatus.
        SELECT OPTIONAL ContractFile ASSIGN TO "ContrPrc.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CpKey
            FILE STATUS IS ContractFileStatus.
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
        SELECT OPTIONAL VendorFile ASSIGN TO "Vendor.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS VendID
            FILE STATUS IS VendorFileStatus.
        SELECT IntegrityReport ASSIGN TO "IntCheck.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IntegrityReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD CustomerFile.
        01 CustomerData.
            COPY CUSTREC.

        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD OrderFile.
        01 OrderData.
            COPY ORDREC.

        FD OrderDtlFile.
        01 OrderDtlData.
            COPY ORDDTL.

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

        FD PaymentFile.
        01 PaymentData.
            COPY PAYREC.

        FD ShipToFile.
        01 ShipToData.
            COPY SHIPTO.

        FD ContractFile.
        01 ContractData.
            COPY CONTRPRC.

        FD POHdrFile.
        01 POHdrData.
            COPY POREC.

        FD PODtlFile.
        01 PODtlData.
            COPY PODTL.

        FD VendorFile.
        01 VendorData.
            COPY VENDREC.

        FD IntegrityReport.
        01 PrintLine PIC X(100).
    WORKING-STORAGE SECTION.
        01 ScanEOF PIC X VALUE 'N'.
            88 NoMoreRecords VALUE 'Y'.
        01 RefFound PIC X.
            88 ReferenceFound VALUE 'Y'.
        01 WSCurrentDateTime PIC X(21).
      *> Every invoice number on file, open or archived, so each
      *> payment can be matched to the invoice it paid
        01 InvNumTable.
            02 InvNumEntry OCCURS 2000 TIMES.
                03 TabInvNum PIC 9(5).
        01 InvNumCount PIC 9(4) VALUE ZERO.
            88 InvNumTableFull VALUE 2001 THRU 9999.
        01 InvIdx PIC 9(4) VALUE ZERO.
        01 InvTableOverflow PIC X VALUE 'N'.
            88 InvTableOverflowed VALUE 'Y'.
      *> One counter pair per reference checked, in report order
        01 CheckNames.
            02 FILLER PIC X(40) VALUE "orders.txt    customer -> customer.txt".
            02 FILLER PIC X(40) VALUE "orders.txt    ship-to  -> ShipTo.dat".
            02 FILLER PIC X(40) VALUE "OrderDtl.dat  order    -> orders.txt".
            02 FILLER PIC X(40) VALUE "OrderDtl.dat  product  -> product.txt".
            02 FILLER PIC X(40) VALUE "InvoiceOpen   order    -> orders.txt".
            02 FILLER PIC X(40) VALUE "InvoiceOpen   customer -> customer.txt".
            02 FILLER PIC X(40) VALUE "PaymentsIx    invoice  -> invoice files".
            02 FILLER PIC X(40) VALUE "PaymentsIx    customer -> customer.txt".
            02 FILLER PIC X(40) VALUE "ShipTo.dat    customer -> customer.txt".
            02 FILLER PIC X(40) VALUE "ContrPrc.dat  customer -> customer.txt".
            02 FILLER PIC X(40) VALUE "ContrPrc.dat  product  -> product.txt".
            02 FILLER PIC X(40) VALUE "POHdr.dat     vendor   -> Vendor.dat".
            02 FILLER PIC X(40) VALUE "PODtl.dat     PO       -> POHdr.dat".
            02 FILLER PIC X(40) VALUE "PODtl.dat     product  -> product.txt".
        01 FILLER REDEFINES CheckNames.
            02 CheckName PIC X(40) OCCURS 14 TIMES.
        01 CheckCounts.
            02 CheckEntry OCCURS 14 TIMES.
                03 ChkChecked PIC 9(7).
                03 ChkBroken PIC 9(7).
        01 CheckIdx PIC 99 VALUE ZERO.
        01 BrokenKey PIC X(16).
        01 BrokenValue PIC X(15).
        01 TotalBroken PIC 9(7) VALUE ZERO.
        01 ShipToOpen PIC X VALUE 'N'.
        01 POHdrOpen PIC X VALUE 'N'.
        01 VendorOpen PIC X VALUE 'N'.
        01 OrderOpen PIC X VALUE 'N'.
        01 PageHeading.
            02 FILLER PIC X(36) VALUE "REFERENTIAL INTEGRITY SCAN - RUN ".
            02 PrnRunDate PIC X(8).
        01 Heads PIC X(100) VALUE
            "File          Reference                               Record Key        Missing Value".
        01 BrokenLine.
            02 PrnCheckName PIC X(40).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnBrokenKey PIC X(16).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnBrokenValue PIC X(15).
        01 SummaryHeads PIC X(100) VALUE
            "Reference checked                          Records    Broken".
        01 SummaryLine.
            02 PrnSumName PIC X(40).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnChecked PIC Z,ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnBroken PIC Z,ZZZ,ZZ9.
        01 NoneLine PIC X(100) VALUE "No broken references found".
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 OrderFileStatus PIC XX.
            88 OrderFileOpenOK VALUE "00".
        01 OrderDtlFileStatus PIC XX.
            88 OrderDtlFileOpenOK VALUE "00".
        01 InvoiceFileStatus PIC XX.
            88 InvoiceFileOpenOK VALUE "00".
        01 InvHistFileStatus PIC XX.
            88 InvHistFileOpenOK VALUE "00".
        01 PaymentFileStatus PIC XX.
            88 PaymentFileOpenOK VALUE "00".
        01 ShipToFileStatus PIC XX.
            88 ShipToFileOpenOK VALUE "00".
        01 ContractFileStatus PIC XX.
            88 ContractFileOpenOK VALUE "00".
        01 POHdrFileStatus PIC XX.
            88 POHdrFileOpenOK VALUE "00".
        01 PODtlFileStatus PIC XX.
            88 PODtlFileOpenOK VALUE "00".
        01 VendorFileStatus PIC XX.
            88 VendorFileOpenOK VALUE "00".
        01 IntegrityReportStatus PIC XX.
            88 IntegrityReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartScan.
        *> Weekly referential integrity scan - every reference one
        *> file makes to another is looked up, and each one that
        *> points at nothing (an order line whose order is gone, an
        *> invoice for a missing order, a payment for an unknown
        *> invoice, a ship-to or contract price for an archived
        *> customer, a product or vendor no longer on its master) is
        *> listed by file and key, with a count per reference at the
        *> end. Every file is opened input only, so the scan is safe
        *> to run in the night alongside the other jobs. A file that
        *> is not there is simply not checked.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        INITIALIZE CheckCounts.
        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            CLOSE CustomerFile
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT IntegrityReport.
        IF NOT IntegrityReportOpenOK
            DISPLAY "Unable to open IntCheck.rpt - status "
                IntegrityReportStatus
            CLOSE CustomerFile, ProductMaster
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN INPUT OrderFile.
        IF OrderFileOpenOK
            MOVE 'Y' TO OrderOpen
        END-IF.
        OPEN INPUT ShipToFile.
        IF ShipToFileOpenOK
            MOVE 'Y' TO ShipToOpen
        END-IF.
        OPEN INPUT POHdrFile.
        IF POHdrFileOpenOK
            MOVE 'Y' TO POHdrOpen
        END-IF.
        OPEN INPUT VendorFile.
        IF VendorFileOpenOK
            MOVE 'Y' TO VendorOpen
        END-IF.

        MOVE WSCurrentDateTime(1:8) TO PrnRunDate
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        WRITE PrintLine.

        PERFORM ScanOrders.
        PERFORM ScanOrderLines.
        PERFORM LoadInvoiceNumbers.
        PERFORM ScanOpenInvoices.
        PERFORM ScanPayments.
        PERFORM ScanShipTos.
        PERFORM ScanContracts.
        PERFORM ScanPurchaseOrders.
        PERFORM ScanPOLines.

        IF TotalBroken = ZERO
            WRITE PrintLine FROM NoneLine AFTER ADVANCING 1 LINE
        END-IF
        WRITE PrintLine FROM SummaryHeads AFTER ADVANCING 3 LINES
        PERFORM PrintOneSummary VARYING CheckIdx FROM 1 BY 1
            UNTIL CheckIdx > 14.
        IF InvTableOverflowed
            MOVE SPACES TO PrintLine
            STRING "Invoice table full at 2000 - payments for later "
                "invoices are reported as broken" DELIMITED BY SIZE
                INTO PrintLine
            WRITE PrintLine AFTER ADVANCING 2 LINES
        END-IF.

        CLOSE CustomerFile, ProductMaster, IntegrityReport.
        IF OrderOpen = 'Y'
            CLOSE OrderFile
        END-IF.
        IF ShipToOpen = 'Y'
            CLOSE ShipToFile
        END-IF.
        IF POHdrOpen = 'Y'
            CLOSE POHdrFile
        END-IF.
        IF VendorOpen = 'Y'
            CLOSE VendorFile
        END-IF.
        DISPLAY "Integrity scan found " TotalBroken
            " broken references - see IntCheck.rpt".
        GOBACK.

    ScanOrders.
        IF OrderOpen NOT = 'Y'
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO ScanEOF
        READ OrderFile NEXT RECORD
            AT END SET NoMoreRecords TO TRUE
        END-READ
        PERFORM CheckOneOrder UNTIL NoMoreRecords.

    CheckOneOrder.
        MOVE SPACES TO BrokenKey
        STRING "Order " OrdNum DELIMITED BY SIZE INTO BrokenKey
        MOVE 1 TO CheckIdx
        ADD 1 TO ChkChecked(CheckIdx)
        MOVE OrdCustID TO IDNum
        PERFORM LookUpCustomer
        IF NOT ReferenceFound
            MOVE OrdCustID TO BrokenValue
            PERFORM ReportBroken
        END-IF
        MOVE 2 TO CheckIdx
        IF OrdShipTo NOT = SPACES
            ADD 1 TO ChkChecked(CheckIdx)
            MOVE 'N' TO RefFound
            IF ShipToOpen = 'Y'
                MOVE OrdCustID TO StCustID
                MOVE OrdShipTo TO StCode
                MOVE 'Y' TO RefFound
                READ ShipToFile
                    INVALID KEY MOVE 'N' TO RefFound
                END-READ
            END-IF
            IF NOT ReferenceFound
                MOVE SPACES TO BrokenValue
                STRING OrdCustID "/" OrdShipTo DELIMITED BY SIZE
                    INTO BrokenValue
                PERFORM ReportBroken
            END-IF
        END-IF
        READ OrderFile NEXT RECORD
            AT END SET NoMoreRecords TO TRUE
        END-READ.

    ScanOrderLines.
        MOVE 'N' TO ScanEOF
        OPEN INPUT OrderDtlFile
        IF NOT OrderDtlFileOpenOK
            CLOSE OrderDtlFile
            EXIT PARAGRAPH
        END-IF
        READ OrderDtlFile
            AT END SET NoMoreRecords TO TRUE
        END-READ
        PERFORM CheckOneOrderLine UNTIL NoMoreRecords
        CLOSE OrderDtlFile.

    CheckOneOrderLine.
        MOVE SPACES TO BrokenKey
        STRING "Line " OdOrdNum "-" OdLineNum DELIMITED BY SIZE
            INTO BrokenKey
        MOVE 3 TO CheckIdx
        ADD 1 TO ChkChecked(CheckIdx)
        MOVE OdOrdNum TO OrdNum
        PERFORM LookUpOrder
        IF NOT ReferenceFound
            MOVE OdOrdNum TO BrokenValue
            PERFORM ReportBroken
        END-IF
        *> Order lines carry the product by name
        MOVE 4 TO CheckIdx
        ADD 1 TO ChkChecked(CheckIdx)
        MOVE OdProdName TO PMProdName
        MOVE 'Y' TO RefFound
        READ ProductMaster KEY IS PMProdName
            INVALID KEY MOVE 'N' TO RefFound
        END-READ
        IF NOT ReferenceFound
            MOVE OdProdName TO BrokenValue
            PERFORM ReportBroken
        END-IF
        READ OrderDtlFile
            AT END SET NoMoreRecords TO TRUE
        END-READ.

    LoadInvoiceNumbers.
        MOVE 'N' TO ScanEOF
        OPEN INPUT InvoiceFile
        IF InvoiceFileOpenOK
            READ InvoiceFile
                AT END SET NoMoreRecords TO TRUE
            END-READ
            PERFORM LoadOneOpenInvoice UNTIL NoMoreRecords
        END-IF
        CLOSE InvoiceFile
        MOVE 'N' TO ScanEOF
        OPEN INPUT InvHistFile
        IF InvHistFileOpenOK
            READ InvHistFile
                AT END SET NoMoreRecords TO TRUE
            END-READ
            PERFORM LoadOneArchivedInvoice UNTIL NoMoreRecords
        END-IF
        CLOSE InvHistFile.

    LoadOneOpenInvoice.
        ADD 1 TO InvNumCount
        IF InvNumTableFull
            SUBTRACT 1 FROM InvNumCount
            SET InvTableOverflowed TO TRUE
        ELSE
            MOVE InvNum TO TabInvNum(InvNumCount)
        END-IF
        READ InvoiceFile
            AT END SET NoMoreRecords TO TRUE
        END-READ.

    LoadOneArchivedInvoice.
        ADD 1 TO InvNumCount
        IF InvNumTableFull
            SUBTRACT 1 FROM InvNumCount
            SET InvTableOverflowed TO TRUE
        ELSE
            MOVE HiInvNum TO TabInvNum(InvNumCount)
        END-IF
        READ InvHistFile
            AT END SET NoMoreRecords TO TRUE
        END-READ.

    ScanOpenInvoices.
        MOVE 'N' TO ScanEOF
        OPEN INPUT InvoiceFile
        IF InvoiceFileOpenOK
            READ InvoiceFile
                AT END SET NoMoreRecords TO TRUE
            END-READ
            PERFORM CheckOneInvoice UNTIL NoMoreRecords
        END-IF
        CLOSE InvoiceFile.

    CheckOneInvoice.
        MOVE SPACES TO BrokenKey
        STRING "Invoice " InvNum DELIMITED BY SIZE INTO BrokenKey
        *> Credit memos raised on account carry no order
        MOVE 5 TO CheckIdx
        IF InvOrdNum > ZERO
            ADD 1 TO ChkChecked(CheckIdx)
            MOVE InvOrdNum TO OrdNum
            PERFORM LookUpOrder
            IF NOT ReferenceFound
                MOVE InvOrdNum TO BrokenValue
                PERFORM ReportBroken
            END-IF
        END-IF
        MOVE 6 TO CheckIdx
        ADD 1 TO ChkChecked(CheckIdx)
        MOVE InvCustID TO IDNum
        PERFORM LookUpCustomer
        IF NOT ReferenceFound
            MOVE InvCustID TO BrokenValue
            PERFORM ReportBroken
        END-IF
        READ InvoiceFile
            AT END SET NoMoreRecords TO TRUE
        END-READ.

    ScanPayments.
        MOVE 'N' TO ScanEOF
        OPEN INPUT PaymentFile
        IF PaymentFileOpenOK
            READ PaymentFile NEXT RECORD
                AT END SET NoMoreRecords TO TRUE
            END-READ
            PERFORM CheckOnePayment UNTIL NoMoreRecords
        END-IF
        CLOSE PaymentFile.

    CheckOnePayment.
        MOVE SPACES TO BrokenKey
        STRING "Payment " PayNum DELIMITED BY SIZE INTO BrokenKey
        MOVE 7 TO CheckIdx
        ADD 1 TO ChkChecked(CheckIdx)
        MOVE 'N' TO RefFound
        PERFORM VARYING InvIdx FROM 1 BY 1
            UNTIL InvIdx > InvNumCount OR ReferenceFound
            IF TabInvNum(InvIdx) = PayInvNum
                MOVE 'Y' TO RefFound
            END-IF
        END-PERFORM
        IF NOT ReferenceFound
            MOVE PayInvNum TO BrokenValue
            PERFORM ReportBroken
        END-IF
        MOVE 8 TO CheckIdx
        ADD 1 TO ChkChecked(CheckIdx)
        MOVE PayCustID TO IDNum
        PERFORM LookUpCustomer
        IF NOT ReferenceFound
            MOVE PayCustID TO BrokenValue
            PERFORM ReportBroken
        END-IF
        READ PaymentFile NEXT RECORD
            AT END SET NoMoreRecords TO TRUE
        END-READ.

    ScanShipTos.
        IF ShipToOpen NOT = 'Y'
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO ScanEOF
        MOVE LOW-VALUES TO StKey
        START ShipToFile KEY IS NOT LESS THAN StKey
            INVALID KEY SET NoMoreRecords TO TRUE
        END-START
        IF NOT NoMoreRecords
            READ ShipToFile NEXT RECORD
                AT END SET NoMoreRecords TO TRUE
            END-READ
        END-IF
        PERFORM CheckOneShipTo UNTIL NoMoreRecords.

    CheckOneShipTo.
        MOVE SPACES TO BrokenKey
        STRING "Ship-to " StCustID "/" StCode DELIMITED BY SIZE
            INTO BrokenKey
        MOVE 9 TO CheckIdx
        ADD 1 TO ChkChecked(CheckIdx)
        MOVE StCustID TO IDNum
        PERFORM LookUpCustomer
        IF NOT ReferenceFound
            MOVE StCustID TO BrokenValue
            PERFORM ReportBroken
        END-IF
        READ ShipToFile NEXT RECORD
            AT END SET NoMoreRecords TO TRUE
        END-READ.

    ScanContracts.
        MOVE 'N' TO ScanEOF
        OPEN INPUT ContractFile
        IF ContractFileOpenOK
            READ ContractFile
                AT END SET NoMoreRecords TO TRUE
            END-READ
            PERFORM CheckOneContract UNTIL NoMoreRecords
        END-IF
        CLOSE ContractFile.

    CheckOneContract.
        MOVE SPACES TO BrokenKey
        STRING "Contract " CpCustID "/" CpProdCode DELIMITED BY SIZE
            INTO BrokenKey
        MOVE 10 TO CheckIdx
        ADD 1 TO ChkChecked(CheckIdx)
        MOVE CpCustID TO IDNum
        PERFORM LookUpCustomer
        IF NOT ReferenceFound
            MOVE CpCustID TO BrokenValue
            PERFORM ReportBroken
        END-IF
        MOVE 11 TO CheckIdx
        ADD 1 TO ChkChecked(CheckIdx)
        MOVE CpProdCode TO PMProdCode
        PERFORM LookUpProduct
        IF NOT ReferenceFound
            MOVE CpProdCode TO BrokenValue
            PERFORM ReportBroken
        END-IF
        READ ContractFile
            AT END SET NoMoreRecords TO TRUE
        END-READ.

    ScanPurchaseOrders.
        IF POHdrOpen NOT = 'Y'
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO ScanEOF
        MOVE ZERO TO PoNum
        START POHdrFile KEY IS NOT LESS THAN PoNum
            INVALID KEY SET NoMoreRecords TO TRUE
        END-START
        IF NOT NoMoreRecords
            READ POHdrFile NEXT RECORD
                AT END SET NoMoreRecords TO TRUE
            END-READ
        END-IF
        PERFORM CheckOnePurchaseOrder UNTIL NoMoreRecords.

    CheckOnePurchaseOrder.
        MOVE SPACES TO BrokenKey
        STRING "PO " PoNum DELIMITED BY SIZE INTO BrokenKey
        MOVE 12 TO CheckIdx
        ADD 1 TO ChkChecked(CheckIdx)
        MOVE 'N' TO RefFound
        IF VendorOpen = 'Y'
            MOVE PoVendID TO VendID
            MOVE 'Y' TO RefFound
            READ VendorFile
                INVALID KEY MOVE 'N' TO RefFound
            END-READ
        END-IF
        IF NOT ReferenceFound
            MOVE PoVendID TO BrokenValue
            PERFORM ReportBroken
        END-IF
        READ POHdrFile NEXT RECORD
            AT END SET NoMoreRecords TO TRUE
        END-READ.

    ScanPOLines.
        MOVE 'N' TO ScanEOF
        OPEN INPUT PODtlFile
        IF PODtlFileOpenOK
            READ PODtlFile
                AT END SET NoMoreRecords TO TRUE
            END-READ
            PERFORM CheckOnePOLine UNTIL NoMoreRecords
        END-IF
        CLOSE PODtlFile.

    CheckOnePOLine.
        MOVE SPACES TO BrokenKey
        STRING "PO line " PdPoNum "-" PdLineNum DELIMITED BY SIZE
            INTO BrokenKey
        MOVE 13 TO CheckIdx
        ADD 1 TO ChkChecked(CheckIdx)
        MOVE 'N' TO RefFound
        IF POHdrOpen = 'Y'
            MOVE PdPoNum TO PoNum
            MOVE 'Y' TO RefFound
            READ POHdrFile
                INVALID KEY MOVE 'N' TO RefFound
            END-READ
        END-IF
        IF NOT ReferenceFound
            MOVE PdPoNum TO BrokenValue
            PERFORM ReportBroken
        END-IF
        MOVE 14 TO CheckIdx
        ADD 1 TO ChkChecked(CheckIdx)
        MOVE PdProdCode TO PMProdCode
        PERFORM LookUpProduct
        IF NOT ReferenceFound
            MOVE PdProdCode TO BrokenValue
            PERFORM ReportBroken
        END-IF
        READ PODtlFile
            AT END SET NoMoreRecords TO TRUE
        END-READ.

    LookUpCustomer.
        MOVE 'Y' TO RefFound
        READ CustomerFile
            INVALID KEY MOVE 'N' TO RefFound
        END-READ.

    LookUpProduct.
        MOVE 'Y' TO RefFound
        READ ProductMaster
            INVALID KEY MOVE 'N' TO RefFound
        END-READ.

    LookUpOrder.
        MOVE 'N' TO RefFound
        IF OrderOpen = 'Y'
            MOVE 'Y' TO RefFound
            READ OrderFile
                INVALID KEY MOVE 'N' TO RefFound
            END-READ
        END-IF.

    ReportBroken.
        ADD 1 TO ChkBroken(CheckIdx)
        ADD 1 TO TotalBroken
        MOVE SPACES TO BrokenLine
        MOVE CheckName(CheckIdx) TO PrnCheckName
        MOVE BrokenKey TO PrnBrokenKey
        MOVE BrokenValue TO PrnBrokenValue
        WRITE PrintLine FROM BrokenLine AFTER ADVANCING 1 LINE.

    PrintOneSummary.
        MOVE SPACES TO SummaryLine
        MOVE CheckName(CheckIdx) TO PrnSumName
        MOVE ChkChecked(CheckIdx) TO PrnChecked
        MOVE ChkBroken(CheckIdx) TO PrnBroken
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE.
