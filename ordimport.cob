       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. ordimport.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EdiFile ASSIGN TO "EdiOrders.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EdiFileStatus.
        SELECT OrderFile ASSIGN TO "orders.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OrdNum
            FILE STATUS IS OrderFileStatus.
        SELECT OrderDtlFile ASSIGN TO "OrderDtl.dat"
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
        SELECT ProductMaster ASSIGN TO "product.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.
        SELECT CustPOFile ASSIGN TO "CustPO.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CxKey
            FILE STATUS IS CustPOFileStatus.
        SELECT OPTIONAL ShipToFile ASSIGN TO "ShipTo.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS StKey
            FILE STATUS IS ShipToFileStatus.
        SELECT OPTIONAL ContractFile ASSIGN TO "ContrPrc.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CpKey
            FILE STATUS IS ContractFileStatus.
        SELECT OPTIONAL PromoFile ASSIGN TO "Promos.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PromoProdCode
            FILE STATUS IS PromoFileStatus.
        SELECT OPTIONAL TierFile ASSIGN TO "TierPrice.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TierProdCode
            FILE STATUS IS TierFileStatus.
        SELECT OPTIONAL InvoiceFile ASSIGN TO "InvoiceOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvoiceFileStatus.
        SELECT OPTIONAL CreditHoldFile ASSIGN TO "CreditHold.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CreditHoldFileStatus.
        SELECT OPTIONAL OrdControlFile ASSIGN TO "OrdControl.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OrdControlFileStatus.
        SELECT ImportReport ASSIGN TO "OrdImport.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ImportReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD EdiFile.
        01 EdiRecord.
            COPY EDIORD.

        FD OrderFile.
        01 OrderData.
            COPY ORDREC.

        FD OrderDtlFile.
        01 OrderDtlData.
            COPY ORDDTL.

        FD CustomerFile.
        01 CustomerData.
            COPY CUSTREC.

        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD CustPOFile.
        01 CustPOData.
            COPY CUSTPO.

        FD ShipToFile.
        01 ShipToData.
            COPY SHIPTO.

        FD ContractFile.
        01 ContractData.
            COPY CONTRPRC.

        FD PromoFile.
        01 PromoData.
            COPY PROMOREC.

        FD TierFile.
        01 TierData.
            COPY TIERPRC.

        FD InvoiceFile.
        01 InvoiceData.
            COPY INVREC.

        FD CreditHoldFile.
        01 CreditHoldData.
            COPY CRHOLD.

        FD OrdControlFile.
        01 OrdControlRecord.
            02 CtlNextOrdNum PIC 9(5).

        FD ImportReport.
        01 PrintLine PIC X(100).
    WORKING-STORAGE SECTION.
        01 EdiEOF PIC X VALUE 'N'.
            88 NoMoreEdi VALUE 'Y'.
        01 DtlEOF PIC X VALUE 'N'.
            88 NoMoreDtl VALUE 'Y'.
        01 InvoiceEOF PIC X VALUE 'N'.
            88 NoMoreInvoices VALUE 'Y'.
        01 ScanEOF PIC X VALUE 'N'.
            88 NoMoreScan VALUE 'Y'.
        01 EdiRowNum PIC 9(5) VALUE ZERO.
        01 PoPending PIC X VALUE 'N'.
            88 PoInProgress VALUE 'Y'.
        01 RejectReason PIC X(40) VALUE SPACES.
        01 OrderExists PIC X.
        01 CustExists PIC X.
        01 ProdExists PIC X.
        01 ShipToExists PIC X.
        01 CustPOExists PIC X.
        01 ContractExists PIC X.
        01 PromoExists PIC X.
        01 TierExists PIC X.
        01 TierIdx PIC 9 VALUE ZERO.
        01 ShipToAvail PIC X VALUE 'N'.
            88 ShipToFileOnHand VALUE 'Y'.
        01 ContractAvail PIC X VALUE 'N'.
            88 ContractFileOnHand VALUE 'Y'.
        01 PromoAvail PIC X VALUE 'N'.
            88 PromoFileOnHand VALUE 'Y'.
        01 TierAvail PIC X VALUE 'N'.
            88 TierFileOnHand VALUE 'Y'.
        *> The PO being assembled - its header as received and its
        *> lines, each checked against the product master as it is
        *> read so nothing is written until the whole PO passes.
        01 PoCustID PIC 9(5).
        01 PoCustPO PIC X(15).
        01 PoPODate PIC X(8).
        01 PoShipTo PIC X(3).
        01 PoJuris PIC X(5).
        01 PoLineTable.
            02 PoLine OCCURS 99 TIMES.
                03 PlProdCode PIC 9(5).
                03 PlProdName PIC X(10).
                03 PlQty PIC 9(3).
                03 PlPrice PIC 9(4)V99.
                03 PlPriceSrc PIC X.
        01 PoLineCount PIC 9(3) VALUE ZERO.
            88 PoLineTableFull VALUE 99 THRU 999.
        01 LineIdx PIC 9(3) VALUE ZERO.
        01 LinePrice PIC 9(4)V99 VALUE ZERO.
        01 LinePriceSrc PIC X VALUE SPACE.
        01 LineExtension PIC 9(6)V99 VALUE ZERO.
        01 OrderTotal PIC 9(7)V99 VALUE ZERO.
        01 CreditLimitAmt PIC 9(7) VALUE ZERO.
        01 OpenARBal PIC 9(8)V99 VALUE ZERO.
        01 OpenOrdBal PIC 9(8)V99 VALUE ZERO.
        01 CreditExposure PIC 9(8)V99 VALUE ZERO.
        01 OverLimitFlag PIC X VALUE 'N'.
            88 OrderOverLimit VALUE 'Y'.
        01 NextOrdNum PIC 9(5) VALUE 1.
        01 PoReadCount PIC 9(5) VALUE ZERO.
        01 AcceptedCount PIC 9(5) VALUE ZERO.
        01 HeldCount PIC 9(5) VALUE ZERO.
        01 RejectedCount PIC 9(5) VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 JobAction PIC X(5).
        01 JobName PIC X(12) VALUE "ORDIMPORT".
        01 JobRecCount PIC 9(7) VALUE ZERO.
        01 JobOutcome PIC X(4) VALUE "OK".
        01 AckAction PIC X VALUE "N".
        COPY RETCODE.
        01 ReportHeading.
            02 FILLER PIC X(31) VALUE "INBOUND CUSTOMER ORDER IMPORT  ".
            02 PrnRunDate PIC X(8).
        01 AcceptLine.
            02 FILLER PIC X(5) VALUE "CUST ".
            02 PrnAccCustID PIC 9(5).
            02 FILLER PIC X(5) VALUE "  PO ".
            02 PrnAccCustPO PIC X(15).
            02 FILLER PIC X(18) VALUE "  ACCEPTED  ORDER ".
            02 PrnAccOrdNum PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAccLines PIC ZZ9.
            02 FILLER PIC X(8) VALUE " LINES  ".
            02 PrnAccTotal PIC $$,$$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAccHold PIC X(14).
        01 RejectLine.
            02 FILLER PIC X(5) VALUE "CUST ".
            02 PrnRejCustID PIC 9(5).
            02 FILLER PIC X(5) VALUE "  PO ".
            02 PrnRejCustPO PIC X(15).
            02 FILLER PIC X(12) VALUE "  REJECTED  ".
            02 PrnRejReason PIC X(40).
        01 RowRejectLine.
            02 FILLER PIC X(4) VALUE "ROW ".
            02 PrnRowNum PIC ZZZZ9.
            02 FILLER PIC X(12) VALUE "  REJECTED  ".
            02 PrnRowReason PIC X(40).
        01 SummaryLine.
            02 FILLER PIC X(11) VALUE "POS READ : ".
            02 PrnPoRead PIC ZZZZ9.
            02 FILLER PIC X(14) VALUE "   ACCEPTED : ".
            02 PrnAccepted PIC ZZZZ9.
            02 FILLER PIC X(16) VALUE "   CREDIT HOLD :".
            02 PrnHeld PIC ZZZZ9.
            02 FILLER PIC X(14) VALUE "   REJECTED : ".
            02 PrnRejected PIC ZZZZ9.
        01 EdiFileStatus PIC XX.
            88 EdiFileOpenOK VALUE "00".
        01 OrderFileStatus PIC XX.
            88 OrderFileOpenOK VALUE "00".
        01 OrderDtlFileStatus PIC XX.
            88 OrderDtlFileOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 CustPOFileStatus PIC XX.
            88 CustPOFileOpenOK VALUE "00".
        01 ShipToFileStatus PIC XX.
            88 ShipToFileOpenOK VALUE "00".
        01 ContractFileStatus PIC XX.
            88 ContractFileOpenOK VALUE "00".
        01 PromoFileStatus PIC XX.
            88 PromoFileOpenOK VALUE "00".
        01 TierFileStatus PIC XX.
            88 TierFileOpenOK VALUE "00".
        01 InvoiceFileStatus PIC XX.
            88 InvoiceFileOpenOK VALUE "00".
        01 CreditHoldFileStatus PIC XX.
            88 CreditHoldFileOpenOK VALUE "00".
        01 OrdControlFileStatus PIC XX.
            88 OrdControlFileOpenOK VALUE "00".
        01 ImportReportStatus PIC XX.
            88 ImportReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartImport.
        *> Batch import of the purchase orders our larger accounts
        *> send as a flat file, so nobody retypes them into
        *> orderentry. Each incoming PO is checked whole - customer on
        *> file and active, ship-to on ShipTo.dat, every product on the
        *> master, and its PO number not already taken from CustPO.dat
        *> - and then priced, credit checked, and written to orders.txt
        *> and OrderDtl.dat exactly as orderentry would have: numbered
        *> from OrdControl.dat the way sorelease numbers its orders,
        *> and parked on CreditHold.dat when it takes the customer
        *> over the limit. OrdImport.rpt says what happened to each PO.
        MOVE "START" TO JobAction
        MOVE ZERO TO JobRecCount
        MOVE SPACES TO JobOutcome
        CALL "JOBLOG" USING JobAction, JobName, JobRecCount,
            JobOutcome, LRetCode.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        PERFORM GetNextOrderNumber.

        OPEN INPUT EdiFile.
        IF NOT EdiFileOpenOK
            DISPLAY "Unable to open EdiOrders.dat - status " EdiFileStatus
            PERFORM EndJobFail
            STOP RUN
        END-IF.
        OPEN I-O OrderFile.
        IF OrderFileStatus = "35" OR OrderFileStatus = "05"
            *> First run - no orders on file yet
            OPEN OUTPUT OrderFile
            CLOSE OrderFile
            OPEN I-O OrderFile
        END-IF.
        IF NOT OrderFileOpenOK
            DISPLAY "Unable to open orders.txt - status " OrderFileStatus
            PERFORM EndJobFail
            STOP RUN
        END-IF.
        OPEN I-O OrderDtlFile.
        IF OrderDtlFileStatus = "35" OR OrderDtlFileStatus = "05"
            OPEN OUTPUT OrderDtlFile
            CLOSE OrderDtlFile
            OPEN I-O OrderDtlFile
        END-IF.
        IF NOT OrderDtlFileOpenOK
            DISPLAY "Unable to open OrderDtl.dat - status "
                OrderDtlFileStatus
            PERFORM EndJobFail
            STOP RUN
        END-IF.
        OPEN I-O CustPOFile.
        IF CustPOFileStatus = "35" OR CustPOFileStatus = "05"
            *> First run - no customer POs on file yet
            OPEN OUTPUT CustPOFile
            CLOSE CustPOFile
            OPEN I-O CustPOFile
        END-IF.
        IF NOT CustPOFileOpenOK
            DISPLAY "Unable to open CustPO.dat - status " CustPOFileStatus
            PERFORM EndJobFail
            STOP RUN
        END-IF.
        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            PERFORM EndJobFail
            STOP RUN
        END-IF.
        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            PERFORM EndJobFail
            STOP RUN
        END-IF.
        MOVE 'N' TO ShipToAvail.
        OPEN INPUT ShipToFile.
        IF ShipToFileOpenOK
            SET ShipToFileOnHand TO TRUE
        END-IF.
        MOVE 'N' TO ContractAvail.
        OPEN INPUT ContractFile.
        IF ContractFileOpenOK
            SET ContractFileOnHand TO TRUE
        END-IF.
        MOVE 'N' TO PromoAvail.
        OPEN INPUT PromoFile.
        IF PromoFileOpenOK
            SET PromoFileOnHand TO TRUE
        END-IF.
        MOVE 'N' TO TierAvail.
        OPEN INPUT TierFile.
        IF TierFileOpenOK
            SET TierFileOnHand TO TRUE
        END-IF.
        OPEN EXTEND CreditHoldFile.
        IF CreditHoldFileStatus NOT = "00"
            AND CreditHoldFileStatus NOT = "05"
            DISPLAY "Unable to open CreditHold.dat - status "
                CreditHoldFileStatus
            PERFORM EndJobFail
            STOP RUN
        END-IF.
        OPEN OUTPUT ImportReport.
        IF NOT ImportReportOpenOK
            DISPLAY "Unable to open OrdImport.rpt - status "
                ImportReportStatus
            PERFORM EndJobFail
            STOP RUN
        END-IF.
        MOVE RunDate TO PrnRunDate
        WRITE PrintLine FROM ReportHeading.
        MOVE SPACES TO PrintLine
        WRITE PrintLine.

        READ EdiFile
            AT END SET NoMoreEdi TO TRUE
        END-READ.
        PERFORM ProcessEdiRecord UNTIL NoMoreEdi.
        IF PoInProgress
            PERFORM FinishPO
        END-IF.

        MOVE PoReadCount TO PrnPoRead
        MOVE AcceptedCount TO PrnAccepted
        MOVE HeldCount TO PrnHeld
        MOVE RejectedCount TO PrnRejected
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES.

        IF ShipToFileOnHand
            CLOSE ShipToFile
        END-IF.
        IF ContractFileOnHand
            CLOSE ContractFile
        END-IF.
        IF PromoFileOnHand
            CLOSE PromoFile
        END-IF.
        IF TierFileOnHand
            CLOSE TierFile
        END-IF.
        CLOSE EdiFile, OrderFile, OrderDtlFile, CustPOFile, CustomerFile,
            ProductMaster, CreditHoldFile, ImportReport.
        PERFORM SaveNextOrderNumber.
        MOVE "END" TO JobAction
        MOVE AcceptedCount TO JobRecCount
        MOVE "OK" TO JobOutcome
        CALL "JOBLOG" USING JobAction, JobName, JobRecCount,
            JobOutcome, LRetCode.
        DISPLAY "Imported " AcceptedCount " of " PoReadCount
            " purchase orders - see OrdImport.rpt".
        STOP RUN.

    ProcessEdiRecord.
        ADD 1 TO EdiRowNum
        EVALUATE TRUE
            WHEN EdIsHeader
                IF PoInProgress
                    PERFORM FinishPO
                END-IF
                PERFORM StartPO
            WHEN EdIsDetail
                IF PoInProgress
                    PERFORM AddPOLine
                ELSE
                    MOVE "LINE WITH NO PO HEADER" TO PrnRowReason
                    PERFORM RejectRow
                END-IF
            WHEN OTHER
                MOVE "UNKNOWN RECORD TYPE" TO PrnRowReason
                PERFORM RejectRow
        END-EVALUATE
        READ EdiFile
            AT END SET NoMoreEdi TO TRUE
        END-READ.

    RejectRow.
        MOVE EdiRowNum TO PrnRowNum
        WRITE PrintLine FROM RowRejectLine AFTER ADVANCING 1 LINE.

    StartPO.
        SET PoInProgress TO TRUE
        ADD 1 TO PoReadCount
        MOVE SPACES TO RejectReason
        MOVE ZERO TO PoLineCount
        MOVE EdCustID TO PoCustID
        MOVE EdCustPO TO PoCustPO
        MOVE EdPODate TO PoPODate
        MOVE EdShipTo TO PoShipTo
        MOVE EdJuris TO PoJuris
        IF EdCustID IS NOT NUMERIC
            MOVE ZERO TO PoCustID
            MOVE "CUSTOMER ID NOT NUMERIC" TO RejectReason
        ELSE IF EdCustPO = SPACES
            MOVE "NO CUSTOMER PO NUMBER" TO RejectReason
        END-IF.

    AddPOLine.
        *> The first bad line is the reason the PO is refused; the
        *> rest are still read past so the next header is found.
        IF RejectReason NOT = SPACES
            EXIT PARAGRAPH
        END-IF
        IF EdProdCode IS NOT NUMERIC
            MOVE "PRODUCT CODE NOT NUMERIC" TO RejectReason
            EXIT PARAGRAPH
        END-IF
        IF EdQty IS NOT NUMERIC OR EdQty = ZERO
            STRING "BAD QUANTITY FOR PRODUCT " EdProdCode
                DELIMITED BY SIZE INTO RejectReason
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO ProdExists
        MOVE EdProdCode TO PMProdCode
        READ ProductMaster
            INVALID KEY MOVE 'N' TO ProdExists
        END-READ
        IF ProdExists = 'N'
            STRING "PRODUCT " EdProdCode " NOT ON FILE"
                DELIMITED BY SIZE INTO RejectReason
            EXIT PARAGRAPH
        END-IF
        IF PoLineTableFull
            MOVE "MORE THAN 99 LINES" TO RejectReason
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO PoLineCount
        MOVE PMProdCode TO PlProdCode(PoLineCount)
        MOVE PMProdName TO PlProdName(PoLineCount)
        MOVE EdQty TO PlQty(PoLineCount).

    FinishPO.
        MOVE 'N' TO PoPending
        IF RejectReason = SPACES
            PERFORM EditPOHeader
        END-IF
        IF RejectReason NOT = SPACES
            ADD 1 TO RejectedCount
            MOVE PoCustID TO PrnRejCustID
            MOVE PoCustPO TO PrnRejCustPO
            MOVE RejectReason TO PrnRejReason
            WRITE PrintLine FROM RejectLine AFTER ADVANCING 1 LINE
            EXIT PARAGRAPH
        END-IF
        PERFORM WriteImportedOrder.

    EditPOHeader.
        IF PoLineCount = ZERO
            MOVE "PO HAS NO LINES" TO RejectReason
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO CustExists
        MOVE PoCustID TO IDNum
        READ CustomerFile
            INVALID KEY MOVE 'N' TO CustExists
        END-READ
        IF CustExists = 'N'
            MOVE "CUSTOMER NOT ON FILE" TO RejectReason
            EXIT PARAGRAPH
        END-IF
        IF CustIsInactive
            MOVE "CUSTOMER IS INACTIVE" TO RejectReason
            EXIT PARAGRAPH
        END-IF
        IF PoShipTo NOT = SPACES
            MOVE 'N' TO ShipToExists
            IF ShipToFileOnHand
                MOVE 'Y' TO ShipToExists
                MOVE PoCustID TO StCustID
                MOVE PoShipTo TO StCode
                READ ShipToFile
                    INVALID KEY MOVE 'N' TO ShipToExists
                END-READ
            END-IF
            IF ShipToExists = 'N'
                STRING "SHIP-TO " PoShipTo " NOT ON FILE"
                    DELIMITED BY SIZE INTO RejectReason
                EXIT PARAGRAPH
            END-IF
        END-IF
        MOVE 'Y' TO CustPOExists
        MOVE PoCustID TO CxCustID
        MOVE PoCustPO TO CxCustPO
        READ CustPOFile
            INVALID KEY MOVE 'N' TO CustPOExists
        END-READ
        IF CustPOExists = 'Y'
            STRING "DUPLICATE - ALREADY ORDER " CxOrdNum
                DELIMITED BY SIZE INTO RejectReason
        END-IF.

    WriteImportedOrder.
        MOVE CustCreditLimit TO CreditLimitAmt
        IF CustChronicLate AND CreditLimitAmt > ZERO
            *> Same tightened limit orderentry applies to a rated-D
            *> customer
            COMPUTE CreditLimitAmt = CreditLimitAmt * 4 / 5
        END-IF
        MOVE 'N' TO OverLimitFlag
        MOVE ZERO TO OrderTotal
        PERFORM PriceImportLine VARYING LineIdx FROM 1 BY 1
            UNTIL LineIdx > PoLineCount
        IF CreditLimitAmt > ZERO
            PERFORM CreditCheck
        END-IF
        PERFORM AssignOrderNumber
        MOVE PoCustID TO OrdCustID
        MOVE RunDate TO OrdDate
        MOVE PoJuris TO OrdJuris
        MOVE PoShipTo TO OrdShipTo
        MOVE SPACES TO OrdSalesRep
        MOVE SPACES TO OrdCurrency
        MOVE SPACES TO OrdCarrier, OrdTracking, OrdFreightTax,
            OrdShipDate
        MOVE ZERO TO OrdCartons, OrdWeight, OrdFreight
        MOVE PoLineCount TO OrdLineCount
        IF OrderOverLimit
            SET OrdIsHeld TO TRUE
        ELSE
            SET OrdIsOpen TO TRUE
        END-IF
        PERFORM WriteImportLine VARYING LineIdx FROM 1 BY 1
            UNTIL LineIdx > PoLineCount
        WRITE OrderData
            INVALID KEY
                DISPLAY "Order " OrdNum " was not written for PO "
                    PoCustPO "!"
                EXIT PARAGRAPH
        END-WRITE
        IF OrderOverLimit
            PERFORM WriteCreditHold
            ADD 1 TO HeldCount
        END-IF
        MOVE PoCustID TO CxCustID
        MOVE PoCustPO TO CxCustPO
        MOVE OrdNum TO CxOrdNum
        MOVE PoPODate TO CxPODate
        MOVE RunDate TO CxImportDate
        WRITE CustPOData
            INVALID KEY DISPLAY "PO " PoCustPO " was not recorded!"
        END-WRITE
        ADD 1 TO AcceptedCount
        MOVE SPACES TO PrnAccHold
        MOVE PoCustID TO PrnAccCustID
        MOVE PoCustPO TO PrnAccCustPO
        MOVE OrdNum TO PrnAccOrdNum
        MOVE PoLineCount TO PrnAccLines
        MOVE OrderTotal TO PrnAccTotal
        IF OrderOverLimit
            MOVE "ON CREDIT HOLD" TO PrnAccHold
        END-IF
        WRITE PrintLine FROM AcceptLine AFTER ADVANCING 1 LINE
        *> The customer gets the same acknowledgment a keyed order
        *> gets - backorder dates and any credit hold included
        MOVE "N" TO AckAction
        CALL "ORDACK" USING AckAction, OrdNum, LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Acknowledgment for order " OrdNum
                " could not be produced"
        END-IF.

    PriceImportLine.
        *> The order is dated the day the PO is imported, so contract
        *> ranges and promotions are judged as they would be had the
        *> order been keyed today.
        PERFORM GetLinePrice
        MOVE LinePrice TO PlPrice(LineIdx)
        MOVE LinePriceSrc TO PlPriceSrc(LineIdx)
        COMPUTE LineExtension ROUNDED = PlQty(LineIdx) * LinePrice
        ADD LineExtension TO OrderTotal.

    WriteImportLine.
        MOVE OrdNum TO OdOrdNum
        MOVE LineIdx TO OdLineNum
        MOVE PlProdName(LineIdx) TO OdProdName
        MOVE PlQty(LineIdx) TO OdQty
        MOVE PlPrice(LineIdx) TO OdUnitPrice
        MOVE PlPriceSrc(LineIdx) TO OdPriceSrc
        WRITE OrderDtlData
            INVALID KEY DISPLAY "Order line was not written!"
        END-WRITE.

    GetLinePrice.
        *> Contract rate on ContrPrc.dat first, then a Promos.dat
        *> markdown in force, then the TierPrice.dat break the line
        *> quantity reaches - the same order orderentry prices in.
        MOVE SPACE TO LinePriceSrc
        MOVE PlProdCode(LineIdx) TO PMProdCode
        READ ProductMaster
            INVALID KEY MOVE ZERO TO PMPrice
        END-READ
        MOVE PMPrice TO LinePrice
        IF ContractFileOnHand
            MOVE 'Y' TO ContractExists
            MOVE PoCustID TO CpCustID
            MOVE PlProdCode(LineIdx) TO CpProdCode
            READ ContractFile
                INVALID KEY MOVE 'N' TO ContractExists
            END-READ
            IF ContractExists = 'Y'
                AND (CpStartDate = SPACES OR CpStartDate NOT > RunDate)
                AND (CpEndDate = SPACES OR CpEndDate NOT < RunDate)
                MOVE CpPrice TO LinePrice
                MOVE "C" TO LinePriceSrc
            END-IF
        END-IF
        IF LinePriceSrc = SPACE
            PERFORM GetPromoPrice
        END-IF
        IF LinePriceSrc = SPACE
            PERFORM GetTierPrice
        END-IF.

    GetPromoPrice.
        IF PromoFileOnHand
            MOVE 'Y' TO PromoExists
            MOVE PlProdCode(LineIdx) TO PromoProdCode
            READ PromoFile
                INVALID KEY MOVE 'N' TO PromoExists
            END-READ
            IF PromoExists = 'Y'
                AND PromoStart NOT > RunDate
                AND PromoEnd NOT < RunDate
                IF PromoIsFlat
                    MOVE PromoPrice TO LinePrice
                ELSE
                    COMPUTE LinePrice ROUNDED =
                        PMPrice * (1 - (PromoPct / 100))
                END-IF
                MOVE "P" TO LinePriceSrc
            END-IF
        END-IF.

    GetTierPrice.
        IF TierFileOnHand
            MOVE 'Y' TO TierExists
            MOVE PlProdCode(LineIdx) TO TierProdCode
            READ TierFile
                INVALID KEY MOVE 'N' TO TierExists
            END-READ
            IF TierExists = 'Y'
                PERFORM VARYING TierIdx FROM 1 BY 1 UNTIL TierIdx > 4
                    IF TierMinQty(TierIdx) > ZERO
                        AND PlQty(LineIdx) NOT < TierMinQty(TierIdx)
                        MOVE TierPrice(TierIdx) TO LinePrice
                        MOVE "T" TO LinePriceSrc
                    END-IF
                END-PERFORM
            END-IF
        END-IF.

    CreditCheck.
        *> Exposure = open AR balance (InvoiceOpen.dat, total less
        *> paid) + the customer's unbilled orders already on file +
        *> this PO, as orderentry works it. Over the limit means the
        *> order is still taken but parked on the credit-hold queue.
        PERFORM SumOpenInvoices
        PERFORM SumOpenOrders
        COMPUTE CreditExposure = OpenARBal + OpenOrdBal + OrderTotal
        IF CreditExposure > CreditLimitAmt
            SET OrderOverLimit TO TRUE
        END-IF.

    SumOpenInvoices.
        MOVE ZERO TO OpenARBal
        MOVE 'N' TO InvoiceEOF
        OPEN INPUT InvoiceFile
        IF NOT InvoiceFileOpenOK
            SET NoMoreInvoices TO TRUE
        ELSE
            READ InvoiceFile
                AT END SET NoMoreInvoices TO TRUE
            END-READ
            PERFORM SumInvoiceEntry UNTIL NoMoreInvoices
        END-IF
        CLOSE InvoiceFile.

    SumInvoiceEntry.
        IF InvCustID = PoCustID AND InvIsOpen
            ADD InvTotal TO OpenARBal
            SUBTRACT InvPaid FROM OpenARBal
        END-IF
        READ InvoiceFile
            AT END SET NoMoreInvoices TO TRUE
        END-READ.

    SumOpenOrders.
        MOVE ZERO TO OpenOrdBal
        MOVE 'N' TO ScanEOF
        MOVE LOW-VALUES TO OrdNum
        START OrderFile KEY IS NOT LESS THAN OrdNum
            INVALID KEY SET NoMoreScan TO TRUE
        END-START
        PERFORM SumNextOrder UNTIL NoMoreScan.

    SumNextOrder.
        READ OrderFile NEXT RECORD
            AT END SET NoMoreScan TO TRUE
            NOT AT END
                IF OrdCustID = PoCustID
                    AND (OrdIsOpen OR OrdIsShipped OR OrdIsHeld)
                    PERFORM StartOrderLines
                    PERFORM SumOrderLine UNTIL NoMoreDtl
                END-IF
        END-READ.

    SumOrderLine.
        COMPUTE LineExtension ROUNDED = OdQty * OdUnitPrice
        ADD LineExtension TO OpenOrdBal
        PERFORM ReadNextOrderLine.

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

    WriteCreditHold.
        MOVE SPACES TO CreditHoldData
        SET HoldIsPending TO TRUE
        MOVE OrdDate TO ChDate
        MOVE OrdNum TO ChOrdNum
        MOVE OrdCustID TO ChCustID
        MOVE OrderTotal TO ChOrderAmt
        MOVE CreditExposure TO ChExposure
        MOVE CreditLimitAmt TO ChLimit
        MOVE SPACES TO ChDecidedBy
        MOVE SPACES TO ChDecideDate
        WRITE CreditHoldData.

    AssignOrderNumber.
        *> Operators key order numbers by hand in orderentry, so the
        *> control number can collide with one already taken - skip
        *> forward until a free number is found.
        MOVE 'Y' TO OrderExists
        PERFORM UNTIL OrderExists = 'N'
            MOVE NextOrdNum TO OrdNum
            READ OrderFile
                INVALID KEY MOVE 'N' TO OrderExists
            END-READ
            ADD 1 TO NextOrdNum
        END-PERFORM.

    GetNextOrderNumber.
        OPEN INPUT OrdControlFile
        IF OrdControlFileOpenOK
            READ OrdControlFile
                AT END MOVE 1 TO NextOrdNum
                NOT AT END MOVE CtlNextOrdNum TO NextOrdNum
            END-READ
        END-IF
        CLOSE OrdControlFile.

    SaveNextOrderNumber.
        OPEN OUTPUT OrdControlFile
        IF OrdControlFileStatus NOT = "00" AND OrdControlFileStatus NOT = "05"
            DISPLAY "Unable to save OrdControl.dat - status "
                OrdControlFileStatus
            STOP RUN
        END-IF
        MOVE NextOrdNum TO CtlNextOrdNum
        WRITE OrdControlRecord
        CLOSE OrdControlFile.

    EndJobFail.
        MOVE "END" TO JobAction
        MOVE AcceptedCount TO JobRecCount
        MOVE "FAIL" TO JobOutcome
        CALL "JOBLOG" USING JobAction, JobName, JobRecCount,
            JobOutcome, LRetCode.
