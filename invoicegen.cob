            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PromoProdCode
            FILE STATUS IS PromoFileStatus.
        SELECT OPTIONAL TierFile ASSIGN TO "TierPrice.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TierProdCode
            FILE STATUS IS TierFileStatus.
        SELECT OPTIONAL CertFile ASSIGN TO "TaxCert.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
        SELECT OPTIONAL SalesHistFile ASSIGN TO "SalesHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesHistFileStatus.
        SELECT OPTIONAL EmailOutFile ASSIGN TO "EmailOut.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EmailOutFileStatus.
        SELECT OPTIONAL DeliveryLogFile ASSIGN TO "DeliveryLog.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DeliveryLogFileStatus.
        SELECT DocFile ASSIGN USING DocFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DocFileStatus.
        SELECT InvoicePrint ASSIGN TO "Invoice.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvoicePrintStatus.
        01 PromoData.
            COPY PROMOREC.

        FD TierFile.
        01 TierData.
            COPY TIERPRC.

        FD CertFile.
        01 CertData.
            COPY TAXCERT.
        01 SalesHistData.
            COPY SALESHIST.

        FD EmailOutFile.
        01 EmailOutData.
            COPY EMAILOUT.

        FD DeliveryLogFile.
        01 DeliveryLogData.
            COPY DELIVLOG.

        FD DocFile.
        01 DocFileLine PIC X(80).

        FD InvoicePrint.
        01 PrintLine PIC X(80).
    WORKING-STORAGE SECTION.
        01 InvSubtotal PIC 9(6)V99.
        01 InvTaxAmount PIC 9(6)V99.
        01 InvGrandTotal PIC 9(6)V99.
        01 InvFreightAmount PIC 9(6)V99 VALUE ZERO.
        01 TaxableAmount PIC 9(7)V99 VALUE ZERO.
        01 TaxRate PIC V9(4).
        01 CurrencyCode PIC X(3) VALUE "USD".
        01 RoundChoice PIC X VALUE "R".
        01 PromoAvail PIC X VALUE 'N'.
            88 PromoFileOnHand VALUE 'Y'.
        01 PromoExists PIC X.
        01 TierAvail PIC X VALUE 'N'.
            88 TierFileOnHand VALUE 'Y'.
        01 TierExists PIC X.
        01 TierIdx PIC 9 VALUE ZERO.
        01 CertAvail PIC X VALUE 'N'.
            88 CertFileOnHand VALUE 'Y'.
        01 CertExists PIC X.
        01 CheckDate PIC X(8).
        01 ExemptState PIC X VALUE 'N'.
            88 OrderIsExempt VALUE 'Y'.
        01 WSCurrentDateTime PIC X(21).
        01 DocFileName PIC X(20).
        01 DocLine PIC X(80).
        01 DocAdvance PIC 9 VALUE 1.
        01 DocSpacers PIC 9 VALUE ZERO.
        01 PrintCopy PIC X VALUE 'Y'.
            88 PrintThisDoc VALUE 'Y'.
        01 EmailCopy PIC X VALUE 'N'.
            88 EmailThisDoc VALUE 'Y'.
        01 DeliveryNote PIC X(20).
        01 PrintedCount PIC 9(5) VALUE ZERO.
        01 EmailedCount PIC 9(5) VALUE ZERO.
        COPY RETCODE.
        01 InvHeadLine.
            02 FILLER PIC X(10) VALUE "INVOICE # ".
            02 PrnTotalLabel PIC X(14).
            02 FILLER PIC X(12) VALUE SPACE.
            02 PrnTotalAmount PIC $$$,$$9.99.
        01 InvFreightLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 FILLER PIC X(8) VALUE "FREIGHT ".
            02 PrnFreightCarrier PIC X(4).
            02 FILLER PIC X(14) VALUE SPACE.
            02 PrnFreightAmount PIC $$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnFreightTaxNote PIC X(11).
        01 RunTotalLine.
            02 FILLER PIC X(21) VALUE "INVOICES PRODUCED : ".
            02 PrnInvoiceCount PIC ZZZZ9.
        01 RunDeliveryLine.
            02 FILLER PIC X(21) VALUE "  PRINTED         : ".
            02 PrnPrintedCount PIC ZZZZ9.
            02 FILLER PIC X(14) VALUE "   EMAILED : ".
            02 PrnEmailedCount PIC ZZZZ9.
        01 OrderFileStatus PIC XX.
            88 OrderFileOpenOK VALUE "00".
        01 OrderDtlFileStatus PIC XX.
            88 ContractFileOpenOK VALUE "00".
        01 PromoFileStatus PIC XX.
            88 PromoFileOpenOK VALUE "00".
        01 TierFileStatus PIC XX.
            88 TierFileOpenOK VALUE "00".
        01 CertFileStatus PIC XX.
            88 CertFileOpenOK VALUE "00".
        01 SalesHistFileStatus PIC XX.
            88 SalesHistFileOpenOK VALUE "00".
        01 HistLineNum PIC 9(3) VALUE ZERO.
        01 EmailOutFileStatus PIC XX.
            88 EmailOutFileOpenOK VALUE "00".
        01 DeliveryLogFileStatus PIC XX.
            88 DeliveryLogFileOpenOK VALUE "00".
        01 DocFileStatus PIC XX.
            88 DocFileOpenOK VALUE "00".
        01 InvoicePrintStatus PIC XX.
            88 InvoicePrintOpenOK VALUE "00".

        *> as a numbered invoice document, and posted to
        *> InvoiceOpen.dat as an open receivable. The order is then
        *> flagged invoiced so a rerun never bills it twice.
        *> Customers who take email get the document in their own
        *> file queued on EmailOut.dat instead of (or as well as) the
        *> printed copy, and every copy sent is logged on
        *> DeliveryLog.dat.
        PERFORM LoadTaxTable.
        PERFORM LoadExchTable.
        PERFORM GetNextInvoiceNumber.
        OPEN I-O OrderFile.
        IF NOT OrderFileOpenOK
            DISPLAY "Unable to open orders.txt - status " OrderFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        *> I-O - a zero captured line price is restated from the master
        *> and written back so the printed line and the priced line agree
        IF NOT OrderDtlFileOpenOK
            DISPLAY "Unable to open OrderDtl.dat - status "
                OrderDtlFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN EXTEND SalesHistFile.
        IF SalesHistFileStatus NOT = "00" AND SalesHistFileStatus NOT = "05"
            DISPLAY "Unable to open SalesHist.dat - status "
                SalesHistFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN EXTEND InvoiceFile.
        IF InvoiceFileStatus NOT = "00" AND InvoiceFileStatus NOT = "05"
            DISPLAY "Unable to open InvoiceOpen.dat - status "
                InvoiceFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN EXTEND EmailOutFile.
        IF EmailOutFileStatus NOT = "00" AND EmailOutFileStatus NOT = "05"
            DISPLAY "Unable to open EmailOut.dat - status "
                EmailOutFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN EXTEND DeliveryLogFile.
        IF DeliveryLogFileStatus NOT = "00"
            AND DeliveryLogFileStatus NOT = "05"
            DISPLAY "Unable to open DeliveryLog.dat - status "
                DeliveryLogFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        MOVE 'N' TO ShipToAvail.
        OPEN INPUT ShipToFile.
        IF PromoFileOpenOK
            SET PromoFileOnHand TO TRUE
        END-IF.
        MOVE 'N' TO TierAvail.
        OPEN INPUT TierFile.
        IF TierFileOpenOK
            SET TierFileOnHand TO TRUE
        END-IF.
        MOVE 'N' TO CertAvail.
        OPEN INPUT CertFile.
        IF CertFileOpenOK
        OPEN OUTPUT InvoicePrint.
        IF NOT InvoicePrintOpenOK
            DISPLAY "Unable to open Invoice.rpt - status " InvoicePrintStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.

        MOVE LOW-VALUES TO OrdNum

        MOVE InvoiceCount TO PrnInvoiceCount
        WRITE PrintLine FROM RunTotalLine AFTER ADVANCING 3 LINES.
        MOVE PrintedCount TO PrnPrintedCount
        MOVE EmailedCount TO PrnEmailedCount
        WRITE PrintLine FROM RunDeliveryLine AFTER ADVANCING 1 LINE.
        IF ShipToFileOnHand
            CLOSE ShipToFile
        END-IF.
        IF PromoFileOnHand
            CLOSE PromoFile
        END-IF.
        IF TierFileOnHand
            CLOSE TierFile
        END-IF.
        IF CertFileOnHand
            CLOSE CertFile
        END-IF.
        CLOSE OrderFile, OrderDtlFile, CustomerFile, InvoiceFile,
            SalesHistFile, EmailOutFile, DeliveryLogFile, InvoicePrint.
        PERFORM SaveNextInvoiceNumber.
        DISPLAY "Produced " InvoiceCount " invoices - see Invoice.rpt".
        DISPLAY "Printed " PrintedCount ", emailed " EmailedCount
            " - see EmailOut.dat and DeliveryLog.dat".
        GOBACK.

    InvoiceNextOrder.
        READ OrderFile NEXT RECORD
            END-IF
            PERFORM PriceOrderLines
            PERFORM ConvertInvoiceCurrency
            PERFORM SetDeliveryRoute
            PERFORM PrintInvoiceDoc
            PERFORM LogInvoiceDelivery
            PERFORM PostOpenInvoice
            PERFORM PostSalesHistory
            SET OrdIsInvoiced TO TRUE
        *> falls back to the current Product.dat price. The lines live
        *> on OrderDtl.dat, so the order is walked by key rather than
        *> subscripted.
        *> The freight ordership captured bills as its own line and is
        *> taxed along with the goods only when the carrier's freight
        *> is taxable.
        MOVE ZERO TO InvSubtotal
        PERFORM StartOrderLines
        PERFORM PriceOneOrderLine UNTIL NoMoreDtl
        MOVE ZERO TO InvFreightAmount
        IF OrdFreight IS NUMERIC
            MOVE OrdFreight TO InvFreightAmount
        END-IF
        MOVE InvSubtotal TO TaxableAmount
        IF OrdFreightTaxable
            ADD InvFreightAmount TO TaxableAmount
        END-IF
        IF RoundUpRequested
            COMPUTE InvTaxAmount ROUNDED = TaxableAmount * TaxRate
        ELSE
            COMPUTE InvTaxAmount = TaxableAmount * TaxRate
        END-IF
        COMPUTE InvGrandTotal = InvSubtotal + InvFreightAmount + InvTaxAmount.

    PriceOneOrderLine.
        IF OdUnitPrice = ZERO
        OPEN INPUT ProductFile
        IF NOT ProductFileOpenOK
            DISPLAY "Unable to open product.txt - status " ProductFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE OdProdName TO PMProdName
        READ ProductFile KEY IS PMProdName
                IF NOT OdContractPriced
                    PERFORM CheckPromoPrice
                END-IF
                IF NOT OdContractPriced AND NOT OdPromoPriced
                    PERFORM CheckTierPrice
                END-IF
                REWRITE OrderDtlData
                    INVALID KEY DISPLAY "Order " OrdNum
                        " line was not repriced!"
            END-IF
        END-IF.

    CheckTierPrice.
        *> The TierPrice.dat break the line quantity reaches replaces
        *> the master price; a contract rate or a promo already won if
        *> either applied.
        IF TierFileOnHand
            MOVE 'Y' TO TierExists
            MOVE PMProdCode TO TierProdCode
            READ TierFile
                INVALID KEY MOVE 'N' TO TierExists
            END-READ
            IF TierExists = 'Y'
                PERFORM VARYING TierIdx FROM 1 BY 1 UNTIL TierIdx > 4
                    IF TierMinQty(TierIdx) > ZERO
                        AND OdQty NOT < TierMinQty(TierIdx)
                        MOVE TierPrice(TierIdx) TO OdUnitPrice
                        MOVE "T" TO OdPriceSrc
                    END-IF
                END-PERFORM
            END-IF
        END-IF.

    StartOrderLines.
        *> Positions OrderDtl.dat at the first line of the order in
        *> OrderData - the callers walk forward with ReadNextOrderLine
        END-READ.

    PrintInvoiceDoc.
        *> Every line goes through EmitDocLine, which puts it on
        *> Invoice.rpt, the customer's document file, or both,
        *> according to the route SetDeliveryRoute chose.
        CALL "NAMEFMT" USING FirstName, LastName, WSFullName, LRetCode
        IF EmailThisDoc
            PERFORM OpenInvoiceDocFile
        END-IF
        MOVE NextInvNum TO PrnInvNum
        MOVE OrdNum TO PrnOrdNum
        MOVE OrdDate TO PrnInvDate
        MOVE InvHeadLine TO DocLine
        MOVE ZERO TO DocAdvance
        PERFORM EmitDocLine
        MOVE WSFullName TO PrnCustName
        MOVE InvCustLine TO DocLine
        MOVE 2 TO DocAdvance
        PERFORM EmitDocLine
        PERFORM SetInvoiceAddress
        MOVE InvAddrLine TO DocLine
        MOVE 1 TO DocAdvance
        PERFORM EmitDocLine
        MOVE SPACES TO DocLine
        PERFORM EmitDocLine
        PERFORM StartOrderLines
        PERFORM PrintInvoiceLine UNTIL NoMoreDtl
        MOVE "SUBTOTAL" TO PrnTotalLabel
        MOVE InvSubtotal TO PrnTotalAmount
        MOVE InvTotalLine TO DocLine
        MOVE 2 TO DocAdvance
        PERFORM EmitDocLine
        IF InvFreightAmount > ZERO
            MOVE OrdCarrier TO PrnFreightCarrier
            MOVE InvFreightAmount TO PrnFreightAmount
            IF OrdFreightTaxable
                MOVE "TAXABLE" TO PrnFreightTaxNote
            ELSE
                MOVE "NON-TAXABLE" TO PrnFreightTaxNote
            END-IF
            MOVE InvFreightLine TO DocLine
            MOVE 1 TO DocAdvance
            PERFORM EmitDocLine
        END-IF
        MOVE SPACES TO PrnTotalLabel
        STRING "TAX " InvJuris DELIMITED BY SIZE INTO PrnTotalLabel
        MOVE InvTaxAmount TO PrnTotalAmount
        MOVE InvTotalLine TO DocLine
        MOVE 1 TO DocAdvance
        PERFORM EmitDocLine
        MOVE SPACES TO PrnTotalLabel
        STRING "TOTAL DUE " InvCurrencyCode DELIMITED BY SIZE
            INTO PrnTotalLabel
        MOVE InvGrandTotal TO PrnTotalAmount
        MOVE InvTotalLine TO DocLine
        PERFORM EmitDocLine
        IF EmailThisDoc
            CLOSE DocFile
        END-IF.

    SetDeliveryRoute.
        *> The customer's delivery preference decides where the copy
        *> goes - email-only customers are left off the printed run.
        *> Email wanted but no address on file prints instead and the
        *> log says why.
        MOVE 'N' TO PrintCopy
        MOVE 'N' TO EmailCopy
        MOVE SPACES TO DeliveryNote
        EVALUATE TRUE
            WHEN CustDeliverEmail
                SET EmailThisDoc TO TRUE
            WHEN CustDeliverBoth
                SET EmailThisDoc TO TRUE
                SET PrintThisDoc TO TRUE
            WHEN OTHER
                SET PrintThisDoc TO TRUE
        END-EVALUATE
        IF EmailThisDoc AND Email = SPACES
            MOVE 'N' TO EmailCopy
            SET PrintThisDoc TO TRUE
            MOVE "NO EMAIL - PRINTED" TO DeliveryNote
        END-IF.

    OpenInvoiceDocFile.
        *> One file per customer document - ED, the customer ID, I and
        *> the invoice number - so the gateway attaches exactly one.
        MOVE SPACES TO DocFileName
        STRING "ED" IDNum "I" NextInvNum ".txt"
            DELIMITED BY SIZE INTO DocFileName
        OPEN OUTPUT DocFile
        IF NOT DocFileOpenOK
            DISPLAY "Unable to open " DocFileName " - status "
                DocFileStatus " - invoice " NextInvNum " printed"
            MOVE 'N' TO EmailCopy
            SET PrintThisDoc TO TRUE
            MOVE "DOC FILE FAILED" TO DeliveryNote
        END-IF.

    EmitDocLine.
        *> DocAdvance is the printer spacing - zero for a new page.
        *> The document file has no carriage control, so the spacing
        *> is written out as blank lines.
        IF PrintThisDoc
            IF DocAdvance = ZERO
                WRITE PrintLine FROM DocLine AFTER ADVANCING PAGE
            ELSE
                WRITE PrintLine FROM DocLine AFTER ADVANCING DocAdvance LINES
            END-IF
        END-IF
        IF EmailThisDoc
            IF DocAdvance > 1
                COMPUTE DocSpacers = DocAdvance - 1
                PERFORM WriteDocSpacer DocSpacers TIMES
            END-IF
            WRITE DocFileLine FROM DocLine
        END-IF.

    WriteDocSpacer.
        MOVE SPACES TO DocFileLine
        WRITE DocFileLine.

    LogInvoiceDelivery.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime
        MOVE SPACES TO DeliveryLogData
        MOVE WSCurrentDateTime(1:8) TO DlDate
        MOVE WSCurrentDateTime(9:6) TO DlTime
        MOVE IDNum TO DlCustID
        SET DlIsInvoice TO TRUE
        MOVE NextInvNum TO DlDocRef
        IF PrintThisDoc
            SET DlPrinted TO TRUE
            MOVE "Invoice.rpt" TO DlDestination
            MOVE DeliveryNote TO DlNote
            WRITE DeliveryLogData
            ADD 1 TO PrintedCount
        END-IF
        IF EmailThisDoc
            MOVE SPACES TO EmailOutData
            MOVE Email TO EmAddress
            MOVE IDNum TO EmCustID
            SET EmIsInvoice TO TRUE
            MOVE NextInvNum TO EmDocRef
            MOVE DocFileName TO EmDocFile
            STRING "Invoice " NextInvNum " for order " OrdNum
                DELIMITED BY SIZE INTO EmSubject
            MOVE WSCurrentDateTime(1:8) TO EmQueuedDate
            WRITE EmailOutData
            SET DlEmailed TO TRUE
            MOVE Email TO DlDestination
            MOVE DocFileName TO DlDocFile
            MOVE SPACES TO DlNote
            WRITE DeliveryLogData
            ADD 1 TO EmailedCount
        END-IF.

    SetInvoiceAddress.
        *> The ship-to chosen at order entry wins over the master
                MOVE "C*" TO PrnContractFlag
            WHEN OdPromoPriced
                MOVE "S*" TO PrnContractFlag
            WHEN OdTierPriced
                MOVE "Q*" TO PrnContractFlag
            WHEN OTHER
                MOVE SPACES TO PrnContractFlag
        END-EVALUATE
        COMPUTE LineExtension ROUNDED = OdQty * OdUnitPrice
        MOVE LineExtension TO PrnExtension
        MOVE InvDetailLine TO DocLine
        MOVE 1 TO DocAdvance
        PERFORM EmitDocLine
        PERFORM ReadNextOrderLine.

    PostOpenInvoice.
        MOVE SPACE TO InvDocType
        MOVE InvCurrencyCode TO InvCurrency
        MOVE ExchRate TO InvExchRate
        MOVE InvFreightAmount TO InvFreight
        IF OrdFreightTaxable AND InvFreightAmount > ZERO
            SET InvFreightTaxable TO TRUE
        ELSE
            MOVE "N" TO InvFreightTax
        END-IF
        WRITE InvoiceData.

    ConvertInvoiceCurrency.
        MOVE OrdCurrency TO InvCurrencyCode
        COMPUTE InvSubtotal ROUNDED = InvSubtotal / ExchRate
        COMPUTE InvTaxAmount ROUNDED = InvTaxAmount / ExchRate
        COMPUTE InvFreightAmount ROUNDED = InvFreightAmount / ExchRate
        COMPUTE InvGrandTotal = InvSubtotal + InvFreightAmount + InvTaxAmount.

    LoadExchTable.
        OPEN INPUT ExchRateFile
        *> the first line so document totals foot.
        MOVE ZERO TO HistLineNum
        PERFORM StartOrderLines
        PERFORM PostOneHistoryLine UNTIL NoMoreDtl
        IF OrdFreight IS NUMERIC AND OrdFreight > ZERO
            PERFORM PostFreightHistory
        END-IF.

    PostFreightHistory.
        *> The freight line goes to history under the name FREIGHT so
        *> the document still foots.
        MOVE SPACES TO SalesHistData
        MOVE OrdDate TO ShDate
        SET HistFromInvoice TO TRUE
        MOVE NextInvNum TO ShRef
        MOVE OrdCustID TO ShCustID
        MOVE ZERO TO ShProdCode
        MOVE "FREIGHT" TO ShProdName
        MOVE 1 TO ShQty
        MOVE OrdFreight TO ShExtAmount
        MOVE ZERO TO ShTax
        MOVE ZERO TO ShLoyaltyNum
        WRITE SalesHistData.

    PostOneHistoryLine.
        ADD 1 TO HistLineNum
        ELSE
            MOVE ZERO TO ShTax
        END-IF
        MOVE ZERO TO ShLoyaltyNum
        WRITE SalesHistData
        PERFORM ReadNextOrderLine.

        OPEN INPUT TaxRateFile
        IF NOT TaxRateFileOpenOK
            DISPLAY "Unable to open TaxRate.dat - status " TaxRateFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        READ TaxRateFile
            AT END SET NoMoreTaxRates TO TRUE
        IF InvControlFileStatus NOT = "00" AND InvControlFileStatus NOT = "05"
            DISPLAY "Unable to save InvControl.dat - status "
                InvControlFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE NextInvNum TO CtlNextInvNum
        WRITE InvControlRecord
