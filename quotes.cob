            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductFileStatus.
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
        SELECT QuotePrint ASSIGN TO "Quote.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS QuotePrintStatus.
        01 ProductRecord.
            COPY PRODREC.

        FD ContractFile.
        01 ContractData.
            COPY CONTRPRC.

        FD PromoFile.
        01 PromoData.
            COPY PROMOREC.

        FD TierFile.
        01 TierData.
            COPY TIERPRC.

        FD QuotePrint.
        01 PrintLine PIC X(80).

            88 ProdNameFound VALUE 'Y'.
        01 ProdTable.
            02 ProdEntry OCCURS 20 TIMES INDEXED BY ProdIdx.
                03 ProdCode PIC 9(5).
                03 ProdName PIC X(10).
                03 ProdSizes PIC X(3).
                03 ProdPrice PIC 9(4)V99.
        01 ProdCount PIC 99 VALUE ZERO.
            88 ProdTableFull VALUE 21 THRU 99.
        01 PrnLinePrice PIC $$,$$9.99.
        01 LinePrice PIC 9(4)V99 VALUE ZERO.
        01 LinePriceSrc PIC X VALUE SPACE.
        01 ContractAvail PIC X VALUE 'N'.
            88 ContractFileOnHand VALUE 'Y'.
        01 ContractExists PIC X.
        01 PromoAvail PIC X VALUE 'N'.
            88 PromoFileOnHand VALUE 'Y'.
        01 PromoExists PIC X.
        01 TierAvail PIC X VALUE 'N'.
            88 TierFileOnHand VALUE 'Y'.
        01 TierExists PIC X.
        01 TierIdx PIC 9 VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 LineExtension PIC 9(6)V99.
        01 QuoteSubtotal PIC 9(7)V99.
        01 NewOrdNum PIC 9(5).
        01 AckAction PIC X VALUE "N".
        01 OrderWritten PIC X VALUE 'N'.
            88 OrderWasWritten VALUE 'Y'.
        01 WSFullName PIC X(31).
        COPY RETCODE.
        01 WonCount PIC 9(5) VALUE ZERO.
            88 CustomerFileOpenOK VALUE "00".
        01 ProductFileStatus PIC XX.
            88 ProductFileOpenOK VALUE "00".
        01 ContractFileStatus PIC XX.
            88 ContractFileOpenOK VALUE "00".
        01 PromoFileStatus PIC XX.
            88 PromoFileOpenOK VALUE "00".
        01 TierFileStatus PIC XX.
            88 TierFileOpenOK VALUE "00".
        01 QuotePrintStatus PIC XX.
            88 QuotePrintOpenOK VALUE "00".
        01 WinLossReportStatus PIC XX.
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            STOP RUN
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
        PERFORM LoadProdTable.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        IF ContractFileOnHand
            CLOSE ContractFile
        END-IF.
        IF PromoFileOnHand
            CLOSE PromoFile
        END-IF.
        IF TierFileOnHand
            CLOSE TierFile
        END-IF.
        CLOSE QuoteFile, QuoteDtlFile, CustomerFile.
        STOP RUN.

                    DISPLAY "Quantity must be a nonzero number - line skipped"
                ELSE
                    ADD 1 TO QuLineCount
                    PERFORM GetLinePrice
                    MOVE QuNum TO QdQuoteNum
                    MOVE QuLineCount TO QdLineNum
                    MOVE LineProdName TO QdProdName
                    MOVE LineQty TO QdQty
                    MOVE LinePrice TO QdUnitPrice
                    MOVE LinePriceSrc TO QdPriceSrc
                    WRITE QuoteDtlData
                        INVALID KEY DISPLAY "Quote line was not written!"
                    END-WRITE
                    PERFORM ShowLinePrice
                END-IF
            END-IF
        END-IF.
            " x " QdQty " @ " PrnLinePrice
        PERFORM ReadNextQuoteLine.

    ShowLinePrice.
        MOVE LinePrice TO PrnLinePrice
        EVALUATE LinePriceSrc
            WHEN "C"
                DISPLAY "Line " QuLineCount " : " LineProdName
                    " x " LineQty " @ " PrnLinePrice " (contract)"
            WHEN "P"
                DISPLAY "Line " QuLineCount " : " LineProdName
                    " x " LineQty " @ " PrnLinePrice " (promo)"
            WHEN "T"
                DISPLAY "Line " QuLineCount " : " LineProdName
                    " x " LineQty " @ " PrnLinePrice " (quantity break)"
            WHEN OTHER
                DISPLAY "Line " QuLineCount " : " LineProdName
                    " x " LineQty " @ " PrnLinePrice
        END-EVALUATE.

    GetLinePrice.
        *> Same order as orderentry and invoicegen - the customer's
        *> contract rate in force on the quote date, then a Promos.dat
        *> markdown in force that day, then the TierPrice.dat break the
        *> line quantity reaches, then the master price.
        MOVE ProdPrice(ProdIdx) TO LinePrice
        MOVE SPACE TO LinePriceSrc
        IF ContractFileOnHand
            MOVE 'Y' TO ContractExists
            MOVE QuCustID TO CpCustID
            MOVE ProdCode(ProdIdx) TO CpProdCode
            READ ContractFile
                INVALID KEY MOVE 'N' TO ContractExists
            END-READ
            IF ContractExists = 'Y'
                AND (CpStartDate = SPACES OR CpStartDate NOT > QuDate)
                AND (CpEndDate = SPACES OR CpEndDate NOT < QuDate)
                MOVE CpPrice TO LinePrice
                MOVE "C" TO LinePriceSrc
            END-IF
        END-IF.
        IF LinePriceSrc = SPACE
            PERFORM GetPromoPrice
        END-IF.
        IF LinePriceSrc = SPACE
            PERFORM GetTierPrice
        END-IF.

    GetPromoPrice.
        IF PromoFileOnHand
            MOVE 'Y' TO PromoExists
            MOVE ProdCode(ProdIdx) TO PromoProdCode
            READ PromoFile
                INVALID KEY MOVE 'N' TO PromoExists
            END-READ
            IF PromoExists = 'Y'
                AND PromoStart NOT > QuDate
                AND PromoEnd NOT < QuDate
                IF PromoIsFlat
                    MOVE PromoPrice TO LinePrice
                ELSE
                    COMPUTE LinePrice ROUNDED =
                        ProdPrice(ProdIdx) * (1 - (PromoPct / 100))
                END-IF
                MOVE "P" TO LinePriceSrc
            END-IF
        END-IF.

    GetTierPrice.
        IF TierFileOnHand
            MOVE 'Y' TO TierExists
            MOVE ProdCode(ProdIdx) TO TierProdCode
            READ TierFile
                INVALID KEY MOVE 'N' TO TierExists
            END-READ
            IF TierExists = 'Y'
                PERFORM VARYING TierIdx FROM 1 BY 1 UNTIL TierIdx > 4
                    IF TierMinQty(TierIdx) > ZERO
                        AND LineQty NOT < TierMinQty(TierIdx)
                        MOVE TierPrice(TierIdx) TO LinePrice
                        MOVE "T" TO LinePriceSrc
                    END-IF
                END-PERFORM
            END-IF
        END-IF.

    PrintQuote.
        PERFORM ReadQuoteByNumber
        IF QuoteExists = 'N'
        MOVE SPACES TO OrdShipTo
        MOVE SPACES TO OrdSalesRep
        MOVE SPACES TO OrdCurrency
        MOVE SPACES TO OrdCarrier, OrdTracking, OrdFreightTax,
            OrdShipDate
        MOVE ZERO TO OrdCartons, OrdWeight, OrdFreight
        PERFORM StartQuoteLines
        PERFORM CopyQuoteLine UNTIL NoMoreDtl
        MOVE 'N' TO OrderWritten
        WRITE OrderData
            INVALID KEY
                DISPLAY "Order " OrdNum " was not written!"
            NOT INVALID KEY
                SET OrderWasWritten TO TRUE
                SET QuoteIsWon TO TRUE
                REWRITE QuoteData
                    INVALID KEY DISPLAY "Quote was not flagged won!"
                DISPLAY "Quote " QuNum " converted to order " OrdNum
        END-WRITE
        CLOSE OrderFile, OrderDtlFile.
        *> The converted order gets the same acknowledgment an order
        *> keyed at orderentry gets
        IF OrderWasWritten
            MOVE "N" TO AckAction
            CALL "ORDACK" USING AckAction, NewOrdNum, LRetCode
            IF RetCodeSuccess
                DISPLAY "Acknowledgment for order " NewOrdNum
                    " added to OrderAck.rpt"
            ELSE
                DISPLAY "Acknowledgment for order " NewOrdNum
                    " could not be produced"
            END-IF
        END-IF.

    CopyQuoteLine.
        MOVE OrdNum TO OdOrdNum
        MOVE QdProdName TO OdProdName
        MOVE QdQty TO OdQty
        MOVE QdUnitPrice TO OdUnitPrice
        MOVE QdPriceSrc TO OdPriceSrc
        WRITE OrderDtlData
            INVALID KEY DISPLAY "Order line was not written!"
        END-WRITE
            DISPLAY "Product table full - ignoring " PMProdName
            SUBTRACT 1 FROM ProdCount
        ELSE
            MOVE PMProdCode TO ProdCode(ProdCount)
            MOVE PMProdName TO ProdName(ProdCount)
            MOVE PMSizes TO ProdSizes(ProdCount)
            MOVE PMPrice TO ProdPrice(ProdCount)
