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

DATA DIVISION.
    FILE SECTION.
        01 ContractData.
            COPY CONTRPRC.

        FD PromoFile.
        01 PromoData.
            COPY PROMOREC.

        FD TierFile.
        01 TierData.
            COPY TIERPRC.

        FD SalesRepFile.
        01 SalesRepData.
            COPY SLSREC.
                OrdLineCount BY WSOrdLineCount,
                OrdShipTo BY WSOrdShipTo,
                OrdSalesRep BY WSOrdSalesRep,
                OrdCurrency BY WSOrdCurrency,
                OrdCarrier BY WSOrdCarrier,
                OrdTracking BY WSOrdTracking,
                OrdCartons BY WSOrdCartons,
                OrdWeight BY WSOrdWeight,
                OrdFreight BY WSOrdFreight,
                OrdFreightTax BY WSOrdFreightTax,
                OrdFreightTaxable BY WSOrdFreightTaxable,
                OrdShipDate BY WSOrdShipDate.
        01 InvoiceEOF PIC X VALUE 'N'.
            88 NoMoreInvoices VALUE 'Y'.
        01 ScanEOF PIC X VALUE 'N'.
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
        01 SalesRepAvail PIC X VALUE 'N'.
            88 SalesRepFileOnHand VALUE 'Y'.
        01 SalesRepExists PIC X.
        01 LinePrice PIC 9(4)V99 VALUE ZERO.
        01 LinePriceSrc PIC X VALUE SPACE.
        01 AtpAction PIC X.
        01 AtpAvailNow PIC S9(7) VALUE ZERO.
        01 AtpRecoverDate PIC X(8).
        01 AckAction PIC X.
        01 PrnAtpAvail PIC -ZZZ,ZZ9.
        01 KeepShortLine PIC X VALUE 'Y'.
            88 LineKeptShort VALUE 'Y' 'y'.
        COPY RETCODE.
        01 SignOnID PIC X(8).
        01 SignOnName PIC X(20).
        01 SignOnTries PIC 9 VALUE ZERO.
            88 ShipToFileOpenOK VALUE "00".
        01 ContractFileStatus PIC XX.
            88 ContractFileOpenOK VALUE "00".
        01 PromoFileStatus PIC XX.
            88 PromoFileOpenOK VALUE "00".
        01 TierFileStatus PIC XX.
            88 TierFileOpenOK VALUE "00".
        01 SalesRepFileStatus PIC XX.
            88 SalesRepFileOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
            02 LINE 4 COLUMN 1 VALUE "2 : Get Order".
            02 LINE 5 COLUMN 1 VALUE "3 : Change Order".
            02 LINE 6 COLUMN 1 VALUE "4 : Cancel Order".
            02 LINE 7 COLUMN 1 VALUE "5 : Reprint Order Acknowledgment".
            02 LINE 8 COLUMN 1 VALUE "0 : Quit".
            02 LINE 10 COLUMN 1 VALUE ": ".
            02 LINE 10 COLUMN 3 PIC 9 USING Choice.

        01 OrderNumScreen.
            02 LINE 3 COLUMN 1 VALUE "Enter Order Number : ".
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
        MOVE 'N' TO SalesRepAvail.
        OPEN INPUT SalesRepFile.
        IF SalesRepFileOpenOK
                WHEN 2 PERFORM GetOrder
                WHEN 3 PERFORM ChangeOrder
                WHEN 4 PERFORM CancelOrder
                WHEN 5 PERFORM ReprintAcknowledgment
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
        IF SalesRepFileOnHand
            CLOSE SalesRepFile
        END-IF.
        PERFORM EnterShipToCode
        PERFORM EnterSalesRepCode
        MOVE SPACES TO OrdCurrency
        MOVE SPACES TO OrdCarrier, OrdTracking, OrdFreightTax,
            OrdShipDate
        MOVE ZERO TO OrdCartons, OrdWeight, OrdFreight
        DISPLAY OrderCurrencyScreen
        ACCEPT OrderCurrencyScreen
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime
                    PERFORM BuildAuditAfter
                    PERFORM WriteAudit
                    DISPLAY "Order " OrdNum " written"
                    MOVE "N" TO AckAction
                    PERFORM ProduceAcknowledgment
            END-WRITE
        END-IF.

                DISPLAY "Quantity : " WITH NO ADVANCING
                ACCEPT LineQty
                IF LineQty IS NOT NUMERIC OR LineQty = ZERO
                    DISPLAY "Quantity must be a nonzero number"
                ELSE
                    PERFORM CheckAvailToPromise
                END-IF
                IF LineQty IS NOT NUMERIC OR LineQty = ZERO
                    OR NOT LineKeptShort
                    DISPLAY "Line skipped"
                ELSE
                    ADD 1 TO OrdLineCount
                    PERFORM GetLinePrice
                        LineQty * LinePrice
                    ADD LineExtension TO OrderTotal
                    MOVE LinePrice TO PrnLinePrice
                    EVALUATE LinePriceSrc
                        WHEN "C"
                            DISPLAY "Line " OrdLineCount " : "
                                LineProdName " x " LineQty " @ "
                                PrnLinePrice " (contract)"
                        WHEN "P"
                            DISPLAY "Line " OrdLineCount " : "
                                LineProdName " x " LineQty " @ "
                                PrnLinePrice " (promo)"
                        WHEN "T"
                            DISPLAY "Line " OrdLineCount " : "
                                LineProdName " x " LineQty " @ "
                                PrnLinePrice " (quantity break)"
                        WHEN OTHER
                            DISPLAY "Line " OrdLineCount " : "
                                LineProdName " x " LineQty " @ "
                                PrnLinePrice
                    END-EVALUATE
                END-IF
            END-IF
        END-IF.

    CheckAvailToPromise.
        *> A line keyed for more than can be promised today shows the
        *> rep the available-to-promise picture - what is committed
        *> and when the open POs land - so the customer can be told
        *> when the rest will follow before the line is taken.
        MOVE 'Y' TO KeepShortLine
        MOVE "Q" TO AtpAction
        CALL "ATPCALC" USING AtpAction, LineProdName, AtpAvailNow,
            AtpRecoverDate, LRetCode
        IF RetCodeSuccess AND LineQty > AtpAvailNow
            MOVE AtpAvailNow TO PrnAtpAvail
            DISPLAY "Only " PrnAtpAvail " available to promise now"
            MOVE "S" TO AtpAction
            CALL "ATPCALC" USING AtpAction, LineProdName, AtpAvailNow,
                AtpRecoverDate, LRetCode
            DISPLAY "Take the line anyway (Y/N)? " WITH NO ADVANCING
            ACCEPT KeepShortLine
        END-IF.

    GetOrder.
        MOVE 'Y' TO OrderExists
        DISPLAY " "
                NOT INVALID KEY
                    PERFORM WriteAudit
                    DISPLAY "Order " OrdNum " changed"
                    MOVE "R" TO AckAction
                    PERFORM ProduceAcknowledgment
            END-REWRITE
        END-IF.

                NOT INVALID KEY
                    PERFORM WriteAudit
                    DISPLAY "Order " OrdNum " cancelled"
                    MOVE "R" TO AckAction
                    PERFORM ProduceAcknowledgment
            END-REWRITE
        END-IF.

    ReprintAcknowledgment.
        MOVE 'Y' TO OrderExists
        DISPLAY " "
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY OrderNumScreen
            ACCEPT OrderNumScreen
            IF OrdNum IS NOT NUMERIC THEN
                DISPLAY "Order number must be numeric - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM.
        READ OrderFile
            INVALID KEY MOVE 'N' TO OrderExists
        END-READ.
        IF OrderExists = 'N'
            DISPLAY "Order does not exist!"
        ELSE
            MOVE "P" TO AckAction
            PERFORM ProduceAcknowledgment
        END-IF.

    ProduceAcknowledgment.
        *> The customer's copy of what was taken - written when the
        *> order is added, rewritten as a revised copy whenever it is
        *> changed or cancelled, and reprinted on request. ORDACK
        *> reads the order back from file, so the acknowledgment shows
        *> exactly what was stored.
        CALL "ORDACK" USING AckAction, OrdNum, LRetCode
        IF RetCodeSuccess
            DISPLAY "Acknowledgment for order " OrdNum
                " added to OrderAck.rpt"
        ELSE
            DISPLAY "Acknowledgment for order " OrdNum
                " could not be produced"
        END-IF.

    EnterShipToCode.
        *> Blank keeps the master CustAddress as the delivery point; a
        *> code must exist on ShipTo.dat for the customer.
    GetLinePrice.
        *> The customer's contract rate on ContrPrc.dat wins over the
        *> master price when a row exists for the product and the order
        *> date falls inside its range; failing that a Promos.dat
        *> markdown in force on the order date, then the TierPrice.dat
        *> break the line quantity reaches - the same order invoicegen
        *> prices in.
        MOVE ProdPrice(ProdIdx) TO LinePrice
        MOVE SPACE TO LinePriceSrc
        IF ContractFileOnHand
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
                AND PromoStart NOT > OrdDate
                AND PromoEnd NOT < OrdDate
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

    CheckCustomer.
        MOVE 'Y' TO CustExists
