            COPY INVREC.

        FD InvHistFile.
        01 InvHistData PIC X(76).

        FD OrderFile.
        01 OrderData.
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
        01 InvoiceFileStatus PIC XX.
            88 InvoiceFileOpenOK VALUE "00".
        01 InvHistFileStatus PIC XX.
        MOVE "SUBTOTAL" TO PrnTotalLabel
        MOVE InvSubtotal TO PrnTotalAmount
        WRITE PrintLine FROM InvTotalLine AFTER ADVANCING 2 LINES
        IF OrderExists = 'Y' AND OrdFreight IS NUMERIC
            AND OrdFreight > ZERO
            MOVE OrdCarrier TO PrnFreightCarrier
            MOVE OrdFreight TO PrnFreightAmount
            IF OrdFreightTaxable
                MOVE "TAXABLE" TO PrnFreightTaxNote
            ELSE
                MOVE "NON-TAXABLE" TO PrnFreightTaxNote
            END-IF
            WRITE PrintLine FROM InvFreightLine AFTER ADVANCING 1 LINE
        END-IF
        MOVE SPACES TO PrnTotalLabel
        STRING "TAX " InvJuris DELIMITED BY SIZE INTO PrnTotalLabel
        IF InvTax IS NUMERIC
                MOVE "C*" TO PrnContractFlag
            WHEN OdPromoPriced
                MOVE "S*" TO PrnContractFlag
            WHEN OdTierPriced
                MOVE "Q*" TO PrnContractFlag
            WHEN OTHER
                MOVE SPACES TO PrnContractFlag
        END-EVALUATE
