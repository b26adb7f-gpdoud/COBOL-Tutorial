            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.
        SELECT OPTIONAL CostLayerFile ASSIGN TO "CostLayer.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CyKey
            FILE STATUS IS CostLayerFileStatus.
        SELECT ValueReport ASSIGN TO "InvValue.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ValueReportStatus.
        01 ProductData.
            COPY PRODREC.

        FD CostLayerFile.
        01 CostLayerData.
            COPY COSTLAYR.

        FD ValueReport.
        01 PrintLine PIC X(90).
    WORKING-STORAGE SECTION.
        01 GrandValue PIC 9(10)V99 VALUE ZERO.
        01 ProductCount PIC 9(5) VALUE ZERO.
        01 NoCostCount PIC 9(5) VALUE ZERO.
        01 LayerEOF PIC X VALUE 'N'.
            88 NoMoreLayers VALUE 'Y'.
        01 LayerQty PIC 9(7) VALUE ZERO.
        01 LayerValue PIC 9(9)V99 VALUE ZERO.
        01 LayerLineValue PIC 9(9)V99 VALUE ZERO.
        01 BookQty PIC 9(7) VALUE ZERO.
        01 AvgCost PIC 9(4)V99 VALUE ZERO.
        01 BookCount PIC 9(5) VALUE ZERO.
        01 MismatchCount PIC 9(5) VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 PageHeading.
            02 FILLER PIC X(32) VALUE "INVENTORY VALUATION AT COST     ".
            02 FILLER PIC X(10) VALUE "Run Date: ".
            02 PrnRunDate PIC X(8).
        01 Heads PIC X(90) VALUE
            "Code   Name        On Hand    Avg Cost           Value".
        01 ValueLine.
            02 PrnCode PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
        01 NoCostLine.
            02 FILLER PIC X(30) VALUE "PRODUCTS WITHOUT A COST     : ".
            02 PrnNoCostCount PIC ZZZZ9.
        01 BookLine.
            02 FILLER PIC X(30) VALUE "PART AT MASTER COST (BOOK)  : ".
            02 PrnBookCount PIC ZZZZ9.
        01 MismatchLine.
            02 FILLER PIC X(30) VALUE "LAYERS EXCEED ON HAND       : ".
            02 PrnMismatchCount PIC ZZZZ9.
        01 FootNote PIC X(90) VALUE
            "Valued FIFO from CostLayer.dat; stock no layer covers is at the master unit cost.".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 CostLayerFileStatus PIC XX.
            88 CostLayerFileOpenOK VALUE "00".
        01 ValueReportStatus PIC XX.
            88 ValueReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartValuation.
        *> Inventory valuation - every product's total on-hand
        *> valued FIFO from its cost layers, each layer's remaining
        *> quantity at the cost it came in at, so a cost change no
        *> longer revalues stock already on the shelf. On-hand no
        *> layer covers (a product not moved since layers were kept)
        *> is extended at the master unit cost and flagged BOOK; the
        *> cost shown is the resulting average. Products still
        *> carrying a zero cost are flagged so the total is read with
        *> the right suspicion.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN INPUT CostLayerFile.
        OPEN OUTPUT ValueReport.
        IF NOT ValueReportOpenOK
            DISPLAY "Unable to open InvValue.rpt - status "
                ValueReportStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        MOVE WSCurrentDateTime(1:8) TO PrnRunDate
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM FootLine AFTER ADVANCING 2 LINES
        MOVE NoCostCount TO PrnNoCostCount
        WRITE PrintLine FROM NoCostLine AFTER ADVANCING 1 LINE.
        MOVE BookCount TO PrnBookCount
        WRITE PrintLine FROM BookLine AFTER ADVANCING 1 LINE.
        MOVE MismatchCount TO PrnMismatchCount
        WRITE PrintLine FROM MismatchLine AFTER ADVANCING 1 LINE.
        WRITE PrintLine FROM FootNote AFTER ADVANCING 2 LINES.
        CLOSE ProductMaster, CostLayerFile, ValueReport.
        DISPLAY "Valuation complete - see InvValue.rpt".
        GOBACK.

    ValueOneProduct.
        ADD 1 TO ProductCount
        COMPUTE TotalOnHand = PMQtyOnHand(1) + PMQtyOnHand(2)
            + PMQtyOnHand(3)
        PERFORM SumProductLayers
        MOVE LayerValue TO LineValue
        IF TotalOnHand > LayerQty
            COMPUTE BookQty = TotalOnHand - LayerQty
            COMPUTE LineValue = LineValue + BookQty * PMUnitCost
        ELSE
            MOVE ZERO TO BookQty
        END-IF
        IF TotalOnHand > ZERO
            COMPUTE AvgCost ROUNDED = LineValue / TotalOnHand
                ON SIZE ERROR MOVE 9999.99 TO AvgCost
            END-COMPUTE
        ELSE
            MOVE PMUnitCost TO AvgCost
        END-IF
        ADD LineValue TO GrandValue
        MOVE SPACES TO ValueLine
        MOVE PMProdCode TO PrnCode
        MOVE PMProdName TO PrnName
        MOVE TotalOnHand TO PrnOnHand
        MOVE AvgCost TO PrnUnitCost
        MOVE LineValue TO PrnValue
        IF LineValue = ZERO AND TotalOnHand > ZERO
            MOVE "** NO COST" TO PrnNote
            ADD 1 TO NoCostCount
        ELSE IF BookQty > ZERO
            MOVE "BOOK" TO PrnNote
            ADD 1 TO BookCount
        ELSE IF LayerQty > TotalOnHand
            MOVE "** LAYERS" TO PrnNote
            ADD 1 TO MismatchCount
        END-IF
        END-IF
        END-IF
        WRITE PrintLine FROM ValueLine AFTER ADVANCING 1 LINE
        READ ProductMaster NEXT RECORD
            AT END SET NoMoreProducts TO TRUE
        END-READ.

    SumProductLayers.
        MOVE ZERO TO LayerQty, LayerValue
        IF NOT CostLayerFileOpenOK
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO LayerEOF
        MOVE PMProdCode TO CyProdCode
        MOVE LOW-VALUES TO CyRecvDate
        MOVE ZERO TO CySeq
        START CostLayerFile KEY IS NOT LESS THAN CyKey
            INVALID KEY SET NoMoreLayers TO TRUE
        END-START
        PERFORM AddNextLayer UNTIL NoMoreLayers.

    AddNextLayer.
        READ CostLayerFile NEXT RECORD
            AT END SET NoMoreLayers TO TRUE
            NOT AT END
                IF CyProdCode NOT = PMProdCode
                    SET NoMoreLayers TO TRUE
                ELSE
                    ADD CyQtyLeft TO LayerQty
                    COMPUTE LayerLineValue = CyQtyLeft * CyUnitCost
                    ADD LayerLineValue TO LayerValue
                END-IF
        END-READ.
