       >> SOURCE FORMAT FREE
ID DIVISION.
PROGRAM-ID. LAYERPOST.
AUTHOR. Greg.
DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CostLayerFile ASSIGN TO "CostLayer.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CyKey
            FILE STATUS IS CostLayerFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD CostLayerFile.
        01 CostLayerData.
            COPY COSTLAYR.
    WORKING-STORAGE SECTION.
        01 LayerEOF PIC X VALUE 'N'.
            88 NoMoreLayers VALUE 'Y'.
        01 LayerFound PIC X VALUE 'N'.
            88 ProductHasLayers VALUE 'Y'.
        01 LayerWritten PIC X VALUE 'N'.
            88 NewLayerWritten VALUE 'Y'.
        01 LandedCount PIC 9(3) VALUE ZERO.
        01 Remaining PIC 9(6) VALUE ZERO.
        01 TakeQty PIC 9(6) VALUE ZERO.
        01 PriorOnHand PIC S9(6) VALUE ZERO.
        01 TakeValue PIC 9(7)V99 VALUE ZERO.
        01 NewLayerDate PIC X(8).
        01 NewLayerSource PIC X.
        01 NewLayerQty PIC 9(6).
        01 NewLayerCost PIC 9(4)V99.
        01 NewLayerPoNum PIC 9(5).
        01 CostLayerFileStatus PIC XX.
            88 CostLayerFileOpenOK VALUE "00".
LINKAGE SECTION.
01 LLayAction PIC X.
    88 LayerReceive VALUE "R".
    88 LayerAdjustUp VALUE "A".
    88 LayerIssue VALUE "I".
    88 LayerLand VALUE "L".
01 LLayProdCode PIC 9(5).
01 LLayDate PIC X(8).
01 LLayPoNum PIC 9(5).
01 LLayQty PIC 9(5).
01 LLayUnitCost PIC 9(4)V99.
01 LLayBookCost PIC 9(4)V99.
01 LLayOnHand PIC 9(6).
01 LLayValue PIC 9(7)V99.
COPY RETCODE.

PROCEDURE DIVISION USING LLayAction, LLayProdCode, LLayDate, LLayPoNum,
    LLayQty, LLayUnitCost, LLayBookCost, LLayOnHand, LLayValue, LRetCode.
*> FIFO cost layers on CostLayer.dat, following the RETCODE
*> convention. LLayOnHand is the product's company-wide on-hand
*> after the movement and LLayBookCost its master unit cost.
*> R lays down a layer of LLayQty at LLayUnitCost dated LLayDate for
*> PO LLayPoNum; A does the same for a count that found more than
*> the book. I takes LLayQty off the product's layers oldest first -
*> any quantity the layers cannot cover is valued at LLayBookCost.
*> R, A and I return the value laid down or taken in LLayValue. The
*> first time a product with stock is seen, the stock it had before
*> the movement is laid down as an opening layer at LLayBookCost.
*> L restates the receipt layers of LLayProdCode from PO LLayPoNum
*> received on LLayDate to the landed unit cost in LLayUnitCost;
*> what those layers still hold is then carried at landed cost.
SET RetCodeSuccess TO TRUE.
MOVE ZERO TO LLayValue.
OPEN I-O CostLayerFile.
IF CostLayerFileStatus = "35" OR CostLayerFileStatus = "05"
    *> First layer laid down - start an empty file
    OPEN OUTPUT CostLayerFile
    CLOSE CostLayerFile
    OPEN I-O CostLayerFile
END-IF.
IF NOT CostLayerFileOpenOK
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.

EVALUATE TRUE
    WHEN LayerReceive
        PERFORM OpenFirstLayer
        MOVE "R" TO NewLayerSource
        PERFORM LayDownReceipt
    WHEN LayerAdjustUp
        PERFORM OpenFirstLayer
        MOVE "A" TO NewLayerSource
        PERFORM LayDownReceipt
    WHEN LayerIssue
        PERFORM OpenFirstLayer
        PERFORM IssueOldestLayers
    WHEN LayerLand
        PERFORM LandReceiptLayers
    WHEN OTHER
        SET RetCodeInvalidOperation TO TRUE
END-EVALUATE.
CLOSE CostLayerFile.
EXIT PROGRAM.

OpenFirstLayer.
    *> Stock that was on hand before the product's first layer
    MOVE 'N' TO LayerFound
    MOVE 'N' TO LayerEOF
    PERFORM StartProductLayers
    IF NOT NoMoreLayers
        READ CostLayerFile NEXT RECORD
            AT END SET NoMoreLayers TO TRUE
            NOT AT END
                IF CyProdCode = LLayProdCode
                    SET ProductHasLayers TO TRUE
                END-IF
        END-READ
    END-IF
    IF ProductHasLayers
        EXIT PARAGRAPH
    END-IF
    IF LayerIssue
        COMPUTE PriorOnHand = LLayOnHand + LLayQty
    ELSE
        COMPUTE PriorOnHand = LLayOnHand - LLayQty
    END-IF
    IF PriorOnHand NOT > ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE ZEROS TO NewLayerDate
    MOVE "O" TO NewLayerSource
    MOVE PriorOnHand TO NewLayerQty
    MOVE LLayBookCost TO NewLayerCost
    MOVE ZERO TO NewLayerPoNum
    PERFORM WriteNewLayer.

LayDownReceipt.
    IF LLayQty = ZERO
        EXIT PARAGRAPH
    END-IF
    MOVE LLayDate TO NewLayerDate
    MOVE LLayQty TO NewLayerQty
    MOVE LLayUnitCost TO NewLayerCost
    MOVE LLayPoNum TO NewLayerPoNum
    PERFORM WriteNewLayer
    IF NOT NewLayerWritten
        SET RetCodeInvalidOperation TO TRUE
        EXIT PARAGRAPH
    END-IF
    COMPUTE LLayValue = LLayQty * LLayUnitCost
        ON SIZE ERROR SET RetCodeSizeError TO TRUE
    END-COMPUTE.

WriteNewLayer.
    *> Several layers can be laid down for a product in a day - the
    *> sequence takes the next number free
    MOVE SPACES TO CostLayerData
    MOVE LLayProdCode TO CyProdCode
    MOVE NewLayerDate TO CyRecvDate
    MOVE NewLayerSource TO CySource
    MOVE NewLayerPoNum TO CyPoNum
    MOVE NewLayerQty TO CyQtyReceived, CyQtyLeft
    MOVE NewLayerCost TO CyUnitCost
    MOVE ZERO TO CySeq
    MOVE 'N' TO LayerWritten
    PERFORM TryNextSequence UNTIL NewLayerWritten OR CySeq = 999.

TryNextSequence.
    ADD 1 TO CySeq
    WRITE CostLayerData
        INVALID KEY CONTINUE
        NOT INVALID KEY SET NewLayerWritten TO TRUE
    END-WRITE.

IssueOldestLayers.
    MOVE LLayQty TO Remaining
    MOVE 'N' TO LayerEOF
    PERFORM StartProductLayers
    PERFORM TakeFromNextLayer UNTIL Remaining = ZERO OR NoMoreLayers
    IF Remaining > ZERO
        *> More went out than the layers hold - the rest at book
        COMPUTE TakeValue = Remaining * LLayBookCost
        ADD TakeValue TO LLayValue
            ON SIZE ERROR SET RetCodeSizeError TO TRUE
        END-ADD
    END-IF.

TakeFromNextLayer.
    READ CostLayerFile NEXT RECORD
        AT END SET NoMoreLayers TO TRUE
        NOT AT END
            IF CyProdCode NOT = LLayProdCode
                SET NoMoreLayers TO TRUE
            ELSE
                IF CyQtyLeft > ZERO
                    PERFORM TakeFromLayer
                END-IF
            END-IF
    END-READ.

TakeFromLayer.
    IF Remaining < CyQtyLeft
        MOVE Remaining TO TakeQty
    ELSE
        MOVE CyQtyLeft TO TakeQty
    END-IF
    SUBTRACT TakeQty FROM CyQtyLeft
    REWRITE CostLayerData
        INVALID KEY
            SET RetCodeInvalidOperation TO TRUE
            SET NoMoreLayers TO TRUE
            EXIT PARAGRAPH
    END-REWRITE
    SUBTRACT TakeQty FROM Remaining
    COMPUTE TakeValue = TakeQty * CyUnitCost
    ADD TakeValue TO LLayValue
        ON SIZE ERROR SET RetCodeSizeError TO TRUE
    END-ADD.

LandReceiptLayers.
    MOVE ZERO TO LandedCount
    MOVE 'N' TO LayerEOF
    MOVE LLayProdCode TO CyProdCode
    MOVE LLayDate TO CyRecvDate
    MOVE ZERO TO CySeq
    START CostLayerFile KEY IS NOT LESS THAN CyKey
        INVALID KEY SET NoMoreLayers TO TRUE
    END-START
    PERFORM LandNextLayer UNTIL NoMoreLayers
    IF LandedCount = ZERO
        *> The receipt has not been through stockpost yet
        SET RetCodeInvalidOperation TO TRUE
    END-IF.

LandNextLayer.
    READ CostLayerFile NEXT RECORD
        AT END SET NoMoreLayers TO TRUE
        NOT AT END
            IF CyProdCode NOT = LLayProdCode
                OR CyRecvDate NOT = LLayDate
                SET NoMoreLayers TO TRUE
            ELSE
                IF CyFromReceipt AND CyPoNum = LLayPoNum
                    MOVE LLayUnitCost TO CyUnitCost
                    REWRITE CostLayerData
                        INVALID KEY SET RetCodeInvalidOperation TO TRUE
                        NOT INVALID KEY ADD 1 TO LandedCount
                    END-REWRITE
                END-IF
            END-IF
    END-READ.

StartProductLayers.
    MOVE LLayProdCode TO CyProdCode
    MOVE LOW-VALUES TO CyRecvDate
    MOVE ZERO TO CySeq
    START CostLayerFile KEY IS NOT LESS THAN CyKey
        INVALID KEY SET NoMoreLayers TO TRUE
    END-START.
