            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BomKey
            FILE STATUS IS BomFileStatus.
        SELECT OPTIONAL LocStockFile ASSIGN TO "LocStock.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LsKey
            FILE STATUS IS LocStockFileStatus.
        SELECT StatusReport ASSIGN TO "StockStat.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StatusReportStatus.
        01 BomData.
            COPY BOMREC.

        FD LocStockFile.
        01 LocStockData.
            COPY LOCSTOCK.

        FD StatusReport.
        01 PrintLine PIC X(90).
    WORKING-STORAGE SECTION.
            88 BomFileOnHand VALUE 'Y'.
        01 BomEOF PIC X VALUE 'N'.
            88 NoMoreBomRows VALUE 'Y'.
        01 LocStockAvail PIC X VALUE 'N'.
            88 LocStockFileOnHand VALUE 'Y'.
        01 LocStockEOF PIC X VALUE 'N'.
            88 NoMoreLocStock VALUE 'Y'.
        01 LocTotal PIC 9(6) VALUE ZERO.
        01 LocTransitTotal PIC 9(6) VALUE ZERO.
        01 CurrKitCode PIC 9(5) VALUE ZERO.
        01 FirstKitFlag PIC X VALUE 'Y'.
            88 NoKitYet VALUE 'Y'.
            02 PrnReorder PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnFlag PIC X(10).
        01 LocationLine.
            02 FILLER PIC X(4) VALUE SPACE.
            02 FILLER PIC X(3) VALUE "at ".
            02 PrnLocCode PIC X(4).
            02 FILLER PIC X(8) VALUE SPACE.
            02 PrnLocQty1 PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLocQty2 PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLocQty3 PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLocTotal PIC ZZZZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLocTransitTag PIC X(12).
            02 PrnLocTransit PIC ZZZZZ9 BLANK WHEN ZERO.
        01 FootLine.
            02 FILLER PIC X(19) VALUE "PRODUCTS LISTED : ".
            02 PrnProductCount PIC ZZZZ9.
            88 BomFileOpenOK VALUE "00".
        01 StatusReportStatus PIC XX.
            88 StatusReportOpenOK VALUE "00".
        01 LocStockFileStatus PIC XX.
            88 LocStockFileOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartStatus.
        *> Stock status report - on-hand by size for every product with
        *> a REORDER flag on anything at or below its reorder point, so
        *> "do we have it" no longer means walking to the warehouse.
        *> Under each product the stock is broken out by location from
        *> LocStock.dat, with anything in transit to that location;
        *> the product line itself stays the company-wide total.
        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                StatusReportStatus
            STOP RUN
        END-IF.
        MOVE 'N' TO LocStockAvail.
        OPEN INPUT LocStockFile.
        IF LocStockFileOpenOK
            SET LocStockFileOnHand TO TRUE
        END-IF.
        WRITE PrintLine FROM Heads.
        READ ProductMaster NEXT RECORD
            AT END SET NoMoreProducts TO TRUE
        MOVE ReorderCount TO PrnReorderCount
        WRITE PrintLine FROM FootLine AFTER ADVANCING 2 LINES.
        PERFORM PrintBuildableKits.
        IF LocStockFileOnHand
            CLOSE LocStockFile
        END-IF.
        CLOSE ProductMaster, StatusReport.
        DISPLAY "Status complete - see StockStat.rpt".
        STOP RUN.
            ADD 1 TO ReorderCount
        END-IF
        WRITE PrintLine FROM StatusLine AFTER ADVANCING 1 LINE
        IF LocStockFileOnHand
            PERFORM PrintLocationLines
        END-IF
        READ ProductMaster NEXT RECORD
            AT END SET NoMoreProducts TO TRUE
        END-READ.

    PrintLocationLines.
        MOVE 'N' TO LocStockEOF
        MOVE PMProdCode TO LsProdCode
        MOVE LOW-VALUES TO LsLocation
        START LocStockFile KEY IS NOT LESS THAN LsKey
            INVALID KEY SET NoMoreLocStock TO TRUE
        END-START
        PERFORM PrintNextLocation UNTIL NoMoreLocStock.

    PrintNextLocation.
        READ LocStockFile NEXT RECORD
            AT END SET NoMoreLocStock TO TRUE
            NOT AT END
                IF LsProdCode NOT = PMProdCode
                    SET NoMoreLocStock TO TRUE
                ELSE
                    PERFORM PrintOneLocation
                END-IF
        END-READ.

    PrintOneLocation.
        COMPUTE LocTotal = LsQtyOnHand(1) + LsQtyOnHand(2)
            + LsQtyOnHand(3)
        COMPUTE LocTransitTotal = LsInTransit(1) + LsInTransit(2)
            + LsInTransit(3)
        MOVE SPACES TO PrnLocTransitTag
        MOVE LsLocation TO PrnLocCode
        MOVE LsQtyOnHand(1) TO PrnLocQty1
        MOVE LsQtyOnHand(2) TO PrnLocQty2
        MOVE LsQtyOnHand(3) TO PrnLocQty3
        MOVE LocTotal TO PrnLocTotal
        MOVE LocTransitTotal TO PrnLocTransit
        IF LocTransitTotal > ZERO
            MOVE "in transit " TO PrnLocTransitTag
        END-IF
        WRITE PrintLine FROM LocationLine AFTER ADVANCING 1 LINE.

    PrintBuildableKits.
        *> Walks BillOfMtl.dat in kit order and reports how many of
        *> each kit the component stock can build - the tightest
