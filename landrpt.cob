       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. landrpt.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LandCostFile ASSIGN TO "LandCost.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LandCostFileStatus.
        SELECT ProductMaster ASSIGN TO "product.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.
        SELECT LandReport ASSIGN TO "LandCost.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LandReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD LandCostFile.
        01 LandCostData.
            COPY LANDCOST.

        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD LandReport.
        01 PrintLine PIC X(120).
    WORKING-STORAGE SECTION.
        01 LandEOF PIC X VALUE 'N'.
            88 NoMoreLand VALUE 'Y'.
        01 ProdExists PIC X.
        01 EntryPoNum PIC 9(5).
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
      *> Allocation rows in PO, receipt date, line order - the sort key
      *> is the leading group so entries compare as one string
        01 LandTable.
            02 LandEntry OCCURS 500 TIMES.
                03 TabLrKey.
                    04 TabLrPoNum PIC 9(5).
                    04 TabLrRecvDate PIC X(8).
                    04 TabLrLineNum PIC 9(3).
                    04 TabLrAllocDate PIC X(8).
                03 TabLrRef PIC X(10).
                03 TabLrProdCode PIC 9(5).
                03 TabLrQty PIC 9(5).
                03 TabLrBasis PIC X.
                03 TabLrVendorCost PIC 9(4)V99.
                03 TabLrFreight PIC 9(7)V99.
                03 TabLrDuty PIC 9(7)V99.
                03 TabLrBrokerage PIC 9(7)V99.
                03 TabLrLanded PIC 9(4)V99.
        01 LandCount PIC 9(3) VALUE ZERO.
            88 LandTableFull VALUE 500.
        01 SkippedCount PIC 9(5) VALUE ZERO.
        01 SwapLandEntry PIC X(84).
        01 Idx PIC 9(3) VALUE ZERO.
        01 Jdx PIC 9(3) VALUE ZERO.
        01 CurrPoNum PIC 9(5).
        01 CurrRecvDate PIC X(8).
        01 RecvFreight PIC 9(7)V99 VALUE ZERO.
        01 RecvDuty PIC 9(7)V99 VALUE ZERO.
        01 RecvBrokerage PIC 9(7)V99 VALUE ZERO.
        01 GrandFreight PIC 9(7)V99 VALUE ZERO.
        01 GrandDuty PIC 9(7)V99 VALUE ZERO.
        01 GrandBrokerage PIC 9(7)V99 VALUE ZERO.
        01 ReceiptCount PIC 9(5) VALUE ZERO.
        01 PageHeading.
            02 FILLER PIC X(31) VALUE "LANDED COST BY RECEIPT - PO    ".
            02 PrnSelection PIC X(5).
            02 FILLER PIC X(12) VALUE "   RUN DATE ".
            02 PrnRunDate PIC X(8).
        01 Heads PIC X(120) VALUE
            "Line  Product    Qty  B  Charge Ref  Allocated  Vend Cost    Freight       Duty  Brokerage  Landed Cost  Master Cost".
        01 ReceiptHeading.
            02 FILLER PIC X(3) VALUE "PO ".
            02 PrnPoNum PIC 9(5).
            02 FILLER PIC X(13) VALUE "  RECEIVED   ".
            02 PrnRecvDate PIC X(8).
        01 DetailLine.
            02 PrnLineNum PIC ZZ9.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnProdCode PIC 9(5).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnQty PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnBasis PIC X.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnRef PIC X(10).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAllocDate PIC X(8).
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnVendorCost PIC ZZZ9.99.
            02 FILLER PIC X(1) VALUE SPACE.
            02 PrnFreight PIC ZZZZZZ9.99.
            02 FILLER PIC X(1) VALUE SPACE.
            02 PrnDuty PIC ZZZZZZ9.99.
            02 FILLER PIC X(1) VALUE SPACE.
            02 PrnBrokerage PIC ZZZZZZ9.99.
            02 FILLER PIC X(6) VALUE SPACE.
            02 PrnLanded PIC ZZZ9.99.
            02 FILLER PIC X(6) VALUE SPACE.
            02 PrnMasterCost PIC X(7).
        01 TotalLine.
            02 PrnTotalLabel PIC X(25).
            02 FILLER PIC X(33) VALUE SPACE.
            02 PrnTotFreight PIC ZZZZZZ9.99.
            02 FILLER PIC X(1) VALUE SPACE.
            02 PrnTotDuty PIC ZZZZZZ9.99.
            02 FILLER PIC X(1) VALUE SPACE.
            02 PrnTotBrokerage PIC ZZZZZZ9.99.
            02 FILLER PIC X(3) VALUE SPACE.
            02 FILLER PIC X(8) VALUE "CHARGES ".
            02 PrnTotCharges PIC Z,ZZZ,ZZ9.99.
        01 PrnMasterEdit PIC ZZZ9.99.
        01 FootNote1 PIC X(120) VALUE
            "B - basis the charges were spread on: V value, Q quantity, W weight.  Landed Cost - vendor cost plus every charge spread".
        01 FootNote2 PIC X(120) VALUE
            "on the line so far, per unit.  Master Cost - PMUnitCost now, as valued by invvalue and the margin reports.".
        01 LandCostFileStatus PIC XX.
            88 LandCostFileOpenOK VALUE "00".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 LandReportStatus PIC XX.
            88 LandReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartLandReport.
        *> Landed cost report - every allocation landcost has made,
        *> grouped by PO and receipt date, with the vendor cost the
        *> line came in at, the freight, duty and brokerage spread onto
        *> it, and the landed unit cost that went onto the master. The
        *> product's current master cost is shown alongside so the
        *> valuation and margin figures can be tied back to a receipt.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        DISPLAY "PO number (0 = all POs) : " WITH NO ADVANCING.
        ACCEPT EntryPoNum.
        IF EntryPoNum IS NOT NUMERIC
            MOVE ZERO TO EntryPoNum
        END-IF.
        OPEN INPUT LandCostFile.
        IF NOT LandCostFileOpenOK
            DISPLAY "No LandCost.dat yet - run landcost first"
            STOP RUN
        END-IF.
        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT LandReport.
        IF NOT LandReportOpenOK
            DISPLAY "Unable to open LandCost.rpt - status "
                LandReportStatus
            STOP RUN
        END-IF.

        READ LandCostFile
            AT END SET NoMoreLand TO TRUE
        END-READ.
        PERFORM LoadOneAllocation UNTIL NoMoreLand.
        CLOSE LandCostFile.

        PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx >= LandCount
            PERFORM VARYING Jdx FROM 1 BY 1 UNTIL Jdx > LandCount - Idx
                IF TabLrKey(Jdx) > TabLrKey(Jdx + 1)
                    MOVE LandEntry(Jdx) TO SwapLandEntry
                    MOVE LandEntry(Jdx + 1) TO LandEntry(Jdx)
                    MOVE SwapLandEntry TO LandEntry(Jdx + 1)
                END-IF
            END-PERFORM
        END-PERFORM.

        IF EntryPoNum = ZERO
            MOVE "ALL" TO PrnSelection
        ELSE
            MOVE EntryPoNum TO PrnSelection
        END-IF
        MOVE RunDate TO PrnRunDate
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE ZERO TO CurrPoNum
        MOVE SPACES TO CurrRecvDate
        PERFORM PrintOneAllocation VARYING Idx FROM 1 BY 1
            UNTIL Idx > LandCount.
        IF LandCount > ZERO
            PERFORM PrintReceiptTotal
        END-IF.

        MOVE "ALL RECEIPTS" TO PrnTotalLabel
        MOVE GrandFreight TO PrnTotFreight
        MOVE GrandDuty TO PrnTotDuty
        MOVE GrandBrokerage TO PrnTotBrokerage
        COMPUTE PrnTotCharges = GrandFreight + GrandDuty + GrandBrokerage
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
        IF SkippedCount > ZERO
            MOVE SPACES TO PrintLine
            STRING "TABLE FULL - " SkippedCount
                " ALLOCATION ROWS NOT LISTED" DELIMITED BY SIZE
                INTO PrintLine
            WRITE PrintLine AFTER ADVANCING 1 LINE
        END-IF
        WRITE PrintLine FROM FootNote1 AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM FootNote2 AFTER ADVANCING 1 LINE.
        CLOSE ProductMaster, LandReport.
        DISPLAY ReceiptCount " receipts listed - see LandCost.rpt".
        STOP RUN.

    LoadOneAllocation.
        IF EntryPoNum = ZERO OR LcPoNum = EntryPoNum
            IF LandTableFull
                ADD 1 TO SkippedCount
            ELSE
                ADD 1 TO LandCount
                MOVE LcPoNum TO TabLrPoNum(LandCount)
                MOVE LcRecvDate TO TabLrRecvDate(LandCount)
                MOVE LcLineNum TO TabLrLineNum(LandCount)
                MOVE LcAllocDate TO TabLrAllocDate(LandCount)
                MOVE LcRef TO TabLrRef(LandCount)
                MOVE LcProdCode TO TabLrProdCode(LandCount)
                MOVE LcQty TO TabLrQty(LandCount)
                MOVE LcBasis TO TabLrBasis(LandCount)
                MOVE LcVendorCost TO TabLrVendorCost(LandCount)
                MOVE LcFreight TO TabLrFreight(LandCount)
                MOVE LcDuty TO TabLrDuty(LandCount)
                MOVE LcBrokerage TO TabLrBrokerage(LandCount)
                MOVE LcLandedCost TO TabLrLanded(LandCount)
            END-IF
        END-IF
        READ LandCostFile
            AT END SET NoMoreLand TO TRUE
        END-READ.

    PrintOneAllocation.
        IF TabLrPoNum(Idx) NOT = CurrPoNum
            OR TabLrRecvDate(Idx) NOT = CurrRecvDate
            IF Idx > 1
                PERFORM PrintReceiptTotal
            END-IF
            MOVE TabLrPoNum(Idx) TO CurrPoNum, PrnPoNum
            MOVE TabLrRecvDate(Idx) TO CurrRecvDate, PrnRecvDate
            WRITE PrintLine FROM ReceiptHeading AFTER ADVANCING 2 LINES
            ADD 1 TO ReceiptCount
        END-IF
        MOVE TabLrLineNum(Idx) TO PrnLineNum
        MOVE TabLrProdCode(Idx) TO PrnProdCode
        MOVE TabLrQty(Idx) TO PrnQty
        MOVE TabLrBasis(Idx) TO PrnBasis
        MOVE TabLrRef(Idx) TO PrnRef
        MOVE TabLrAllocDate(Idx) TO PrnAllocDate
        MOVE TabLrVendorCost(Idx) TO PrnVendorCost
        MOVE TabLrFreight(Idx) TO PrnFreight
        MOVE TabLrDuty(Idx) TO PrnDuty
        MOVE TabLrBrokerage(Idx) TO PrnBrokerage
        MOVE TabLrLanded(Idx) TO PrnLanded
        MOVE 'Y' TO ProdExists
        MOVE TabLrProdCode(Idx) TO PMProdCode
        READ ProductMaster
            INVALID KEY MOVE 'N' TO ProdExists
        END-READ
        IF ProdExists = 'Y'
            MOVE PMUnitCost TO PrnMasterEdit
            MOVE PrnMasterEdit TO PrnMasterCost
        ELSE
            MOVE "    n/a" TO PrnMasterCost
        END-IF
        WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
        ADD TabLrFreight(Idx) TO RecvFreight, GrandFreight
        ADD TabLrDuty(Idx) TO RecvDuty, GrandDuty
        ADD TabLrBrokerage(Idx) TO RecvBrokerage, GrandBrokerage.

    PrintReceiptTotal.
        MOVE "  RECEIPT TOTAL" TO PrnTotalLabel
        MOVE RecvFreight TO PrnTotFreight
        MOVE RecvDuty TO PrnTotDuty
        MOVE RecvBrokerage TO PrnTotBrokerage
        COMPUTE PrnTotCharges = RecvFreight + RecvDuty + RecvBrokerage
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
        MOVE ZERO TO RecvFreight, RecvDuty, RecvBrokerage.
