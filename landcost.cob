       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. landcost.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RecvLogFile ASSIGN TO "RecvLog.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RecvLogFileStatus.
        SELECT OPTIONAL LandCostFile ASSIGN TO "LandCost.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LandCostFileStatus.
        SELECT ProductMaster ASSIGN TO "product.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.
        SELECT OPTIONAL CostHistFile ASSIGN TO "CostHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CostHistFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD RecvLogFile.
        01 RecvLogData.
            COPY RCVLOG.

        FD LandCostFile.
        01 LandCostData.
            COPY LANDCOST.

        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD CostHistFile.
        01 CostHistRecord.
            COPY PRCHIST REPLACING PhProdCode BY ChProdCode,
                PhOldPrice BY ChOldCost,
                PhNewPrice BY ChNewCost,
                PhDate BY ChDate,
                PhSource BY ChSource.
    WORKING-STORAGE SECTION.
        01 MorePOs PIC X VALUE 'Y'.
            88 NoMorePOEntry VALUE 'N'.
        01 RecvEOF PIC X VALUE 'N'.
            88 NoMoreRecv VALUE 'Y'.
        01 LandEOF PIC X VALUE 'N'.
            88 NoMoreLand VALUE 'Y'.
        01 ProdExists PIC X.
        01 EntryPoNum PIC 9(5).
        01 EntryRecvDate PIC X(8).
        01 EntryRef PIC X(10).
        01 EntryAmt PIC X(10).
        01 EntryWeight PIC X(10).
        01 EntryBasis PIC X.
            88 BasisIsValid VALUE "V" "Q" "W".
        01 ConfirmReply PIC X.
            88 AllocConfirmed VALUE "Y" "y".
        01 FreightAmt PIC 9(7)V99 VALUE ZERO.
        01 DutyAmt PIC 9(7)V99 VALUE ZERO.
        01 BrokerageAmt PIC 9(7)V99 VALUE ZERO.
        01 ChargeAmt PIC 9(7)V99 VALUE ZERO.
        01 ChargeLeft PIC 9(7)V99 VALUE ZERO.
        01 ChargeShare PIC 9(7)V99 VALUE ZERO.
        01 ChargeKind PIC X.
        01 TotalBasis PIC 9(9)V99 VALUE ZERO.
        01 LandedTotal PIC 9(7)V99 VALUE ZERO.
        01 PriorCost PIC 9(4)V99.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 AllocCount PIC 9(3) VALUE ZERO.
      *> The receipt lines the charges are spread over - one entry per
      *> PO line and receipt date
        01 LandTable.
            02 LandEntry OCCURS 100 TIMES.
                03 TabLcLineNum PIC 9(3).
                03 TabLcRecvDate PIC X(8).
                03 TabLcProdCode PIC 9(5).
                03 TabLcQty PIC 9(5).
                03 TabLcVendorCost PIC 9(4)V99.
                03 TabLcWeight PIC 9(5)V99.
                03 TabLcBasisAmt PIC 9(9)V99.
                03 TabLcPrior PIC 9(7)V99.
                03 TabLcFreight PIC 9(7)V99.
                03 TabLcDuty PIC 9(7)V99.
                03 TabLcBrokerage PIC 9(7)V99.
                03 TabLcLanded PIC 9(4)V99.
        01 LandCount PIC 9(3) VALUE ZERO.
            88 LandTableFull VALUE 101 THRU 999.
        01 Idx PIC 9(3) VALUE ZERO.
        01 FoundIdx PIC 9(3) VALUE ZERO.
        01 LastBasisIdx PIC 9(3) VALUE ZERO.
        01 PrnLanded PIC ZZZ9.99.
        01 PrnVendorCost PIC ZZZ9.99.
        01 PrnCharges PIC Z,ZZZ,ZZ9.99.
        01 RecvLogFileStatus PIC XX.
            88 RecvLogFileOpenOK VALUE "00".
        01 LayAction PIC X VALUE "L".
        01 LayQty PIC 9(5) VALUE ZERO.
        01 LayBookCost PIC 9(4)V99 VALUE ZERO.
        01 LayOnHand PIC 9(6) VALUE ZERO.
        01 LayerValue PIC 9(7)V99 VALUE ZERO.
        COPY RETCODE.
        01 LandCostFileStatus PIC XX.
            88 LandCostFileOpenOK VALUE "00".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 CostHistFileStatus PIC XX.
            88 CostHistFileOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartLanded.
        *> Landed cost - freight-in, duty and brokerage for one receipt
        *> (a PO's lines received on one date) or for everything
        *> received on the PO, spread over the received lines by
        *> value, quantity, or the weights keyed off the bill of
        *> lading. Each line's landed unit cost is the vendor cost it
        *> came in at (RecvLog.dat) plus every charge spread onto it so
        *> far, and becomes PMUnitCost - so valuation, margins and the
        *> GL stock postings carry it - with the change trailed on
        *> CostHist.dat as LANDED. The receipt's FIFO cost layer is
        *> raised to the landed cost too, so what is left of it is
        *> valued and costed out at landed cost. The allocation itself
        *> is kept on LandCost.dat for landrpt.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        OPEN I-O ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            STOP RUN
        END-IF.
        PERFORM LandOnePO UNTIL NoMorePOEntry.
        CLOSE ProductMaster.
        DISPLAY AllocCount " allocations made - see landrpt".
        STOP RUN.

    LandOnePO.
        DISPLAY " "
        DISPLAY "PO number (0 to quit) : " WITH NO ADVANCING
        ACCEPT EntryPoNum
        IF EntryPoNum IS NOT NUMERIC OR EntryPoNum = ZERO
            MOVE 'N' TO MorePOs
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Receipt date (YYYYMMDD, blank = whole PO) : "
            WITH NO ADVANCING
        MOVE SPACES TO EntryRecvDate
        ACCEPT EntryRecvDate
        PERFORM LoadReceiptLines
        IF LandCount = ZERO
            DISPLAY "No receipts logged for PO " EntryPoNum
                " on that date"
            EXIT PARAGRAPH
        END-IF
        PERFORM LoadPriorCharges
        PERFORM ShowReceiptLine VARYING Idx FROM 1 BY 1
            UNTIL Idx > LandCount
        DISPLAY "Charge reference (freight bill, entry no) : "
            WITH NO ADVANCING
        MOVE SPACES TO EntryRef
        ACCEPT EntryRef
        DISPLAY "Freight-in  : " WITH NO ADVANCING
        PERFORM AcceptAmount
        MOVE ChargeAmt TO FreightAmt
        DISPLAY "Duty        : " WITH NO ADVANCING
        PERFORM AcceptAmount
        MOVE ChargeAmt TO DutyAmt
        DISPLAY "Brokerage   : " WITH NO ADVANCING
        PERFORM AcceptAmount
        MOVE ChargeAmt TO BrokerageAmt
        IF FreightAmt = ZERO AND DutyAmt = ZERO AND BrokerageAmt = ZERO
            DISPLAY "No charges keyed - nothing allocated"
            EXIT PARAGRAPH
        END-IF
        MOVE SPACE TO EntryBasis
        PERFORM UNTIL BasisIsValid
            DISPLAY "Spread by (V)alue, (Q)uantity or (W)eight : "
                WITH NO ADVANCING
            ACCEPT EntryBasis
            MOVE FUNCTION UPPER-CASE(EntryBasis) TO EntryBasis
        END-PERFORM
        MOVE ZERO TO TotalBasis, LastBasisIdx
        PERFORM SetLineBasis VARYING Idx FROM 1 BY 1
            UNTIL Idx > LandCount
        IF TotalBasis = ZERO
            DISPLAY "Nothing to spread on - no value, quantity or "
                "weight on these lines"
            EXIT PARAGRAPH
        END-IF
        MOVE "F" TO ChargeKind
        MOVE FreightAmt TO ChargeAmt
        PERFORM SpreadCharge
        MOVE "D" TO ChargeKind
        MOVE DutyAmt TO ChargeAmt
        PERFORM SpreadCharge
        MOVE "B" TO ChargeKind
        MOVE BrokerageAmt TO ChargeAmt
        PERFORM SpreadCharge
        DISPLAY " "
        DISPLAY "Line Product   Qty  Vendor Cost      Charges  Landed Cost"
        PERFORM ShowAllocatedLine VARYING Idx FROM 1 BY 1
            UNTIL Idx > LandCount
        DISPLAY "Apply these landed costs (Y/N)? " WITH NO ADVANCING
        ACCEPT ConfirmReply
        IF NOT AllocConfirmed
            DISPLAY "Allocation abandoned - nothing changed"
            EXIT PARAGRAPH
        END-IF
        OPEN EXTEND LandCostFile
        IF LandCostFileStatus NOT = "00" AND LandCostFileStatus NOT = "05"
            DISPLAY "Unable to open LandCost.dat - status "
                LandCostFileStatus
            EXIT PARAGRAPH
        END-IF
        OPEN EXTEND CostHistFile
        PERFORM ApplyOneLine VARYING Idx FROM 1 BY 1
            UNTIL Idx > LandCount
        CLOSE LandCostFile, CostHistFile
        ADD 1 TO AllocCount
        DISPLAY "Landed costs applied to PO " EntryPoNum.

    LoadReceiptLines.
        MOVE ZERO TO LandCount
        MOVE 'N' TO RecvEOF
        OPEN INPUT RecvLogFile
        IF NOT RecvLogFileOpenOK
            CLOSE RecvLogFile
            EXIT PARAGRAPH
        END-IF
        READ RecvLogFile
            AT END SET NoMoreRecv TO TRUE
        END-READ
        PERFORM LoadOneReceipt UNTIL NoMoreRecv
        CLOSE RecvLogFile.

    LoadOneReceipt.
        IF RvPoNum = EntryPoNum
            AND (EntryRecvDate = SPACES OR RvDate = EntryRecvDate)
            PERFORM FindReceiptLine
            IF FoundIdx = ZERO
                ADD 1 TO LandCount
                IF LandTableFull
                    DISPLAY "Too many receipt lines - allocate by "
                        "receipt date instead"
                    SUBTRACT 1 FROM LandCount
                    SET NoMoreRecv TO TRUE
                    EXIT PARAGRAPH
                END-IF
                MOVE LandCount TO FoundIdx
                INITIALIZE LandEntry(FoundIdx)
                MOVE RvLineNum TO TabLcLineNum(FoundIdx)
                MOVE RvDate TO TabLcRecvDate(FoundIdx)
                MOVE RvProdCode TO TabLcProdCode(FoundIdx)
            END-IF
            ADD RvQty TO TabLcQty(FoundIdx)
            MOVE RvUnitCost TO TabLcVendorCost(FoundIdx)
        END-IF
        READ RecvLogFile
            AT END SET NoMoreRecv TO TRUE
        END-READ.

    FindReceiptLine.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING Idx FROM 1 BY 1
            UNTIL Idx > LandCount OR FoundIdx > ZERO
            IF TabLcLineNum(Idx) = RvLineNum
                AND TabLcRecvDate(Idx) = RvDate
                MOVE Idx TO FoundIdx
            END-IF
        END-PERFORM.

    LoadPriorCharges.
        *> Charges already spread onto these lines stay in the landed
        *> cost - duty keyed a week after the freight adds to it
        MOVE 'N' TO LandEOF
        OPEN INPUT LandCostFile
        IF NOT LandCostFileOpenOK
            CLOSE LandCostFile
            EXIT PARAGRAPH
        END-IF
        READ LandCostFile
            AT END SET NoMoreLand TO TRUE
        END-READ
        PERFORM AddOnePrior UNTIL NoMoreLand
        CLOSE LandCostFile.

    AddOnePrior.
        IF LcPoNum = EntryPoNum
            MOVE LcLineNum TO RvLineNum
            MOVE LcRecvDate TO RvDate
            PERFORM FindReceiptLine
            IF FoundIdx > ZERO
                ADD LcFreight, LcDuty, LcBrokerage
                    TO TabLcPrior(FoundIdx)
            END-IF
        END-IF
        READ LandCostFile
            AT END SET NoMoreLand TO TRUE
        END-READ.

    ShowReceiptLine.
        MOVE TabLcVendorCost(Idx) TO PrnVendorCost
        DISPLAY "Line " TabLcLineNum(Idx) " received " TabLcRecvDate(Idx)
            " product " TabLcProdCode(Idx) " qty " TabLcQty(Idx)
            " at " PrnVendorCost.

    AcceptAmount.
        MOVE SPACES TO EntryAmt
        ACCEPT EntryAmt
        MOVE ZERO TO ChargeAmt
        IF EntryAmt NOT = SPACES
            IF FUNCTION TEST-NUMVAL(EntryAmt) = ZERO
                COMPUTE ChargeAmt = FUNCTION NUMVAL(EntryAmt)
            ELSE
                DISPLAY "Not a number - taken as zero"
            END-IF
        END-IF.

    SetLineBasis.
        EVALUATE EntryBasis
            WHEN "V"
                COMPUTE TabLcBasisAmt(Idx) =
                    TabLcQty(Idx) * TabLcVendorCost(Idx)
            WHEN "Q"
                MOVE TabLcQty(Idx) TO TabLcBasisAmt(Idx)
            WHEN "W"
                DISPLAY "Weight of line " TabLcLineNum(Idx) " product "
                    TabLcProdCode(Idx) " : " WITH NO ADVANCING
                MOVE SPACES TO EntryWeight
                ACCEPT EntryWeight
                MOVE ZERO TO TabLcWeight(Idx)
                IF EntryWeight NOT = SPACES
                    AND FUNCTION TEST-NUMVAL(EntryWeight) = ZERO
                    COMPUTE TabLcWeight(Idx) = FUNCTION NUMVAL(EntryWeight)
                END-IF
                MOVE TabLcWeight(Idx) TO TabLcBasisAmt(Idx)
        END-EVALUATE
        ADD TabLcBasisAmt(Idx) TO TotalBasis
        IF TabLcBasisAmt(Idx) > ZERO
            MOVE Idx TO LastBasisIdx
        END-IF.

    SpreadCharge.
        *> Each line's share in proportion to its basis; the last line
        *> with any basis takes the rounding so the shares add back to
        *> the charge exactly
        MOVE ChargeAmt TO ChargeLeft
        PERFORM SpreadOneLine VARYING Idx FROM 1 BY 1
            UNTIL Idx > LandCount.

    SpreadOneLine.
        IF TabLcBasisAmt(Idx) = ZERO
            EXIT PARAGRAPH
        END-IF
        COMPUTE ChargeShare ROUNDED =
            ChargeAmt * TabLcBasisAmt(Idx) / TotalBasis
        IF ChargeShare > ChargeLeft
            MOVE ChargeLeft TO ChargeShare
        END-IF
        IF Idx = LastBasisIdx
            MOVE ChargeLeft TO ChargeShare
        END-IF
        SUBTRACT ChargeShare FROM ChargeLeft
        EVALUATE ChargeKind
            WHEN "F" MOVE ChargeShare TO TabLcFreight(Idx)
            WHEN "D" MOVE ChargeShare TO TabLcDuty(Idx)
            WHEN "B" MOVE ChargeShare TO TabLcBrokerage(Idx)
        END-EVALUATE.

    ShowAllocatedLine.
        COMPUTE LandedTotal = TabLcPrior(Idx) + TabLcFreight(Idx)
            + TabLcDuty(Idx) + TabLcBrokerage(Idx)
        IF TabLcQty(Idx) > ZERO
            COMPUTE TabLcLanded(Idx) ROUNDED = TabLcVendorCost(Idx)
                + LandedTotal / TabLcQty(Idx)
                ON SIZE ERROR MOVE 9999.99 TO TabLcLanded(Idx)
            END-COMPUTE
        ELSE
            MOVE TabLcVendorCost(Idx) TO TabLcLanded(Idx)
        END-IF
        MOVE TabLcVendorCost(Idx) TO PrnVendorCost
        MOVE LandedTotal TO PrnCharges
        MOVE TabLcLanded(Idx) TO PrnLanded
        DISPLAY TabLcLineNum(Idx) "  " TabLcProdCode(Idx) "  "
            TabLcQty(Idx) "  " PrnVendorCost "  " PrnCharges "  "
            PrnLanded.

    ApplyOneLine.
        MOVE SPACES TO LandCostData
        MOVE RunDate TO LcAllocDate
        MOVE EntryRef TO LcRef
        MOVE EntryPoNum TO LcPoNum
        MOVE TabLcLineNum(Idx) TO LcLineNum
        MOVE TabLcRecvDate(Idx) TO LcRecvDate
        MOVE TabLcProdCode(Idx) TO LcProdCode
        MOVE TabLcQty(Idx) TO LcQty
        MOVE EntryBasis TO LcBasis
        MOVE TabLcWeight(Idx) TO LcWeight
        MOVE TabLcVendorCost(Idx) TO LcVendorCost
        MOVE TabLcFreight(Idx) TO LcFreight
        MOVE TabLcDuty(Idx) TO LcDuty
        MOVE TabLcBrokerage(Idx) TO LcBrokerage
        MOVE TabLcLanded(Idx) TO LcLandedCost
        WRITE LandCostData
        CALL "LAYERPOST" USING LayAction, TabLcProdCode(Idx),
            TabLcRecvDate(Idx), EntryPoNum, LayQty, TabLcLanded(Idx),
            LayBookCost, LayOnHand, LayerValue, LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Line " TabLcLineNum(Idx) " not yet posted by "
                "stockpost - its cost layer keeps the vendor cost"
        END-IF
        MOVE 'Y' TO ProdExists
        MOVE TabLcProdCode(Idx) TO PMProdCode
        READ ProductMaster
            INVALID KEY MOVE 'N' TO ProdExists
        END-READ
        IF ProdExists = 'N'
            DISPLAY "Product " TabLcProdCode(Idx)
                " is no longer on file - cost not restated"
            EXIT PARAGRAPH
        END-IF
        IF PMUnitCost = TabLcLanded(Idx)
            EXIT PARAGRAPH
        END-IF
        MOVE PMUnitCost TO PriorCost
        MOVE TabLcLanded(Idx) TO PMUnitCost
        REWRITE ProductData
            INVALID KEY
                DISPLAY "Cost was not restated for " PMProdCode "!"
                EXIT PARAGRAPH
        END-REWRITE
        IF CostHistFileStatus = "00" OR CostHistFileStatus = "05"
            MOVE SPACES TO CostHistRecord
            MOVE PMProdCode TO ChProdCode
            MOVE PriorCost TO ChOldCost
            MOVE PMUnitCost TO ChNewCost
            MOVE RunDate TO ChDate
            MOVE "LANDED" TO ChSource
            WRITE CostHistRecord
        END-IF.
