       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. slowmove.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ProductMaster ASSIGN TO "product.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.
        SELECT OPTIONAL LedgerFile ASSIGN TO "StockLedger.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LedgerFileStatus.
        SELECT OPTIONAL PromoFile ASSIGN TO "Promos.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PromoProdCode
            FILE STATUS IS PromoFileStatus.
        SELECT SlowReport ASSIGN TO "SlowMove.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SlowReportStatus.
        SELECT SortWorkFile ASSIGN TO "slowsort.tmp".

DATA DIVISION.
    FILE SECTION.
        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD LedgerFile.
        01 LedgerData.
            COPY STKLEDG.

        FD PromoFile.
        01 PromoData.
            COPY PROMOREC.

        FD SlowReport.
        01 PrintLine PIC X(132).

        SD SortWorkFile.
        01 SortRecord.
            02 SlKey.
                03 SlProdCode PIC 9(5).
                03 SlSizeSlot PIC 9.
            02 SlDate PIC X(8).
            02 SlType PIC X.
                88 SlIsReceipt VALUE "R".
            02 SlQty PIC 9(5).
    WORKING-STORAGE SECTION.
        01 ProductEOF PIC X VALUE 'N'.
            88 NoMoreProducts VALUE 'Y'.
        01 LedgerEOF PIC X VALUE 'N'.
            88 NoMoreLedger VALUE 'Y'.
        01 SortEOF PIC X VALUE 'N'.
            88 NoMoreSorted VALUE 'Y'.
        01 PromoExists PIC X.
        01 CurrKey.
            02 CurrProdCode PIC 9(5).
            02 CurrSlot PIC 9.
        01 SlotIdx PIC 9 VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 RunDateInt PIC 9(7) COMP.
        01 CutoffDate PIC X(8).
        01 CutoffDateInt PIC 9(7) COMP.
        01 LastMoveInt PIC 9(7) COMP.
        01 EntryRate PIC X(6).
        01 CarryRate PIC 9(2)V9 VALUE 25.
        01 LastRecvDate PIC X(8).
        01 LastIssueDate PIC X(8).
        01 LastMoveDate PIC X(8).
        01 IssuedQty PIC 9(7) VALUE ZERO.
        01 DaysIdle PIC 9(5) VALUE ZERO.
        01 MonthsSupply PIC 9(4)V9 VALUE ZERO.
        01 ItemValue PIC 9(9)V99 VALUE ZERO.
        01 CarryCost PIC 9(9)V99 VALUE ZERO.
        01 BandIdx PIC 9 VALUE ZERO.
      *> No-movement bands - under 90 days, 90 to 179, 180 to 364,
      *> and a year or more (including never moved)
        01 BandTable.
            02 BandEntry OCCURS 4 TIMES.
                03 BandLines PIC 9(5).
                03 BandUnits PIC 9(7).
                03 BandValue PIC 9(11)V99.
                03 BandCarry PIC 9(11)V99.
        01 BandNames.
            02 FILLER PIC X(16) VALUE "UNDER 90 DAYS   ".
            02 FILLER PIC X(16) VALUE "90-179 DAYS     ".
            02 FILLER PIC X(16) VALUE "180-364 DAYS    ".
            02 FILLER PIC X(16) VALUE "365 DAYS OR MORE".
        01 FILLER REDEFINES BandNames.
            02 BandName PIC X(16) OCCURS 4 TIMES.
        01 BandCodes PIC X(20) VALUE "<90  90+  180+ 365+ ".
        01 FILLER REDEFINES BandCodes.
            02 BandCode PIC X(5) OCCURS 4 TIMES.
        01 GrandValue PIC 9(11)V99 VALUE ZERO.
        01 GrandCarry PIC 9(11)V99 VALUE ZERO.
        01 IdleValue PIC 9(11)V99 VALUE ZERO.
        01 LineCount PIC 9(5) VALUE ZERO.
      *> Stock idle 180 days or more with no markdown running or
      *> booked on Promos.dat - listed after the totals
        01 PromoTable.
            02 PromoEntry OCCURS 300 TIMES.
                03 TabPcProdCode PIC 9(5).
                03 TabPcProdName PIC X(10).
                03 TabPcSize PIC X.
                03 TabPcOnHand PIC 9(5).
                03 TabPcDaysIdle PIC X(5).
                03 TabPcValue PIC 9(9)V99.
        01 PromoCount PIC 9(3) VALUE ZERO.
            88 PromoTableFull VALUE 300.
        01 PromoOverflow PIC 9(5) VALUE ZERO.
        01 PcIdx PIC 9(3) VALUE ZERO.
        01 PageHeading.
            02 FILLER PIC X(40) VALUE "SLOW-MOVING AND DEAD STOCK - RUN DATE ".
            02 PrnRunDate PIC X(8).
            02 FILLER PIC X(27) VALUE "   SALES RATE ISSUES SINCE ".
            02 PrnCutoffDate PIC X(8).
            02 FILLER PIC X(22) VALUE "   CARRYING COST/YR % ".
            02 PrnCarryRate PIC Z9.9.
        01 Heads PIC X(132) VALUE
            "Code   Name       Sz  On Hand  Last Rcpt  Last Issue  Days Idle  Issued 12M  Mos Supply  Unit Cost       Value    Carry/Yr  Band".
        01 SlowLine.
            02 PrnProdCode PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnProdName PIC X(10).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnSize PIC X.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnOnHand PIC ZZZZ9.
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnLastRecv PIC X(8).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnLastIssue PIC X(8).
            02 FILLER PIC X(6) VALUE SPACE.
            02 PrnDaysIdle PIC X(5).
            02 FILLER PIC X(5) VALUE SPACE.
            02 PrnIssued PIC Z,ZZZ,ZZ9.
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnMonths PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnUnitCost PIC Z,ZZ9.99.
            02 FILLER PIC X(1) VALUE SPACE.
            02 PrnValue PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCarry PIC ZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnBand PIC X(7).
        01 PrnEditDays PIC ZZZZ9.
        01 PrnEditMonths PIC ZZZ9.9.
        01 BandTotalLine.
            02 PrnBandName PIC X(16).
            02 FILLER PIC X(10) VALUE "   LINES  ".
            02 PrnBandLines PIC ZZZZ9.
            02 FILLER PIC X(10) VALUE "   UNITS  ".
            02 PrnBandUnits PIC Z,ZZZ,ZZ9.
            02 FILLER PIC X(10) VALUE "   VALUE  ".
            02 PrnBandValue PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(16) VALUE "   CARRY/YEAR  ".
            02 PrnBandCarry PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 GrandLine.
            02 FILLER PIC X(29) VALUE "TOTAL ON THE SHELVES AT COST ".
            02 PrnGrandValue PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(16) VALUE "   CARRY/YEAR  ".
            02 PrnGrandCarry PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 IdleLine.
            02 FILLER PIC X(29) VALUE "OF WHICH IDLE 90 DAYS OR MORE".
            02 PrnIdleValue PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 PromoHeading PIC X(132) VALUE
            "PROMO CANDIDATES - IDLE 180 DAYS OR MORE, NOTHING ON PROMOS.DAT".
        01 PromoHeads PIC X(132) VALUE
            "Code   Name       Sz  On Hand  Days Idle        Value".
        01 PromoLine.
            02 PrnPcProdCode PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnPcProdName PIC X(10).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnPcSize PIC X.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnPcOnHand PIC ZZZZ9.
            02 FILLER PIC X(6) VALUE SPACE.
            02 PrnPcDaysIdle PIC X(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnPcValue PIC ZZZ,ZZZ,ZZ9.99.
        01 FootNote1 PIC X(132) VALUE
            "Days Idle - since the later of the last receipt and last issue (I, S, K, B rows); NEVER counts as a year or more.".
        01 FootNote2 PIC X(132) VALUE
            "Mos Supply - on hand over the last 12 months' issues per month.  Value - on hand at PMUnitCost.".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 LedgerFileStatus PIC XX.
            88 LedgerFileOpenOK VALUE "00".
        01 PromoFileStatus PIC XX.
            88 PromoFileOpenOK VALUE "00".
        01 SlowReportStatus PIC XX.
            88 SlowReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartSlow.
        *> Slow-moving and dead stock. Every product and size on the
        *> master with its last receipt and last issue off
        *> StockLedger.dat, the days since either, months of supply at
        *> the last twelve months' rate of issue, and the stock's
        *> value at PMUnitCost with what it costs a year to carry at
        *> the rate keyed. Lines are banded by days without movement -
        *> under 90, 90, 180, a year - and the band totals show how
        *> much cash sits on the shelves. Stock idle 180 days or more
        *> with no markdown running or booked on Promos.dat is listed
        *> last as the candidates for one.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        COMPUTE RunDateInt = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunDate)).
        COMPUTE CutoffDateInt = RunDateInt - 365.
        MOVE FUNCTION DATE-OF-INTEGER(CutoffDateInt) TO CutoffDate.
        DISPLAY "Carrying cost % a year (blank = 25) : "
            WITH NO ADVANCING.
        MOVE SPACES TO EntryRate.
        ACCEPT EntryRate.
        IF EntryRate NOT = SPACES
            IF FUNCTION TEST-NUMVAL(EntryRate) = ZERO
                COMPUTE CarryRate = FUNCTION NUMVAL(EntryRate)
            ELSE
                DISPLAY "Not a number - 25% used"
            END-IF
        END-IF.

        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            STOP RUN
        END-IF.
        OPEN INPUT PromoFile.
        OPEN OUTPUT SlowReport.
        IF NOT SlowReportOpenOK
            DISPLAY "Unable to open SlowMove.rpt - status "
                SlowReportStatus
            STOP RUN
        END-IF.
        MOVE ZERO TO BandLines(1), BandLines(2), BandLines(3),
            BandLines(4), BandUnits(1), BandUnits(2), BandUnits(3),
            BandUnits(4), BandValue(1), BandValue(2), BandValue(3),
            BandValue(4), BandCarry(1), BandCarry(2), BandCarry(3),
            BandCarry(4).

        MOVE RunDate TO PrnRunDate
        MOVE CutoffDate TO PrnCutoffDate
        MOVE CarryRate TO PrnCarryRate
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        WRITE PrintLine.

        SORT SortWorkFile ON ASCENDING KEY SlProdCode, SlSizeSlot
            ON ASCENDING KEY SlDate
            INPUT PROCEDURE IS ReleaseLedgerRows
            OUTPUT PROCEDURE IS ReportProducts.

        MOVE SPACES TO PrintLine
        WRITE PrintLine.
        PERFORM PrintBandTotal VARYING BandIdx FROM 1 BY 1
            UNTIL BandIdx > 4.
        MOVE GrandValue TO PrnGrandValue
        MOVE GrandCarry TO PrnGrandCarry
        WRITE PrintLine FROM GrandLine AFTER ADVANCING 2 LINES
        COMPUTE IdleValue = BandValue(2) + BandValue(3) + BandValue(4)
        MOVE IdleValue TO PrnIdleValue
        WRITE PrintLine FROM IdleLine AFTER ADVANCING 1 LINE

        WRITE PrintLine FROM PromoHeading AFTER ADVANCING 3 LINES
        WRITE PrintLine FROM PromoHeads AFTER ADVANCING 2 LINES
        PERFORM PrintPromoCandidate VARYING PcIdx FROM 1 BY 1
            UNTIL PcIdx > PromoCount.
        IF PromoOverflow > ZERO
            MOVE SPACES TO PrintLine
            STRING "TABLE FULL - " PromoOverflow
                " MORE CANDIDATES NOT LISTED" DELIMITED BY SIZE
                INTO PrintLine
            WRITE PrintLine AFTER ADVANCING 1 LINE
        END-IF
        WRITE PrintLine FROM FootNote1 AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM FootNote2 AFTER ADVANCING 1 LINE.
        CLOSE ProductMaster, PromoFile, SlowReport.
        DISPLAY LineCount " product sizes listed, " PromoCount
            " promo candidates - see SlowMove.rpt".
        STOP RUN.

    ReleaseLedgerRows.
        *> Receipts and the outward movements that are demand
        OPEN INPUT LedgerFile
        IF NOT LedgerFileOpenOK
            DISPLAY "No StockLedger.dat yet - every product shows as "
                "never moved"
            SET NoMoreLedger TO TRUE
        ELSE
            READ LedgerFile
                AT END SET NoMoreLedger TO TRUE
            END-READ
        END-IF
        PERFORM ReleaseOneRow UNTIL NoMoreLedger
        CLOSE LedgerFile.

    ReleaseOneRow.
        IF LgType = "R" OR LgType = "I" OR LgType = "S"
            OR LgType = "K" OR LgType = "B"
            MOVE LgProdCode TO SlProdCode
            MOVE LgSizeSlot TO SlSizeSlot
            MOVE LgDate TO SlDate
            MOVE LgType TO SlType
            MOVE LgQty TO SlQty
            RELEASE SortRecord
        END-IF
        READ LedgerFile
            AT END SET NoMoreLedger TO TRUE
        END-READ.

    ReportProducts.
        *> The sorted ledger rows and the master, both in product and
        *> size order, matched as one pass
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN
        MOVE LOW-VALUES TO PMProdCode
        START ProductMaster KEY IS NOT LESS THAN PMProdCode
            INVALID KEY SET NoMoreProducts TO TRUE
        END-START
        PERFORM ReportOneProduct UNTIL NoMoreProducts.

    ReportOneProduct.
        READ ProductMaster NEXT RECORD
            AT END SET NoMoreProducts TO TRUE
            NOT AT END
                PERFORM ReportOneSize VARYING SlotIdx FROM 1 BY 1
                    UNTIL SlotIdx > 3
        END-READ.

    ReportOneSize.
        IF PMSizes(SlotIdx:1) = SPACE
            EXIT PARAGRAPH
        END-IF
        MOVE PMProdCode TO CurrProdCode
        MOVE SlotIdx TO CurrSlot
        MOVE SPACES TO LastRecvDate, LastIssueDate
        MOVE ZERO TO IssuedQty
        *> Rows for products or sizes no longer on the master
        PERFORM ReturnNextSorted UNTIL NoMoreSorted
            OR SlKey NOT < CurrKey
        PERFORM TakeSortedRow UNTIL NoMoreSorted
            OR SlKey NOT = CurrKey
        PERFORM PrintOneSize.

    TakeSortedRow.
        IF SlIsReceipt
            MOVE SlDate TO LastRecvDate
        ELSE
            MOVE SlDate TO LastIssueDate
            IF SlDate NOT < CutoffDate
                ADD SlQty TO IssuedQty
                    ON SIZE ERROR MOVE 9999999 TO IssuedQty
                END-ADD
            END-IF
        END-IF
        PERFORM ReturnNextSorted.

    ReturnNextSorted.
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN.

    PrintOneSize.
        ADD 1 TO LineCount
        MOVE SPACES TO SlowLine
        MOVE PMProdCode TO PrnProdCode
        MOVE PMProdName TO PrnProdName
        MOVE PMSizes(SlotIdx:1) TO PrnSize
        MOVE PMQtyOnHand(SlotIdx) TO PrnOnHand
        MOVE LastRecvDate TO PrnLastRecv
        MOVE LastIssueDate TO PrnLastIssue
        IF LastRecvDate > LastIssueDate
            MOVE LastRecvDate TO LastMoveDate
        ELSE
            MOVE LastIssueDate TO LastMoveDate
        END-IF
        IF LastMoveDate = SPACES OR LastMoveDate IS NOT NUMERIC
            MOVE "NEVER" TO PrnDaysIdle
            MOVE 99999 TO DaysIdle
        ELSE
            COMPUTE LastMoveInt =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LastMoveDate))
            IF LastMoveInt > RunDateInt
                MOVE ZERO TO DaysIdle
            ELSE
                COMPUTE DaysIdle = RunDateInt - LastMoveInt
            END-IF
            MOVE DaysIdle TO PrnEditDays
            MOVE PrnEditDays TO PrnDaysIdle
        END-IF
        EVALUATE TRUE
            WHEN DaysIdle < 90 MOVE 1 TO BandIdx
            WHEN DaysIdle < 180 MOVE 2 TO BandIdx
            WHEN DaysIdle < 365 MOVE 3 TO BandIdx
            WHEN OTHER MOVE 4 TO BandIdx
        END-EVALUATE
        MOVE IssuedQty TO PrnIssued
        IF IssuedQty = ZERO
            IF PMQtyOnHand(SlotIdx) > ZERO
                MOVE "NO SALES" TO PrnMonths
            ELSE
                MOVE SPACES TO PrnMonths
            END-IF
        ELSE
            COMPUTE MonthsSupply ROUNDED =
                PMQtyOnHand(SlotIdx) * 12 / IssuedQty
                ON SIZE ERROR MOVE 9999.9 TO MonthsSupply
            END-COMPUTE
            MOVE MonthsSupply TO PrnEditMonths
            MOVE PrnEditMonths TO PrnMonths
        END-IF
        COMPUTE ItemValue = PMQtyOnHand(SlotIdx) * PMUnitCost
        COMPUTE CarryCost ROUNDED = ItemValue * CarryRate / 100
        MOVE PMUnitCost TO PrnUnitCost
        MOVE ItemValue TO PrnValue
        MOVE CarryCost TO PrnCarry
        MOVE BandCode(BandIdx) TO PrnBand
        WRITE PrintLine FROM SlowLine AFTER ADVANCING 1 LINE
        ADD 1 TO BandLines(BandIdx)
        ADD PMQtyOnHand(SlotIdx) TO BandUnits(BandIdx)
        ADD ItemValue TO BandValue(BandIdx), GrandValue
        ADD CarryCost TO BandCarry(BandIdx), GrandCarry
        IF BandIdx > 2 AND PMQtyOnHand(SlotIdx) > ZERO
            PERFORM NotePromoCandidate
        END-IF.

    NotePromoCandidate.
        *> A markdown still running or booked for later already has
        *> the stock in hand
        MOVE 'N' TO PromoExists
        IF PromoFileOpenOK
            MOVE PMProdCode TO PromoProdCode
            READ PromoFile
                INVALID KEY MOVE 'N' TO PromoExists
                NOT INVALID KEY
                    IF PromoEnd NOT < RunDate
                        MOVE 'Y' TO PromoExists
                    END-IF
            END-READ
        END-IF
        IF PromoExists = 'Y'
            EXIT PARAGRAPH
        END-IF
        IF PromoTableFull
            ADD 1 TO PromoOverflow
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO PromoCount
        MOVE PMProdCode TO TabPcProdCode(PromoCount)
        MOVE PMProdName TO TabPcProdName(PromoCount)
        MOVE PMSizes(SlotIdx:1) TO TabPcSize(PromoCount)
        MOVE PMQtyOnHand(SlotIdx) TO TabPcOnHand(PromoCount)
        MOVE PrnDaysIdle TO TabPcDaysIdle(PromoCount)
        MOVE ItemValue TO TabPcValue(PromoCount).

    PrintBandTotal.
        MOVE BandName(BandIdx) TO PrnBandName
        MOVE BandLines(BandIdx) TO PrnBandLines
        MOVE BandUnits(BandIdx) TO PrnBandUnits
        MOVE BandValue(BandIdx) TO PrnBandValue
        MOVE BandCarry(BandIdx) TO PrnBandCarry
        WRITE PrintLine FROM BandTotalLine AFTER ADVANCING 1 LINE.

    PrintPromoCandidate.
        MOVE TabPcProdCode(PcIdx) TO PrnPcProdCode
        MOVE TabPcProdName(PcIdx) TO PrnPcProdName
        MOVE TabPcSize(PcIdx) TO PrnPcSize
        MOVE TabPcOnHand(PcIdx) TO PrnPcOnHand
        MOVE TabPcDaysIdle(PcIdx) TO PrnPcDaysIdle
        MOVE TabPcValue(PcIdx) TO PrnPcValue
        WRITE PrintLine FROM PromoLine AFTER ADVANCING 1 LINE.
