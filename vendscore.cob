       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. vendscore.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT VendorFile ASSIGN TO "Vendor.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS VendID
            FILE STATUS IS VendorFileStatus.
        SELECT POHdrFile ASSIGN TO "POHdr.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PoNum
            FILE STATUS IS POHdrFileStatus.
        SELECT PODtlFile ASSIGN TO "PODtl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PdKey
            FILE STATUS IS PODtlFileStatus.
        SELECT OPTIONAL APFile ASSIGN TO "APOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS APFileStatus.
        SELECT OPTIONAL MatchExcFile ASSIGN TO "MatchExc.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MatchExcFileStatus.
        SELECT ScoreReport ASSIGN TO "VendScore.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ScoreReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD VendorFile.
        01 VendorData.
            COPY VENDREC.

        FD POHdrFile.
        01 POHdrData.
            COPY POREC.

        FD PODtlFile.
        01 PODtlData.
            COPY PODTL.

        FD APFile.
        01 APData.
            COPY APREC.

        FD MatchExcFile.
        01 MatchExcData.
            COPY MATCHEXC.

        FD ScoreReport.
        01 PrintLine PIC X(120).
    WORKING-STORAGE SECTION.
        01 VendEOF PIC X VALUE 'N'.
            88 NoMoreVendors VALUE 'Y'.
        01 POEOF PIC X VALUE 'N'.
            88 NoMorePOs VALUE 'Y'.
        01 DtlEOF PIC X VALUE 'N'.
            88 NoMoreDtl VALUE 'Y'.
        01 APEOF PIC X VALUE 'N'.
            88 NoMoreAP VALUE 'Y'.
        01 ExcEOF PIC X VALUE 'N'.
            88 NoMoreExc VALUE 'Y'.
        01 EntryYear PIC 9(4) VALUE ZERO.
        01 EntryQuarter PIC 9 VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 RunMonth PIC 99.
        01 StartMonth PIC 99.
        01 EndMonth PIC 99.
        01 FromDate PIC X(8).
        01 ThruDate PIC X(8).
        01 LeadDays PIC S9(5) COMP.
        01 FilledQty PIC 9(5).
        01 LineIsDue PIC X.
        01 OnTimePct PIC 9(3)V9 VALUE ZERO.
        01 FillPct PIC 9(3)V9 VALUE ZERO.
        01 PriceVarPct PIC S9(3)V9 VALUE ZERO.
        01 PricePenalty PIC 9(3)V9 VALUE ZERO.
        01 AvgLead PIC 9(3)V9 VALUE ZERO.
      *> One entry per vendor on file, scored and then ranked in place
        01 ScoreTable.
            02 ScoreEntry OCCURS 200 TIMES.
                03 TabVsScore PIC S9(5)V9.
                03 TabVsVendID PIC 9(5).
                03 TabVsName PIC X(25).
                03 TabVsLines PIC 9(5).
                03 TabVsDueLines PIC 9(5).
                03 TabVsOnTime PIC 9(5).
                03 TabVsUnitsOrd PIC 9(7).
                03 TabVsUnitsFilled PIC 9(7).
                03 TabVsLeadCount PIC 9(5).
                03 TabVsLeadTotal PIC 9(7).
                03 TabVsBilled PIC 9(9)V99.
                03 TabVsExpected PIC 9(9)V99.
                03 TabVsMatchFails PIC 9(5).
                03 TabVsOnTimePct PIC 9(3)V9.
                03 TabVsFillPct PIC 9(3)V9.
                03 TabVsPriceVarPct PIC S9(3)V9.
        01 SwapScoreEntry PIC X(116).
        01 VendCount PIC 9(3) VALUE ZERO.
            88 ScoreTableFull VALUE 201 THRU 999.
        01 RankedCount PIC 9(3) VALUE ZERO.
        01 IdleCount PIC 9(3) VALUE ZERO.
        01 Idx PIC 9(3) VALUE ZERO.
        01 Jdx PIC 9(3) VALUE ZERO.
        01 FoundIdx PIC 9(3) VALUE ZERO.
        01 LookupVendID PIC 9(5).
        01 PageHeading.
            02 FILLER PIC X(26) VALUE "VENDOR SCORECARD - QUARTER".
            02 FILLER PIC X VALUE SPACE.
            02 PrnQuarter PIC 9.
            02 FILLER PIC X VALUE "/".
            02 PrnYear PIC 9(4).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnFromDate PIC X(8).
            02 FILLER PIC X(6) VALUE " THRU ".
            02 PrnThruDate PIC X(8).
            02 FILLER PIC X(12) VALUE "   RUN DATE ".
            02 PrnRunDate PIC X(8).
        01 Heads PIC X(120) VALUE
            "Rank  Vendor Name                  PO Lines  On-Time %  Fill %  Avg Lead  Price Var %  Match Fails   Score".
        01 ScoreLine.
            02 PrnRank PIC ZZ9.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnVendID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PrnVendName PIC X(20).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnLines PIC ZZZZ9.
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnOnTimePct PIC X(6).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnFillPct PIC X(6).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnAvgLead PIC X(6).
            02 FILLER PIC X(5) VALUE SPACE.
            02 PrnPriceVarPct PIC X(6).
            02 FILLER PIC X(10) VALUE SPACE.
            02 PrnMatchFails PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnScore PIC -ZZZ9.9.
        01 PctOut PIC ZZ9.9.
        01 SignedPctOut PIC -ZZ9.9.
        01 FootLine.
            02 FILLER PIC X(17) VALUE "VENDORS RANKED : ".
            02 PrnRankedCount PIC ZZ9.
            02 FILLER PIC X(30) VALUE "   NO ACTIVITY THIS QUARTER : ".
            02 PrnIdleCount PIC ZZ9.
        01 FootNote1 PIC X(120) VALUE
            "On-Time - lines due by the promised date, fully received by it.  Fill - units received (up to ordered) over ordered.".
        01 FootNote2 PIC X(120) VALUE
            "Price Var - billed less received value at master cost.  Score - average of on-time and fill, less the price".
        01 FootNote3 PIC X(120) VALUE
            "variance either way, less 5 per match failure.  Worst first; n/a counts as 100 on-time or fill.".
        01 VendorFileStatus PIC XX.
            88 VendorFileOpenOK VALUE "00".
        01 POHdrFileStatus PIC XX.
            88 POHdrFileOpenOK VALUE "00".
        01 PODtlFileStatus PIC XX.
            88 PODtlFileOpenOK VALUE "00".
        01 APFileStatus PIC XX.
            88 APFileOpenOK VALUE "00".
        01 MatchExcFileStatus PIC XX.
            88 MatchExcFileOpenOK VALUE "00".
        01 ScoreReportStatus PIC XX.
            88 ScoreReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartScorecard.
        *> Quarterly vendor scorecard, worst vendor first, so the buyer
        *> can see who to chase and who to stop using. For the PO lines
        *> raised in the quarter: how many arrived in full by the date
        *> the vendor promised (poreview), how much of what was ordered
        *> came (poreceive), and how long it took from PO to first
        *> receipt. For the bills dated in the quarter: how far the
        *> amount billed ran from the value received at master cost
        *> (vendinv), and how many bills failed the three-way match
        *> (MatchExc.dat).
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        DISPLAY "Year (0000 = this year)          : " WITH NO ADVANCING.
        ACCEPT EntryYear.
        DISPLAY "Quarter (0 = last full quarter)  : " WITH NO ADVANCING.
        ACCEPT EntryQuarter.
        PERFORM SetQuarterDates.

        OPEN INPUT VendorFile.
        IF NOT VendorFileOpenOK
            DISPLAY "Unable to open Vendor.dat - status "
                VendorFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT POHdrFile.
        IF NOT POHdrFileOpenOK
            DISPLAY "Unable to open POHdr.dat - status " POHdrFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT PODtlFile.
        IF NOT PODtlFileOpenOK
            DISPLAY "Unable to open PODtl.dat - status " PODtlFileStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT ScoreReport.
        IF NOT ScoreReportOpenOK
            DISPLAY "Unable to open VendScore.rpt - status "
                ScoreReportStatus
            STOP RUN
        END-IF.

        MOVE LOW-VALUES TO VendID.
        START VendorFile KEY IS NOT LESS THAN VendID
            INVALID KEY SET NoMoreVendors TO TRUE
        END-START.
        PERFORM LoadNextVendor UNTIL NoMoreVendors.
        CLOSE VendorFile.

        MOVE LOW-VALUES TO PoNum.
        START POHdrFile KEY IS NOT LESS THAN PoNum
            INVALID KEY SET NoMorePOs TO TRUE
        END-START.
        PERFORM TallyOnePO UNTIL NoMorePOs.
        CLOSE POHdrFile, PODtlFile.

        PERFORM TallyBills.
        PERFORM TallyMatchFailures.
        PERFORM ScoreOneVendor VARYING Idx FROM 1 BY 1
            UNTIL Idx > VendCount.

        *> Lowest score first
        PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx >= VendCount
            PERFORM VARYING Jdx FROM 1 BY 1 UNTIL Jdx > VendCount - Idx
                IF TabVsScore(Jdx) > TabVsScore(Jdx + 1)
                    MOVE ScoreEntry(Jdx) TO SwapScoreEntry
                    MOVE ScoreEntry(Jdx + 1) TO ScoreEntry(Jdx)
                    MOVE SwapScoreEntry TO ScoreEntry(Jdx + 1)
                END-IF
            END-PERFORM
        END-PERFORM.

        MOVE EntryQuarter TO PrnQuarter
        MOVE EntryYear TO PrnYear
        MOVE FromDate TO PrnFromDate
        MOVE ThruDate TO PrnThruDate
        MOVE RunDate TO PrnRunDate
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        WRITE PrintLine.
        PERFORM PrintOneVendor VARYING Idx FROM 1 BY 1
            UNTIL Idx > VendCount.

        MOVE RankedCount TO PrnRankedCount
        MOVE IdleCount TO PrnIdleCount
        WRITE PrintLine FROM FootLine AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM FootNote1 AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM FootNote2 AFTER ADVANCING 1 LINE
        WRITE PrintLine FROM FootNote3 AFTER ADVANCING 1 LINE.
        CLOSE ScoreReport.
        DISPLAY RankedCount " vendors ranked - see VendScore.rpt".
        STOP RUN.

    SetQuarterDates.
        *> The quarter runs from the first of its first month to the
        *> 31st of its last - as text that covers every day in it
        MOVE RunDate(5:2) TO RunMonth
        IF EntryYear = ZERO
            MOVE RunDate(1:4) TO EntryYear
        END-IF
        IF EntryQuarter = ZERO OR EntryQuarter > 4
            COMPUTE EntryQuarter = (RunMonth - 1) / 3
            IF EntryQuarter = ZERO
                MOVE 4 TO EntryQuarter
                SUBTRACT 1 FROM EntryYear
            END-IF
        END-IF
        COMPUTE StartMonth = EntryQuarter * 3 - 2
        COMPUTE EndMonth = EntryQuarter * 3
        MOVE EntryYear TO FromDate(1:4), ThruDate(1:4)
        MOVE StartMonth TO FromDate(5:2)
        MOVE "01" TO FromDate(7:2)
        MOVE EndMonth TO ThruDate(5:2)
        MOVE "31" TO ThruDate(7:2).

    LoadNextVendor.
        READ VendorFile NEXT RECORD
            AT END SET NoMoreVendors TO TRUE
            NOT AT END
                ADD 1 TO VendCount
                IF ScoreTableFull
                    DISPLAY "Vendor table full at vendor " VendID
                        " - raise the table size - remaining vendors "
                        "not scored"
                    SUBTRACT 1 FROM VendCount
                    SET NoMoreVendors TO TRUE
                ELSE
                    INITIALIZE ScoreEntry(VendCount)
                    MOVE VendID TO TabVsVendID(VendCount)
                    MOVE VendName TO TabVsName(VendCount)
                END-IF
        END-READ.

    FindVendor.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING Idx FROM 1 BY 1
            UNTIL Idx > VendCount OR FoundIdx > ZERO
            IF TabVsVendID(Idx) = LookupVendID
                MOVE Idx TO FoundIdx
            END-IF
        END-PERFORM.

    TallyOnePO.
        READ POHdrFile NEXT RECORD
            AT END SET NoMorePOs TO TRUE
            NOT AT END
                IF (PoIsOpen OR PoIsClosed)
                    AND PoDate NOT < FromDate AND PoDate NOT > ThruDate
                    MOVE PoVendID TO LookupVendID
                    PERFORM FindVendor
                    IF FoundIdx > ZERO
                        PERFORM StartPOLines
                        PERFORM TallyOnePOLine UNTIL NoMoreDtl
                    END-IF
                END-IF
        END-READ.

    TallyOnePOLine.
        ADD 1 TO TabVsLines(FoundIdx)
        *> A line is due once its PO is closed or the promised date
        *> has gone by - until then it cannot count against anyone
        MOVE 'N' TO LineIsDue
        IF PoIsClosed OR PdQtyReceived NOT < PdQtyOrdered
            MOVE 'Y' TO LineIsDue
        END-IF
        IF PoExpectDate IS NUMERIC AND PoExpectDate < RunDate
            MOVE 'Y' TO LineIsDue
        END-IF
        IF LineIsDue = 'Y'
            IF PdQtyReceived > PdQtyOrdered
                MOVE PdQtyOrdered TO FilledQty
            ELSE
                MOVE PdQtyReceived TO FilledQty
            END-IF
            ADD PdQtyOrdered TO TabVsUnitsOrd(FoundIdx)
            ADD FilledQty TO TabVsUnitsFilled(FoundIdx)
            IF PoExpectDate IS NUMERIC
                ADD 1 TO TabVsDueLines(FoundIdx)
                IF PdQtyReceived NOT < PdQtyOrdered
                    AND PdLastRecvDate IS NUMERIC
                    AND PdLastRecvDate NOT > PoExpectDate
                    ADD 1 TO TabVsOnTime(FoundIdx)
                END-IF
            END-IF
        END-IF
        IF PdFirstRecvDate IS NUMERIC AND PoDate IS NUMERIC
            COMPUTE LeadDays =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(PdFirstRecvDate))
                - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(PoDate))
            IF LeadDays NOT < ZERO
                ADD 1 TO TabVsLeadCount(FoundIdx)
                ADD LeadDays TO TabVsLeadTotal(FoundIdx)
            END-IF
        END-IF
        PERFORM ReadNextPOLine.

    StartPOLines.
        MOVE 'N' TO DtlEOF
        MOVE PoNum TO PdPoNum
        MOVE ZERO TO PdLineNum
        START PODtlFile KEY IS GREATER THAN PdKey
            INVALID KEY SET NoMoreDtl TO TRUE
        END-START
        IF NOT NoMoreDtl
            PERFORM ReadNextPOLine
        END-IF.

    ReadNextPOLine.
        READ PODtlFile NEXT RECORD
            AT END SET NoMoreDtl TO TRUE
            NOT AT END
                IF PdPoNum NOT = PoNum
                    SET NoMoreDtl TO TRUE
                END-IF
        END-READ.

    TallyBills.
        *> Only bills matched with a known received value can show a
        *> price variance
        MOVE 'N' TO APEOF
        OPEN INPUT APFile
        IF NOT APFileOpenOK
            SET NoMoreAP TO TRUE
        ELSE
            READ APFile
                AT END SET NoMoreAP TO TRUE
            END-READ
            PERFORM TallyOneBill UNTIL NoMoreAP
        END-IF
        CLOSE APFile.

    TallyOneBill.
        IF ApDate NOT < FromDate AND ApDate NOT > ThruDate
            AND ApExpected IS NUMERIC
            IF ApExpected > ZERO
                MOVE ApVendID TO LookupVendID
                PERFORM FindVendor
                IF FoundIdx > ZERO
                    ADD ApAmount TO TabVsBilled(FoundIdx)
                    ADD ApExpected TO TabVsExpected(FoundIdx)
                END-IF
            END-IF
        END-IF
        READ APFile
            AT END SET NoMoreAP TO TRUE
        END-READ.

    TallyMatchFailures.
        MOVE 'N' TO ExcEOF
        OPEN INPUT MatchExcFile
        IF NOT MatchExcFileOpenOK
            SET NoMoreExc TO TRUE
        ELSE
            READ MatchExcFile
                AT END SET NoMoreExc TO TRUE
            END-READ
            PERFORM TallyOneFailure UNTIL NoMoreExc
        END-IF
        CLOSE MatchExcFile.

    TallyOneFailure.
        IF MxDate NOT < FromDate AND MxDate NOT > ThruDate
            MOVE MxVendID TO LookupVendID
            PERFORM FindVendor
            IF FoundIdx > ZERO
                ADD 1 TO TabVsMatchFails(FoundIdx)
            END-IF
        END-IF
        READ MatchExcFile
            AT END SET NoMoreExc TO TRUE
        END-READ.

    ScoreOneVendor.
        MOVE 100 TO OnTimePct, FillPct
        MOVE ZERO TO PriceVarPct, PricePenalty
        IF TabVsDueLines(Idx) > ZERO
            COMPUTE OnTimePct ROUNDED =
                TabVsOnTime(Idx) * 100 / TabVsDueLines(Idx)
        END-IF
        IF TabVsUnitsOrd(Idx) > ZERO
            COMPUTE FillPct ROUNDED =
                TabVsUnitsFilled(Idx) * 100 / TabVsUnitsOrd(Idx)
        END-IF
        IF TabVsExpected(Idx) > ZERO
            COMPUTE PriceVarPct ROUNDED =
                (TabVsBilled(Idx) - TabVsExpected(Idx)) * 100
                / TabVsExpected(Idx)
                ON SIZE ERROR MOVE 999.9 TO PriceVarPct
            END-COMPUTE
        END-IF
        IF PriceVarPct < ZERO
            COMPUTE PricePenalty = ZERO - PriceVarPct
        ELSE
            MOVE PriceVarPct TO PricePenalty
        END-IF
        MOVE OnTimePct TO TabVsOnTimePct(Idx)
        MOVE FillPct TO TabVsFillPct(Idx)
        MOVE PriceVarPct TO TabVsPriceVarPct(Idx)
        COMPUTE TabVsScore(Idx) ROUNDED = (OnTimePct + FillPct) / 2
            - PricePenalty - TabVsMatchFails(Idx) * 5
        *> Vendors with nothing this quarter sort after everyone
        *> scored and print as idle
        IF TabVsLines(Idx) = ZERO AND TabVsExpected(Idx) = ZERO
            AND TabVsMatchFails(Idx) = ZERO
            MOVE 99999.9 TO TabVsScore(Idx)
        END-IF.

    PrintOneVendor.
        IF TabVsScore(Idx) = 99999.9
            ADD 1 TO IdleCount
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO RankedCount
        MOVE SPACES TO ScoreLine
        MOVE RankedCount TO PrnRank
        MOVE TabVsVendID(Idx) TO PrnVendID
        MOVE TabVsName(Idx) TO PrnVendName
        MOVE TabVsLines(Idx) TO PrnLines
        IF TabVsDueLines(Idx) > ZERO
            MOVE TabVsOnTimePct(Idx) TO PctOut
            MOVE PctOut TO PrnOnTimePct
        ELSE
            MOVE "   n/a" TO PrnOnTimePct
        END-IF
        IF TabVsUnitsOrd(Idx) > ZERO
            MOVE TabVsFillPct(Idx) TO PctOut
            MOVE PctOut TO PrnFillPct
        ELSE
            MOVE "   n/a" TO PrnFillPct
        END-IF
        IF TabVsLeadCount(Idx) > ZERO
            COMPUTE AvgLead ROUNDED =
                TabVsLeadTotal(Idx) / TabVsLeadCount(Idx)
            MOVE AvgLead TO PctOut
            MOVE PctOut TO PrnAvgLead
        ELSE
            MOVE "   n/a" TO PrnAvgLead
        END-IF
        IF TabVsExpected(Idx) > ZERO
            MOVE TabVsPriceVarPct(Idx) TO SignedPctOut
            MOVE SignedPctOut TO PrnPriceVarPct
        ELSE
            MOVE "   n/a" TO PrnPriceVarPct
        END-IF
        MOVE TabVsMatchFails(Idx) TO PrnMatchFails
        MOVE TabVsScore(Idx) TO PrnScore
        WRITE PrintLine FROM ScoreLine AFTER ADVANCING 1 LINE.
