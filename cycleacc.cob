       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. cycleacc.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CycleHistFile ASSIGN TO "CycleHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CycleHistFileStatus.
        SELECT AccuracyReport ASSIGN TO "CycleAcc.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AccuracyReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD CycleHistFile.
        01 CycleHistData.
            COPY CYCHIST.

        FD AccuracyReport.
        01 PrintLine PIC X(100).
    WORKING-STORAGE SECTION.
        01 HistEOF PIC X VALUE 'N'.
            88 NoMoreHist VALUE 'Y'.
        01 FromDate PIC X(8).
        01 ThruDate PIC X(8).
        01 WantedLoc PIC X(4).
        01 RowLoc PIC X(4).
        01 ClassIdx PIC 9 VALUE ZERO.
        01 MissQty PIC 9(5) VALUE ZERO.
        01 MissValue PIC 9(7)V99 VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 ClassTable.
            02 ClassEntry OCCURS 4 TIMES.
                03 ClassCounted PIC 9(5).
                03 ClassAccurate PIC 9(5).
                03 ClassBookUnits PIC 9(9).
                03 ClassMissUnits PIC 9(9).
                03 ClassMissValue PIC 9(9)V99.
        01 TotCounted PIC 9(5) VALUE ZERO.
        01 TotAccurate PIC 9(5) VALUE ZERO.
        01 TotBookUnits PIC 9(9) VALUE ZERO.
        01 TotMissUnits PIC 9(9) VALUE ZERO.
        01 TotMissValue PIC 9(9)V99 VALUE ZERO.
        01 AccuracyPct PIC 9(3)V9 VALUE ZERO.
        01 UnitAccPct PIC S9(3)V9 VALUE ZERO.
        01 PageHeading.
            02 FILLER PIC X(22) VALUE "CYCLE COUNT ACCURACY  ".
            02 PrnFromDate PIC X(8).
            02 FILLER PIC X(6) VALUE " THRU ".
            02 PrnThruDate PIC X(8).
            02 FILLER PIC X(13) VALUE "   LOCATION  ".
            02 PrnWantedLoc PIC X(4).
            02 FILLER PIC X(12) VALUE "   RUN DATE ".
            02 PrnRunDate PIC X(8).
        01 Heads PIC X(100) VALUE
            "Class    Counted  Accurate  Hit Pct   Book Units  Units Off  Unit Pct    Value Off".
        01 ClassLine.
            02 PrnClass PIC X(7).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCounted PIC ZZZZ9.
            02 FILLER PIC X(5) VALUE SPACE.
            02 PrnAccurate PIC ZZZZ9.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnAccuracyPct PIC ZZ9.9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnBookUnits PIC ZZZ,ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnMissUnits PIC ZZZ,ZZ9.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnUnitAccPct PIC -ZZ9.9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnMissValue PIC $$,$$$,$$9.99.
        01 FootNote PIC X(100) VALUE
            "Hit Pct - counts agreeing exactly with book.  Unit Pct - book units less units off, over book units.".
        01 CycleHistFileStatus PIC XX.
            88 CycleHistFileOpenOK VALUE "00".
        01 AccuracyReportStatus PIC XX.
            88 AccuracyReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartAccuracy.
        *> Cycle-count accuracy by ABC class off CycleHist.dat - how
        *> many approved counts agreed exactly with the book, and how
        *> many units and how much cost the misses came to either way.
        *> A items are where accuracy matters most; a poor hit rate
        *> there is the first sign receiving or picking has a leak.
        *> Counts of products never classified report on their own
        *> line.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        DISPLAY "From date (YYYYMMDD, blank = all) : "
            WITH NO ADVANCING.
        MOVE SPACES TO FromDate.
        ACCEPT FromDate.
        DISPLAY "Thru date (YYYYMMDD, blank = all) : "
            WITH NO ADVANCING.
        MOVE SPACES TO ThruDate.
        ACCEPT ThruDate.
        DISPLAY "Location (blank = all)            : "
            WITH NO ADVANCING.
        MOVE SPACES TO WantedLoc.
        ACCEPT WantedLoc.
        MOVE FUNCTION UPPER-CASE(WantedLoc) TO WantedLoc.
        IF FromDate = SPACES
            MOVE "00000000" TO FromDate
        END-IF.
        IF ThruDate = SPACES
            MOVE "99999999" TO ThruDate
        END-IF.

        OPEN INPUT CycleHistFile.
        IF NOT CycleHistFileOpenOK
            DISPLAY "No CycleHist.dat yet - no counts have been approved"
            STOP RUN
        END-IF.
        OPEN OUTPUT AccuracyReport.
        IF NOT AccuracyReportOpenOK
            DISPLAY "Unable to open CycleAcc.rpt - status "
                AccuracyReportStatus
            STOP RUN
        END-IF.
        PERFORM ClearOneClass VARYING ClassIdx FROM 1 BY 1
            UNTIL ClassIdx > 4.

        READ CycleHistFile
            AT END SET NoMoreHist TO TRUE
        END-READ.
        PERFORM TallyOneCount UNTIL NoMoreHist.
        CLOSE CycleHistFile.

        MOVE FromDate TO PrnFromDate
        MOVE ThruDate TO PrnThruDate
        IF WantedLoc = SPACES
            MOVE "ALL" TO PrnWantedLoc
        ELSE
            MOVE WantedLoc TO PrnWantedLoc
        END-IF
        MOVE WSCurrentDateTime(1:8) TO PrnRunDate
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        WRITE PrintLine.
        PERFORM PrintOneClass VARYING ClassIdx FROM 1 BY 1
            UNTIL ClassIdx > 4.

        MOVE SPACES TO ClassLine
        MOVE "ALL" TO PrnClass
        MOVE TotCounted TO PrnCounted
        MOVE TotAccurate TO PrnAccurate
        MOVE TotBookUnits TO PrnBookUnits
        MOVE TotMissUnits TO PrnMissUnits
        MOVE TotMissValue TO PrnMissValue
        PERFORM ComputeTotalPcts
        MOVE AccuracyPct TO PrnAccuracyPct
        MOVE UnitAccPct TO PrnUnitAccPct
        WRITE PrintLine FROM ClassLine AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM FootNote AFTER ADVANCING 2 LINES.
        CLOSE AccuracyReport.
        DISPLAY TotCounted " counts reported - see CycleAcc.rpt".
        STOP RUN.

    ClearOneClass.
        MOVE ZERO TO ClassCounted(ClassIdx), ClassAccurate(ClassIdx),
            ClassBookUnits(ClassIdx), ClassMissUnits(ClassIdx),
            ClassMissValue(ClassIdx).

    TallyOneCount.
        MOVE ChLocation TO RowLoc
        IF RowLoc = SPACES
            MOVE "MAIN" TO RowLoc
        END-IF
        IF ChDate NOT < FromDate AND ChDate NOT > ThruDate
            AND (WantedLoc = SPACES OR RowLoc = WantedLoc)
            EVALUATE ChClass
                WHEN "A" MOVE 1 TO ClassIdx
                WHEN "B" MOVE 2 TO ClassIdx
                WHEN "C" MOVE 3 TO ClassIdx
                WHEN OTHER MOVE 4 TO ClassIdx
            END-EVALUATE
            IF ChCountQty > ChBookQty
                COMPUTE MissQty = ChCountQty - ChBookQty
            ELSE
                COMPUTE MissQty = ChBookQty - ChCountQty
            END-IF
            COMPUTE MissValue = MissQty * ChUnitCost
            ADD 1 TO ClassCounted(ClassIdx), TotCounted
            IF MissQty = ZERO
                ADD 1 TO ClassAccurate(ClassIdx), TotAccurate
            END-IF
            ADD ChBookQty TO ClassBookUnits(ClassIdx), TotBookUnits
            ADD MissQty TO ClassMissUnits(ClassIdx), TotMissUnits
            ADD MissValue TO ClassMissValue(ClassIdx), TotMissValue
        END-IF
        READ CycleHistFile
            AT END SET NoMoreHist TO TRUE
        END-READ.

    PrintOneClass.
        MOVE SPACES TO ClassLine
        EVALUATE ClassIdx
            WHEN 1 MOVE "A" TO PrnClass
            WHEN 2 MOVE "B" TO PrnClass
            WHEN 3 MOVE "C" TO PrnClass
            WHEN OTHER MOVE "NONE" TO PrnClass
        END-EVALUATE
        MOVE ClassCounted(ClassIdx) TO PrnCounted
        MOVE ClassAccurate(ClassIdx) TO PrnAccurate
        MOVE ClassBookUnits(ClassIdx) TO PrnBookUnits
        MOVE ClassMissUnits(ClassIdx) TO PrnMissUnits
        MOVE ClassMissValue(ClassIdx) TO PrnMissValue
        MOVE ZERO TO AccuracyPct, UnitAccPct
        IF ClassCounted(ClassIdx) > ZERO
            COMPUTE AccuracyPct ROUNDED =
                ClassAccurate(ClassIdx) * 100 / ClassCounted(ClassIdx)
        END-IF
        IF ClassBookUnits(ClassIdx) > ZERO
            COMPUTE UnitAccPct ROUNDED =
                (ClassBookUnits(ClassIdx) - ClassMissUnits(ClassIdx))
                * 100 / ClassBookUnits(ClassIdx)
                ON SIZE ERROR MOVE -999.9 TO UnitAccPct
            END-COMPUTE
        END-IF
        MOVE AccuracyPct TO PrnAccuracyPct
        MOVE UnitAccPct TO PrnUnitAccPct
        WRITE PrintLine FROM ClassLine AFTER ADVANCING 1 LINE.

    ComputeTotalPcts.
        MOVE ZERO TO AccuracyPct, UnitAccPct
        IF TotCounted > ZERO
            COMPUTE AccuracyPct ROUNDED = TotAccurate * 100 / TotCounted
        END-IF
        IF TotBookUnits > ZERO
            COMPUTE UnitAccPct ROUNDED =
                (TotBookUnits - TotMissUnits) * 100 / TotBookUnits
                ON SIZE ERROR MOVE -999.9 TO UnitAccPct
            END-COMPUTE
        END-IF.
