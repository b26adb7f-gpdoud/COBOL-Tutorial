       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. abcclass.
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
        SELECT CycleFile ASSIGN TO "CycleCount.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AbProdCode
            FILE STATUS IS CycleFileStatus.
        SELECT AbcReport ASSIGN TO "AbcClass.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AbcReportStatus.
        SELECT SortWorkFile ASSIGN TO "abcsort.tmp".

DATA DIVISION.
    FILE SECTION.
        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD LedgerFile.
        01 LedgerData.
            COPY STKLEDG.

        FD CycleFile.
        01 CycleData.
            COPY ABCREC.

        FD AbcReport.
        01 PrintLine PIC X(100).

        SD SortWorkFile.
        01 SortRecord.
            02 SaValue PIC 9(9)V99.
            02 SaProdCode PIC 9(5).
            02 SaIssueQty PIC 9(7).
    WORKING-STORAGE SECTION.
        01 ProductEOF PIC X VALUE 'N'.
            88 NoMoreProducts VALUE 'Y'.
        01 LedgerEOF PIC X VALUE 'N'.
            88 NoMoreLedger VALUE 'Y'.
        01 CycleEOF PIC X VALUE 'N'.
            88 NoMoreCycle VALUE 'Y'.
        01 SortEOF PIC X VALUE 'N'.
            88 NoMoreSorted VALUE 'Y'.
        01 CycleExists PIC X.
        01 ProdExists PIC X.
        01 OldClass PIC X.
        01 NewClass PIC X.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 RunDateInt PIC 9(7) COMP.
        01 CutoffDate PIC X(8).
        01 CutoffDateInt PIC 9(7) COMP.
        01 DueDateInt PIC 9(7) COMP.
        01 CycleDays PIC 9(3) VALUE ZERO.
        01 ItemValue PIC 9(9)V99 VALUE ZERO.
        01 TotalValue PIC 9(11)V99 VALUE ZERO.
        01 CumValue PIC 9(11)V99 VALUE ZERO.
        01 PriorCumPct PIC 9(3)V99 VALUE ZERO.
        01 CumPct PIC 9(3)V99 VALUE ZERO.
        01 RankNum PIC 9(5) VALUE ZERO.
        01 ProductCount PIC 9(5) VALUE ZERO.
        01 RescheduledCount PIC 9(5) VALUE ZERO.
        01 ClassIdx PIC 9 VALUE ZERO.
        01 ClassTable.
            02 ClassEntry OCCURS 3 TIMES.
                03 ClassItems PIC 9(5).
                03 ClassValue PIC 9(11)V99.
                03 ClassUnsched PIC 9(5).
                03 ClassSpread PIC 9(5).
        01 PageHeading.
            02 FILLER PIC X(35) VALUE "ABC CLASSIFICATION - ISSUES SINCE ".
            02 PrnCutoffDate PIC X(8).
            02 FILLER PIC X(12) VALUE "   RUN DATE ".
            02 PrnRunDate PIC X(8).
        01 Heads PIC X(100) VALUE
            " Rank Code   Name         Issued   Unit Cost     Issue Value  Cum Pct  Cl  Next Due".
        01 AbcLine.
            02 PrnRank PIC ZZZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 PrnProdCode PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnProdName PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 PrnIssueQty PIC Z,ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnUnitCost PIC Z,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnValue PIC ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCumPct PIC ZZ9.99.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnClass PIC X.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnNextDue PIC X(8).
        01 ClassTotalLine.
            02 FILLER PIC X(8) VALUE "CLASS : ".
            02 PrnTotClass PIC X.
            02 FILLER PIC X(12) VALUE "   ITEMS :  ".
            02 PrnTotItems PIC ZZZZ9.
            02 FILLER PIC X(12) VALUE "   VALUE :  ".
            02 PrnTotValue PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
            02 FILLER PIC X(15) VALUE "   COUNT EVERY ".
            02 PrnTotDays PIC ZZ9.
            02 FILLER PIC X(5) VALUE " DAYS".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 LedgerFileStatus PIC XX.
            88 LedgerFileOpenOK VALUE "00".
        01 CycleFileStatus PIC XX.
            88 CycleFileOpenOK VALUE "00".
        01 AbcReportStatus PIC XX.
            88 AbcReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartAbc.
        *> ABC classification and the rolling cycle-count schedule.
        *> A year of issues (I, S, K and B rows) off StockLedger.dat is
        *> totalled per product on CycleCount.dat, valued at
        *> PMUnitCost, and the products ranked by that value: the ones
        *> making up the first 80% of it are A, the next 15% B, and
        *> the rest - including anything that did not move - C. A new
        *> product, or one never counted, is spread across its class's
        *> cycle so each day's sheet carries a fair share; a product
        *> that changes class has its next count set a cycle of the new
        *> class after its last one. Run monthly or so - physinv keeps
        *> the schedule moving between runs as counts are approved.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        COMPUTE RunDateInt = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunDate)).
        COMPUTE CutoffDateInt = RunDateInt - 365.
        MOVE FUNCTION DATE-OF-INTEGER(CutoffDateInt) TO CutoffDate.

        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            STOP RUN
        END-IF.
        OPEN I-O CycleFile.
        IF CycleFileStatus = "35" OR CycleFileStatus = "05"
            *> First classification - no schedule on file yet
            OPEN OUTPUT CycleFile
            CLOSE CycleFile
            OPEN I-O CycleFile
        END-IF.
        IF NOT CycleFileOpenOK
            DISPLAY "Unable to open CycleCount.dat - status "
                CycleFileStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT AbcReport.
        IF NOT AbcReportOpenOK
            DISPLAY "Unable to open AbcClass.rpt - status "
                AbcReportStatus
            STOP RUN
        END-IF.
        MOVE ZERO TO ClassItems(1), ClassItems(2), ClassItems(3),
            ClassValue(1), ClassValue(2), ClassValue(3),
            ClassUnsched(1), ClassUnsched(2), ClassUnsched(3),
            ClassSpread(1), ClassSpread(2), ClassSpread(3).

        PERFORM ClearIssueTotals.
        PERFORM TotalLedgerIssues.

        MOVE CutoffDate TO PrnCutoffDate
        MOVE RunDate TO PrnRunDate
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        WRITE PrintLine.

        SORT SortWorkFile ON DESCENDING KEY SaValue
            ON ASCENDING KEY SaProdCode
            INPUT PROCEDURE IS ReleaseProducts
            OUTPUT PROCEDURE IS ClassifyProducts.

        PERFORM SpreadUnscheduled.

        PERFORM PrintClassTotal VARYING ClassIdx FROM 1 BY 1
            UNTIL ClassIdx > 3.
        CLOSE ProductMaster, CycleFile, AbcReport.
        DISPLAY ProductCount " products classified, " RescheduledCount
            " rescheduled - see AbcClass.rpt".
        STOP RUN.

    ClearIssueTotals.
        *> Every product on the master gets a schedule row, with the
        *> year's issues started again from zero
        MOVE 'N' TO ProductEOF
        MOVE LOW-VALUES TO PMProdCode
        START ProductMaster KEY IS NOT LESS THAN PMProdCode
            INVALID KEY SET NoMoreProducts TO TRUE
        END-START
        PERFORM ClearOneProduct UNTIL NoMoreProducts.

    ClearOneProduct.
        READ ProductMaster NEXT RECORD
            AT END SET NoMoreProducts TO TRUE
            NOT AT END
                MOVE 'Y' TO CycleExists
                MOVE PMProdCode TO AbProdCode
                READ CycleFile
                    INVALID KEY MOVE 'N' TO CycleExists
                END-READ
                MOVE ZERO TO AbIssueQty, AbAnnualValue
                IF CycleExists = 'Y'
                    REWRITE CycleData
                        INVALID KEY DISPLAY "Schedule not reset for "
                            PMProdCode "!"
                    END-REWRITE
                ELSE
                    MOVE PMProdCode TO AbProdCode
                    MOVE SPACES TO AbClass, AbClassDate, AbLastCounted,
                        AbNextDue
                    WRITE CycleData
                        INVALID KEY DISPLAY "Schedule not added for "
                            PMProdCode "!"
                    END-WRITE
                END-IF
        END-READ.

    TotalLedgerIssues.
        MOVE 'N' TO LedgerEOF
        OPEN INPUT LedgerFile
        IF NOT LedgerFileOpenOK
            DISPLAY "No StockLedger.dat yet - every product is class C"
            SET NoMoreLedger TO TRUE
        ELSE
            READ LedgerFile
                AT END SET NoMoreLedger TO TRUE
            END-READ
            PERFORM TotalOneIssue UNTIL NoMoreLedger
        END-IF
        CLOSE LedgerFile.

    TotalOneIssue.
        IF LgDate NOT < CutoffDate
            AND (LgType = "I" OR LgType = "S" OR LgType = "K"
                OR LgType = "B")
            MOVE LgProdCode TO AbProdCode
            READ CycleFile
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    ADD LgQty TO AbIssueQty
                        ON SIZE ERROR MOVE 9999999 TO AbIssueQty
                    END-ADD
                    REWRITE CycleData
                        INVALID KEY DISPLAY "Issues not totalled for "
                            LgProdCode "!"
                    END-REWRITE
            END-READ
        END-IF
        READ LedgerFile
            AT END SET NoMoreLedger TO TRUE
        END-READ.

    ReleaseProducts.
        MOVE 'N' TO CycleEOF
        MOVE LOW-VALUES TO AbProdCode
        START CycleFile KEY IS NOT LESS THAN AbProdCode
            INVALID KEY SET NoMoreCycle TO TRUE
        END-START
        PERFORM ReleaseOneProduct UNTIL NoMoreCycle.

    ReleaseOneProduct.
        READ CycleFile NEXT RECORD
            AT END SET NoMoreCycle TO TRUE
            NOT AT END
                MOVE 'Y' TO ProdExists
                MOVE AbProdCode TO PMProdCode
                READ ProductMaster
                    INVALID KEY MOVE 'N' TO ProdExists
                END-READ
                *> Schedule rows for products since deleted from the
                *> master are left out of the ranking
                IF ProdExists = 'Y'
                    COMPUTE ItemValue = AbIssueQty * PMUnitCost
                        ON SIZE ERROR MOVE 999999999.99 TO ItemValue
                    END-COMPUTE
                    ADD ItemValue TO TotalValue
                    MOVE ItemValue TO SaValue
                    MOVE AbProdCode TO SaProdCode
                    MOVE AbIssueQty TO SaIssueQty
                    RELEASE SortRecord
                END-IF
        END-READ.

    ClassifyProducts.
        MOVE 'N' TO SortEOF
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN
        PERFORM ClassifyOneProduct UNTIL NoMoreSorted.

    ClassifyOneProduct.
        *> The class goes by where the product's value starts in the
        *> running total, so the item that carries the total past 80%
        *> is still an A
        ADD 1 TO RankNum, ProductCount
        IF TotalValue = ZERO
            MOVE 100 TO PriorCumPct
        ELSE
            COMPUTE PriorCumPct ROUNDED = CumValue * 100 / TotalValue
        END-IF
        ADD SaValue TO CumValue
        IF TotalValue = ZERO
            MOVE 100 TO CumPct
        ELSE
            COMPUTE CumPct ROUNDED = CumValue * 100 / TotalValue
        END-IF
        EVALUATE TRUE
            WHEN SaValue = ZERO
                MOVE "C" TO NewClass
            WHEN PriorCumPct < 80
                MOVE "A" TO NewClass
            WHEN PriorCumPct < 95
                MOVE "B" TO NewClass
            WHEN OTHER
                MOVE "C" TO NewClass
        END-EVALUATE
        MOVE SaProdCode TO AbProdCode
        READ CycleFile
            INVALID KEY
                DISPLAY "Schedule row missing for " SaProdCode "!"
            NOT INVALID KEY
                PERFORM ApplyClass
        END-READ
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN.

    ApplyClass.
        MOVE AbClass TO OldClass
        MOVE NewClass TO AbClass
        MOVE SaValue TO AbAnnualValue
        MOVE RunDate TO AbClassDate
        PERFORM SetCycleDays
        EVALUATE TRUE
            WHEN AbLastCounted = SPACES AND AbNextDue = SPACES
                *> Never scheduled - spread over the cycle below
                ADD 1 TO ClassUnsched(ClassIdx)
            WHEN AbLastCounted = SPACES
                CONTINUE
            WHEN OldClass NOT = NewClass
                COMPUTE DueDateInt = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(AbLastCounted)) + CycleDays
                MOVE FUNCTION DATE-OF-INTEGER(DueDateInt) TO AbNextDue
                ADD 1 TO RescheduledCount
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        ADD 1 TO ClassItems(ClassIdx)
        ADD SaValue TO ClassValue(ClassIdx)
        REWRITE CycleData
            INVALID KEY DISPLAY "Class not saved for " SaProdCode "!"
        END-REWRITE
        MOVE SPACES TO AbcLine
        MOVE RankNum TO PrnRank
        MOVE SaProdCode TO PrnProdCode
        MOVE SaProdCode TO PMProdCode
        READ ProductMaster
            INVALID KEY MOVE "UNKNOWN" TO PrnProdName
            NOT INVALID KEY
                MOVE PMProdName TO PrnProdName
                MOVE PMUnitCost TO PrnUnitCost
        END-READ
        MOVE SaIssueQty TO PrnIssueQty
        MOVE SaValue TO PrnValue
        MOVE CumPct TO PrnCumPct
        MOVE NewClass TO PrnClass
        IF AbNextDue = SPACES
            MOVE "NEW" TO PrnNextDue
        ELSE
            MOVE AbNextDue TO PrnNextDue
        END-IF
        WRITE PrintLine FROM AbcLine AFTER ADVANCING 1 LINE.

    SetCycleDays.
        *> Days between counts, and the class's place in ClassTable
        EVALUATE AbClass
            WHEN "A"
                MOVE 30 TO CycleDays
                MOVE 1 TO ClassIdx
            WHEN "B"
                MOVE 91 TO CycleDays
                MOVE 2 TO ClassIdx
            WHEN OTHER
                MOVE 365 TO CycleDays
                MOVE 3 TO ClassIdx
        END-EVALUATE.

    SpreadUnscheduled.
        *> Products never scheduled are handed out evenly over their
        *> class's cycle, starting today, in product code order
        MOVE 'N' TO CycleEOF
        MOVE LOW-VALUES TO AbProdCode
        START CycleFile KEY IS NOT LESS THAN AbProdCode
            INVALID KEY SET NoMoreCycle TO TRUE
        END-START
        PERFORM SpreadOneProduct UNTIL NoMoreCycle.

    SpreadOneProduct.
        READ CycleFile NEXT RECORD
            AT END SET NoMoreCycle TO TRUE
            NOT AT END
                IF AbClass NOT = SPACES AND AbLastCounted = SPACES
                    AND AbNextDue = SPACES
                    PERFORM SetCycleDays
                    COMPUTE DueDateInt = RunDateInt
                        + ClassSpread(ClassIdx) * CycleDays
                        / ClassUnsched(ClassIdx)
                    MOVE FUNCTION DATE-OF-INTEGER(DueDateInt)
                        TO AbNextDue
                    ADD 1 TO ClassSpread(ClassIdx)
                    REWRITE CycleData
                        INVALID KEY DISPLAY "Schedule not saved for "
                            AbProdCode "!"
                    END-REWRITE
                END-IF
        END-READ.

    PrintClassTotal.
        EVALUATE ClassIdx
            WHEN 1
                MOVE "A" TO PrnTotClass
                MOVE 30 TO PrnTotDays
            WHEN 2
                MOVE "B" TO PrnTotClass
                MOVE 91 TO PrnTotDays
            WHEN OTHER
                MOVE "C" TO PrnTotClass
                MOVE 365 TO PrnTotDays
        END-EVALUATE
        MOVE ClassItems(ClassIdx) TO PrnTotItems
        MOVE ClassValue(ClassIdx) TO PrnTotValue
        IF ClassIdx = 1
            WRITE PrintLine FROM ClassTotalLine AFTER ADVANCING 2 LINES
        ELSE
            WRITE PrintLine FROM ClassTotalLine AFTER ADVANCING 1 LINE
        END-IF.
