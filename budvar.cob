       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. budvar.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL GLTransFile ASSIGN TO "GLTrans.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GLTransFileStatus.
        SELECT ChartFile ASSIGN TO "ChartAcct.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GlAcctNum
            FILE STATUS IS ChartFileStatus.
        SELECT BudgetFile ASSIGN TO "Budget.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BdKey
            FILE STATUS IS BudgetFileStatus.
        SELECT VarReport ASSIGN TO "BudVar.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VarReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD GLTransFile.
        01 GLTransData.
            COPY GLTRANS.

        FD ChartFile.
        01 ChartData.
            COPY GLACCT.

        FD BudgetFile.
        01 BudgetData.
            COPY BUDREC.

        FD VarReport.
        01 PrintLine PIC X(100).
    WORKING-STORAGE SECTION.
        01 GLEOF PIC X VALUE 'N'.
            88 NoMoreGL VALUE 'Y'.
        01 BudgetEOF PIC X VALUE 'N'.
            88 NoMoreBudgets VALUE 'Y'.
        01 VarPeriod PIC X(6).
        01 VarPeriodNum REDEFINES VarPeriod.
            02 VarYear PIC 9(4).
            02 VarMonth PIC 99.
        01 VarBasis PIC X.
            88 BasisMonth VALUE "M" "m".
            88 BasisYearToDate VALUE "Y" "y".
        01 AcctTable.
            02 AcctEntry OCCURS 100 TIMES.
                03 TabAcctNum PIC 9(4).
                03 TabBudget PIC S9(10)V99.
                *> Debit positive until printed
                03 TabActual PIC S9(10)V99.
        01 AcctCount PIC 9(3) VALUE ZERO.
            88 AcctTableFull VALUE 101 THRU 999.
        01 Idx PIC 9(3) VALUE ZERO.
        01 Jdx PIC 9(3) VALUE ZERO.
        01 FoundIdx PIC 9(3) VALUE ZERO.
        01 FindAcct PIC 9(4) VALUE ZERO.
        01 SwapAcctEntry PIC X(28).
        01 ShowActual PIC S9(10)V99 VALUE ZERO.
        01 Variance PIC S9(10)V99 VALUE ZERO.
        01 VariancePct PIC S9(4)V9 VALUE ZERO.
        01 OverCount PIC 9(3) VALUE ZERO.
        01 PageHeading.
            02 FILLER PIC X(36) VALUE
                "BUDGET VERSUS ACTUAL FOR PERIOD     ".
            02 PrnVarPeriod PIC X(6).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnVarBasis PIC X(12).
        01 Heads PIC X(100) VALUE
            "Acct  Name                       Budget          Actual        Variance     Pct".
        01 VarLine.
            02 PrnAcctNum PIC 9(4).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAcctName PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 PrnBudget PIC $$$,$$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnActual PIC $$$,$$$,$$9.99-.
            02 FILLER PIC X VALUE SPACE.
            02 PrnVariance PIC $$$,$$$,$$9.99-.
            02 FILLER PIC X VALUE SPACE.
            02 PrnPct PIC ----9.9.
            02 PrnPctText REDEFINES PrnPct PIC X(7).
            02 FILLER PIC X VALUE SPACE.
            02 PrnOverFlag PIC X(6).
        01 OverBudgetLine.
            02 FILLER PIC X(31) VALUE "ACCOUNTS OVER BUDGET".
            02 PrnOverCount PIC ZZ9.
        01 GLTransFileStatus PIC XX.
            88 GLTransFileOpenOK VALUE "00".
        01 ChartFileStatus PIC XX.
            88 ChartFileOpenOK VALUE "00".
        01 BudgetFileStatus PIC XX.
            88 BudgetFileOpenOK VALUE "00".
        01 VarReportStatus PIC XX.
            88 VarReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartVariance.
        *> Budget versus actual by account for a month or for the
        *> year to date - budgets off Budget.dat, actuals off the GL
        *> journal on each account's natural side. Variance is actual
        *> less budget; an expense account whose actual runs past its
        *> budget is flagged OVER. Accounts with activity and no
        *> budget still print, at a zero budget.
        DISPLAY "Report period (YYYYMM) : " WITH NO ADVANCING.
        ACCEPT VarPeriod.
        IF VarPeriod IS NOT NUMERIC
            OR VarMonth < 1 OR VarMonth > 12
            DISPLAY "Period must be YYYYMM - report not run"
            STOP RUN
        END-IF.
        DISPLAY "M)onth or Y)ear to date : " WITH NO ADVANCING.
        ACCEPT VarBasis.
        IF NOT BasisMonth AND NOT BasisYearToDate
            DISPLAY "Basis must be M or Y - report not run"
            STOP RUN
        END-IF.

        OPEN INPUT BudgetFile.
        IF NOT BudgetFileOpenOK
            DISPLAY "Unable to open Budget.dat - status "
                BudgetFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT ChartFile.
        IF NOT ChartFileOpenOK
            DISPLAY "Unable to open ChartAcct.dat - status "
                ChartFileStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT VarReport.
        IF NOT VarReportOpenOK
            DISPLAY "Unable to open BudVar.rpt - status "
                VarReportStatus
            STOP RUN
        END-IF.

        READ BudgetFile
            AT END SET NoMoreBudgets TO TRUE
        END-READ.
        PERFORM TallyOneBudget UNTIL NoMoreBudgets.
        CLOSE BudgetFile.

        OPEN INPUT GLTransFile.
        IF GLTransFileOpenOK
            READ GLTransFile
                AT END SET NoMoreGL TO TRUE
            END-READ
            PERFORM TallyOneLeg UNTIL NoMoreGL
        END-IF.
        CLOSE GLTransFile.

        PERFORM SortAccounts.
        MOVE VarPeriod TO PrnVarPeriod
        IF BasisMonth
            MOVE "MONTH" TO PrnVarBasis
        ELSE
            MOVE "YEAR TO DATE" TO PrnVarBasis
        END-IF
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        WRITE PrintLine
        PERFORM PrintVarLine VARYING Idx FROM 1 BY 1
            UNTIL Idx > AcctCount
        MOVE OverCount TO PrnOverCount
        WRITE PrintLine FROM OverBudgetLine AFTER ADVANCING 2 LINES

        CLOSE ChartFile, VarReport.
        DISPLAY "Budget versus actual complete - see BudVar.rpt".
        STOP RUN.

    TallyOneBudget.
        IF BdPeriod(1:4) = VarPeriod(1:4)
            AND (BdPeriod = VarPeriod
                OR (BasisYearToDate AND BdPeriod < VarPeriod))
            MOVE BdAcctNum TO FindAcct
            PERFORM FindAcctEntry
            IF FoundIdx > ZERO
                ADD BdAmount TO TabBudget(FoundIdx)
            END-IF
        END-IF
        READ BudgetFile
            AT END SET NoMoreBudgets TO TRUE
        END-READ.

    TallyOneLeg.
        *> Closing and opening legs are not activity
        IF GtPeriod(1:4) = VarPeriod(1:4)
            AND (GtPeriod = VarPeriod
                OR (BasisYearToDate AND GtPeriod < VarPeriod))
            AND GtSource NOT = "CLOSE" AND GtSource NOT = "OPEN"
            MOVE GtAcctNum TO FindAcct
            PERFORM FindAcctEntry
            IF FoundIdx > ZERO
                IF LegIsDebit
                    ADD GtAmount TO TabActual(FoundIdx)
                ELSE
                    SUBTRACT GtAmount FROM TabActual(FoundIdx)
                END-IF
            END-IF
        END-IF
        READ GLTransFile
            AT END SET NoMoreGL TO TRUE
        END-READ.

    FindAcctEntry.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING Idx FROM 1 BY 1
            UNTIL Idx > AcctCount OR FoundIdx > ZERO
            IF TabAcctNum(Idx) = FindAcct
                MOVE Idx TO FoundIdx
            END-IF
        END-PERFORM
        IF FoundIdx = ZERO
            ADD 1 TO AcctCount
            IF AcctTableFull
                DISPLAY "Account table full - " FindAcct " not reported"
                SUBTRACT 1 FROM AcctCount
            ELSE
                MOVE FindAcct TO TabAcctNum(AcctCount)
                MOVE ZERO TO TabBudget(AcctCount)
                MOVE ZERO TO TabActual(AcctCount)
                MOVE AcctCount TO FoundIdx
            END-IF
        END-IF.

    SortAccounts.
        *> Exchange sort into account order, as gltrial does
        PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx NOT < AcctCount
            PERFORM VARYING Jdx FROM 1 BY 1
                UNTIL Jdx NOT < AcctCount
                IF TabAcctNum(Jdx) > TabAcctNum(Jdx + 1)
                    MOVE AcctEntry(Jdx) TO SwapAcctEntry
                    MOVE AcctEntry(Jdx + 1) TO AcctEntry(Jdx)
                    MOVE SwapAcctEntry TO AcctEntry(Jdx + 1)
                END-IF
            END-PERFORM
        END-PERFORM.

    PrintVarLine.
        *> Balance-sheet accounts only print when someone budgeted
        *> them - their month movement is not otherwise of interest
        MOVE TabAcctNum(Idx) TO GlAcctNum
        READ ChartFile
            INVALID KEY
                MOVE SPACE TO GlAcctType
                MOVE "** NOT ON THE CHART **" TO GlAcctName
        END-READ
        IF NOT AcctIsRevenue AND NOT AcctIsExpense
            AND TabBudget(Idx) = ZERO
            EXIT PARAGRAPH
        END-IF
        IF AcctIsRevenue OR AcctIsLiability OR AcctIsEquity
            COMPUTE ShowActual = ZERO - TabActual(Idx)
        ELSE
            MOVE TabActual(Idx) TO ShowActual
        END-IF
        COMPUTE Variance = ShowActual - TabBudget(Idx)
        MOVE SPACES TO VarLine
        MOVE TabAcctNum(Idx) TO PrnAcctNum
        MOVE GlAcctName TO PrnAcctName
        MOVE TabBudget(Idx) TO PrnBudget
        MOVE ShowActual TO PrnActual
        MOVE Variance TO PrnVariance
        IF TabBudget(Idx) = ZERO
            MOVE "    n/a" TO PrnPctText
        ELSE
            COMPUTE VariancePct ROUNDED = Variance * 100 / TabBudget(Idx)
                ON SIZE ERROR MOVE 9999.9 TO VariancePct
            END-COMPUTE
            MOVE VariancePct TO PrnPct
        END-IF
        IF AcctIsExpense AND Variance > ZERO
            MOVE "OVER" TO PrnOverFlag
            ADD 1 TO OverCount
        END-IF
        WRITE PrintLine FROM VarLine AFTER ADVANCING 1 LINE.
