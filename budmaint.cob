       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. budmaint.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT BudgetFile ASSIGN TO "Budget.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BdKey
            FILE STATUS IS BudgetFileStatus.
        SELECT ChartFile ASSIGN TO "ChartAcct.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GlAcctNum
            FILE STATUS IS ChartFileStatus.
        SELECT OPTIONAL GLTransFile ASSIGN TO "GLTrans.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GLTransFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD BudgetFile.
        01 BudgetData.
            COPY BUDREC.

        FD ChartFile.
        01 ChartData.
            COPY GLACCT.

        FD GLTransFile.
        01 GLTransData.
            COPY GLTRANS.
    WORKING-STORAGE SECTION.
        01 Choice PIC 9.
        01 StayOpen PIC X VALUE 'Y'.
        01 BudgetExists PIC X.
        01 AcctExists PIC X.
        01 EntryAcct PIC 9(4).
        01 EntryPeriod PIC X(6).
        01 EntryPeriodNum REDEFINES EntryPeriod.
            02 EntryYear PIC 9(4).
            02 EntryMonth PIC 99.
        01 EntryAmount PIC 9(9)V99.
        01 ListEOF PIC X VALUE 'N'.
            88 NoMoreBudgets VALUE 'Y'.
        01 GLEOF PIC X VALUE 'N'.
            88 NoMoreGL VALUE 'Y'.
        01 FromYear PIC X(4).
        01 ToYear PIC X(4).
        01 CopyBasis PIC X.
            88 CopyFromBudget VALUE "B" "b".
            88 CopyFromActual VALUE "A" "a".
        01 PctChange PIC S999V99.
        01 CopyReply PIC X.
            88 CopyConfirmed VALUE "Y" "y".
        *> Last year's figures by account and month, gathered before
        *> anything is written so the file is never read and written
        *> in the same pass
        01 CopyTable.
            02 CopyEntry OCCURS 1200 TIMES.
                03 TabCpAcctNum PIC 9(4).
                03 TabCpMonth PIC 99.
                03 TabCpAmount PIC S9(9)V99.
        01 CopyCount PIC 9(4) VALUE ZERO.
            88 CopyTableFull VALUE 1201 THRU 9999.
        01 CopyIdx PIC 9(4) VALUE ZERO.
        01 FoundIdx PIC 9(4) VALUE ZERO.
        01 LegNet PIC S9(9)V99 VALUE ZERO.
        01 NewAmount PIC S9(9)V99 VALUE ZERO.
        01 RowsAdded PIC 9(5) VALUE ZERO.
        01 RowsReplaced PIC 9(5) VALUE ZERO.
        01 ListTotal PIC 9(10)V99 VALUE ZERO.
        01 PrnAmount PIC $$$,$$$,$$9.99.
        01 PrnListTotal PIC $$,$$$,$$$,$$9.99.
        01 BudgetFileStatus PIC XX.
            88 BudgetFileOpenOK VALUE "00".
        01 ChartFileStatus PIC XX.
            88 ChartFileOpenOK VALUE "00".
        01 GLTransFileStatus PIC XX.
            88 GLTransFileOpenOK VALUE "00".

    SCREEN SECTION.
        01 MenuScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "GL BUDGETS".
            02 LINE 3 COLUMN 1 VALUE "1 : Enter / Change Budget".
            02 LINE 4 COLUMN 1 VALUE "2 : Copy Last Year Plus Percent".
            02 LINE 5 COLUMN 1 VALUE "3 : List Account Budget".
            02 LINE 6 COLUMN 1 VALUE "0 : Quit".
            02 LINE 8 COLUMN 1 VALUE ": ".
            02 LINE 8 COLUMN 3 PIC 9 USING Choice.

        01 BudgetKeyScreen.
            02 LINE 3 COLUMN 1 VALUE "Account Number   : ".
            02 LINE 3 COLUMN 20 PIC 9(4) USING EntryAcct.
            02 LINE 4 COLUMN 1 VALUE "Period (YYYYMM)  : ".
            02 LINE 4 COLUMN 20 PIC X(6) USING EntryPeriod.
        01 BudgetAmountScreen.
            02 LINE 5 COLUMN 1 VALUE "Budget Amount    : ".
            02 LINE 5 COLUMN 20 PIC 9(9)V99 USING EntryAmount.

PROCEDURE DIVISION.
    StartPara.
        *> Maintains the GL budget behind the budget-versus-actual
        *> report - one amount per account per month. The copy
        *> option loads a whole year at once from last year's budget
        *> or last year's actuals off GLTrans.dat, raised or lowered
        *> by a percentage, so nobody re-keys twelve months by hand.
        OPEN I-O BudgetFile.
        IF BudgetFileStatus = "35" OR BudgetFileStatus = "05"
            *> First run - no budgets on file yet
            OPEN OUTPUT BudgetFile
            CLOSE BudgetFile
            OPEN I-O BudgetFile
        END-IF.
        IF NOT BudgetFileOpenOK
            DISPLAY "Unable to open Budget.dat - status "
                BudgetFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT ChartFile.
        IF NOT ChartFileOpenOK
            DISPLAY "Unable to open ChartAcct.dat - status "
                ChartFileStatus
            CLOSE BudgetFile
            STOP RUN
        END-IF.
        PERFORM ShowMenu UNTIL StayOpen = 'N'.
        CLOSE BudgetFile, ChartFile.
        STOP RUN.

    ShowMenu.
        DISPLAY MenuScreen
        ACCEPT MenuScreen
        EVALUATE Choice
            WHEN 1 PERFORM EnterBudget
            WHEN 2 PERFORM CopyLastYear
            WHEN 3 PERFORM ListBudgets
            WHEN OTHER MOVE 'N' TO StayOpen
        END-EVALUATE.

    EnterBudget.
        DISPLAY " "
        MOVE ZERO TO EntryAcct
        MOVE SPACES TO EntryPeriod
        DISPLAY BudgetKeyScreen
        ACCEPT BudgetKeyScreen
        PERFORM CheckAccount
        IF AcctExists = 'N'
            DISPLAY "Account " EntryAcct " is not on the chart"
            EXIT PARAGRAPH
        END-IF
        IF EntryPeriod IS NOT NUMERIC
            OR EntryMonth < 1 OR EntryMonth > 12
            DISPLAY "Period must be YYYYMM"
            EXIT PARAGRAPH
        END-IF
        MOVE EntryAcct TO BdAcctNum
        MOVE EntryPeriod TO BdPeriod
        MOVE 'Y' TO BudgetExists
        READ BudgetFile
            INVALID KEY MOVE 'N' TO BudgetExists
        END-READ
        IF BudgetExists = 'Y'
            MOVE BdAmount TO EntryAmount
        ELSE
            MOVE ZERO TO EntryAmount
        END-IF
        DISPLAY BudgetAmountScreen
        ACCEPT BudgetAmountScreen
        MOVE EntryAcct TO BdAcctNum
        MOVE EntryPeriod TO BdPeriod
        MOVE EntryAmount TO BdAmount
        IF BudgetExists = 'Y'
            REWRITE BudgetData
                INVALID KEY DISPLAY "Budget was not updated!"
                NOT INVALID KEY DISPLAY "Budget " BdAcctNum " "
                    BdPeriod " updated"
            END-REWRITE
        ELSE
            WRITE BudgetData
                INVALID KEY DISPLAY "Budget was not added!"
                NOT INVALID KEY DISPLAY "Budget " BdAcctNum " "
                    BdPeriod " added"
            END-WRITE
        END-IF.

    CheckAccount.
        MOVE 'Y' TO AcctExists
        MOVE EntryAcct TO GlAcctNum
        READ ChartFile
            INVALID KEY MOVE 'N' TO AcctExists
        END-READ.

    CopyLastYear.
        DISPLAY " "
        DISPLAY "Copy from year (YYYY) : " WITH NO ADVANCING
        ACCEPT FromYear
        DISPLAY "Copy into year (YYYY) : " WITH NO ADVANCING
        ACCEPT ToYear
        IF FromYear IS NOT NUMERIC OR ToYear IS NOT NUMERIC
            OR FromYear = ToYear
            DISPLAY "Years must be YYYY and different"
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Base on B)udget or A)ctuals : " WITH NO ADVANCING
        ACCEPT CopyBasis
        IF NOT CopyFromBudget AND NOT CopyFromActual
            DISPLAY "Basis must be B or A"
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Enter percentage change (e.g. 10 or -5) : "
            WITH NO ADVANCING
        ACCEPT PctChange
        MOVE ZERO TO CopyCount, RowsAdded, RowsReplaced
        IF CopyFromBudget
            PERFORM GatherBudgetYear
        ELSE
            PERFORM GatherActualYear
        END-IF
        IF CopyTableFull
            DISPLAY "Copy table full - nothing copied"
            EXIT PARAGRAPH
        END-IF
        IF CopyCount = ZERO
            DISPLAY "Nothing on file for " FromYear " - nothing copied"
            EXIT PARAGRAPH
        END-IF
        DISPLAY CopyCount " account-months found. Write them into "
            ToYear ", replacing any already there (Y/N) : "
            WITH NO ADVANCING
        ACCEPT CopyReply
        IF NOT CopyConfirmed
            DISPLAY "Copy abandoned"
            EXIT PARAGRAPH
        END-IF
        PERFORM WriteOneCopy VARYING CopyIdx FROM 1 BY 1
            UNTIL CopyIdx > CopyCount
        DISPLAY RowsAdded " budgets added, " RowsReplaced " replaced".

    GatherBudgetYear.
        MOVE 'N' TO ListEOF
        MOVE LOW-VALUES TO BdKey
        START BudgetFile KEY IS NOT LESS THAN BdKey
            INVALID KEY SET NoMoreBudgets TO TRUE
        END-START
        PERFORM GatherOneBudget UNTIL NoMoreBudgets.

    GatherOneBudget.
        READ BudgetFile NEXT RECORD
            AT END SET NoMoreBudgets TO TRUE
        END-READ
        IF NOT NoMoreBudgets AND BdPeriod(1:4) = FromYear
            ADD 1 TO CopyCount
            IF CopyTableFull
                SET NoMoreBudgets TO TRUE
            ELSE
                MOVE BdAcctNum TO TabCpAcctNum(CopyCount)
                MOVE BdPeriod(5:2) TO TabCpMonth(CopyCount)
                MOVE BdAmount TO TabCpAmount(CopyCount)
            END-IF
        END-IF.

    GatherActualYear.
        *> Only revenue and expense activity - a balance-sheet
        *> account's month movement is no sort of budget. Closing
        *> and opening legs are not activity and are left out.
        MOVE 'N' TO GLEOF
        OPEN INPUT GLTransFile
        IF NOT GLTransFileOpenOK
            CLOSE GLTransFile
            EXIT PARAGRAPH
        END-IF
        READ GLTransFile
            AT END SET NoMoreGL TO TRUE
        END-READ
        PERFORM GatherOneLeg UNTIL NoMoreGL
        CLOSE GLTransFile.

    GatherOneLeg.
        IF GtPeriod(1:4) = FromYear
            AND GtSource NOT = "CLOSE" AND GtSource NOT = "OPEN"
            MOVE GtAcctNum TO GlAcctNum
            READ ChartFile
                INVALID KEY MOVE SPACE TO GlAcctType
            END-READ
            IF AcctIsRevenue OR AcctIsExpense
                *> Natural side - credits raise revenue, debits expense
                IF LegIsDebit
                    MOVE GtAmount TO LegNet
                ELSE
                    COMPUTE LegNet = ZERO - GtAmount
                END-IF
                IF AcctIsRevenue
                    COMPUTE LegNet = ZERO - LegNet
                END-IF
                PERFORM FindCopyEntry
                IF FoundIdx > ZERO
                    ADD LegNet TO TabCpAmount(FoundIdx)
                END-IF
            END-IF
        END-IF
        READ GLTransFile
            AT END SET NoMoreGL TO TRUE
        END-READ.

    FindCopyEntry.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING CopyIdx FROM 1 BY 1
            UNTIL CopyIdx > CopyCount OR FoundIdx > ZERO
            IF TabCpAcctNum(CopyIdx) = GtAcctNum
                AND TabCpMonth(CopyIdx) = GtPeriod(5:2)
                MOVE CopyIdx TO FoundIdx
            END-IF
        END-PERFORM
        IF FoundIdx = ZERO
            ADD 1 TO CopyCount
            IF CopyTableFull
                SET NoMoreGL TO TRUE
            ELSE
                MOVE GtAcctNum TO TabCpAcctNum(CopyCount)
                MOVE GtPeriod(5:2) TO TabCpMonth(CopyCount)
                MOVE ZERO TO TabCpAmount(CopyCount)
                MOVE CopyCount TO FoundIdx
            END-IF
        END-IF.

    WriteOneCopy.
        *> A month that netted the wrong way budgets at zero
        COMPUTE NewAmount ROUNDED = TabCpAmount(CopyIdx)
            + (TabCpAmount(CopyIdx) * PctChange / 100)
        IF NewAmount < ZERO
            MOVE ZERO TO NewAmount
        END-IF
        MOVE TabCpAcctNum(CopyIdx) TO BdAcctNum
        MOVE ToYear TO BdPeriod(1:4)
        MOVE TabCpMonth(CopyIdx) TO BdPeriod(5:2)
        MOVE 'Y' TO BudgetExists
        READ BudgetFile
            INVALID KEY MOVE 'N' TO BudgetExists
        END-READ
        MOVE NewAmount TO BdAmount
        IF BudgetExists = 'Y'
            REWRITE BudgetData
                INVALID KEY DISPLAY "Budget " BdAcctNum " " BdPeriod
                    " was not updated!"
                NOT INVALID KEY ADD 1 TO RowsReplaced
            END-REWRITE
        ELSE
            WRITE BudgetData
                INVALID KEY DISPLAY "Budget " BdAcctNum " " BdPeriod
                    " was not added!"
                NOT INVALID KEY ADD 1 TO RowsAdded
            END-WRITE
        END-IF.

    ListBudgets.
        DISPLAY " "
        DISPLAY "Account Number : " WITH NO ADVANCING
        ACCEPT EntryAcct
        DISPLAY "Year (YYYY)    : " WITH NO ADVANCING
        ACCEPT FromYear
        MOVE ZERO TO ListTotal
        MOVE 'N' TO ListEOF
        MOVE EntryAcct TO BdAcctNum
        MOVE FromYear TO BdPeriod(1:4)
        MOVE "01" TO BdPeriod(5:2)
        START BudgetFile KEY IS NOT LESS THAN BdKey
            INVALID KEY SET NoMoreBudgets TO TRUE
        END-START
        DISPLAY " "
        DISPLAY "Acct  Period          Budget"
        PERFORM ListNextBudget UNTIL NoMoreBudgets
        MOVE ListTotal TO PrnListTotal
        DISPLAY "Year total : " PrnListTotal.

    ListNextBudget.
        READ BudgetFile NEXT RECORD
            AT END SET NoMoreBudgets TO TRUE
        END-READ
        IF NOT NoMoreBudgets
            IF BdAcctNum NOT = EntryAcct OR BdPeriod(1:4) NOT = FromYear
                SET NoMoreBudgets TO TRUE
            ELSE
                MOVE BdAmount TO PrnAmount
                DISPLAY BdAcctNum "  " BdPeriod "  " PrnAmount
                ADD BdAmount TO ListTotal
            END-IF
        END-IF.
