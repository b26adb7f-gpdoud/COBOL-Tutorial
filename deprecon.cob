       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. deprecon.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT BatchFile ASSIGN TO "DepBatch.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BatchFileStatus.
        SELECT StatementFile ASSIGN TO "BankStmt.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StatementFileStatus.
        SELECT OPTIONAL GLTransFile ASSIGN TO "GLTrans.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GLTransFileStatus.
        SELECT OPTIONAL PayCheckFile ASSIGN TO "PayChecks.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayCheckFileStatus.
        SELECT OPTIONAL VendChkFile ASSIGN TO "APChecks.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendChkFileStatus.
        SELECT ReconReport ASSIGN TO "DepRecon.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ReconReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD BatchFile.
        01 BatchRecord.
            COPY DEPBATCH.

        FD StatementFile.
        01 StatementRecord.
            COPY BANKSTMT.

        FD GLTransFile.
        01 GLTransData.
            COPY GLTRANS.

        FD PayCheckFile.
        01 PayCheckData.
            COPY CHKREC.

        FD VendChkFile.
        01 VendChkData.
            COPY APCHK.

        FD ReconReport.
        01 PrintLine PIC X(80).
    WORKING-STORAGE SECTION.
        01 BatchEOF PIC X VALUE 'N'.
            88 NoMoreBatches VALUE 'Y'.
        01 StatementEOF PIC X VALUE 'N'.
            88 NoMoreStmtLines VALUE 'Y'.
        01 GLEOF PIC X VALUE 'N'.
            88 NoMoreGL VALUE 'Y'.
        01 CheckEOF PIC X VALUE 'N'.
            88 NoMoreChecks VALUE 'Y'.
        01 VendChkEOF PIC X VALUE 'N'.
            88 NoMoreVendChks VALUE 'Y'.
        01 StmtDate PIC X(8).
        01 StmtBalance PIC S9(9)V99 VALUE ZERO.
        01 SaveReply PIC X.
            88 SaveConfirmed VALUE "Y" "y".
        *> The operating account on the chart - the one glpost debits
        *> for receipts and credits for checks
        01 AcctCash PIC 9(4) VALUE 1000.
        01 BatchTable.
            02 BatchEntry OCCURS 500 TIMES.
                03 TabBatchRecord PIC X(57).
        01 BatchCount PIC 9(3) VALUE ZERO.
            88 BatchTableFull VALUE 501 THRU 999.
        01 BatchIdx PIC 9(3) VALUE ZERO.
        01 BatchFoundIdx PIC 9(3) VALUE ZERO.
        01 SaveIdx PIC 9(3) VALUE ZERO.
        *> What the bank was given for the batch - see SetBatchDepAmount
        01 BatchDepAmount PIC 9(7)V99 VALUE ZERO.
        01 StmtTable.
            02 StmtEntry OCCURS 300 TIMES.
                03 TabBsDate PIC X(8).
                03 TabBsAmount PIC 9(9)V99.
                03 TabBsRef PIC X(10).
                03 TabBsMatched PIC X.
        01 StmtCount PIC 9(3) VALUE ZERO.
            88 StmtTableFull VALUE 301 THRU 999.
        01 StmtIdx PIC 9(3) VALUE ZERO.
        01 RefBatchNum PIC 9(5) VALUE ZERO.
        01 DebitLines PIC 9(3) VALUE ZERO.
        01 ClearedCount PIC 9(3) VALUE ZERO.
        01 ClearedTotal PIC 9(9)V99 VALUE ZERO.
        01 TransitCount PIC 9(3) VALUE ZERO.
        01 TransitTotal PIC 9(9)V99 VALUE ZERO.
        01 UnmatchedCount PIC 9(3) VALUE ZERO.
        01 UnmatchedTotal PIC 9(9)V99 VALUE ZERO.
        01 OutPayrollTotal PIC 9(9)V99 VALUE ZERO.
        01 OutVendorTotal PIC 9(9)V99 VALUE ZERO.
        *> Book balance of the cash account, built the way finstmt
        *> builds a balance - from the latest opening legs glclose
        *> wrote at or before the statement year, plus the journal
        *> from that year on
        01 BaseYear PIC X(4) VALUE "0000".
        01 CashOpen PIC S9(9)V99 VALUE ZERO.
        01 CashSince PIC S9(9)V99 VALUE ZERO.
        01 BookBalance PIC S9(9)V99 VALUE ZERO.
        01 AdjustedBank PIC S9(9)V99 VALUE ZERO.
        01 AdjustedBook PIC S9(9)V99 VALUE ZERO.
        01 ReconDiff PIC S9(9)V99 VALUE ZERO.
        01 PageHeading.
            02 FILLER PIC X(34) VALUE
                "DEPOSIT RECONCILIATION - STATEMENT".
            02 FILLER PIC X VALUE SPACE.
            02 PrnStmtDate PIC X(8).
        01 SectionLine PIC X(60).
        01 BatchHeads PIC X(80) VALUE
            "  Batch  Date        Amount         Bank Date  Bank Ref".
        01 BatchLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnBatchNum PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnBatchDate PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnBatchAmount PIC $$$,$$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnBankDate PIC X(8).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnBankRef PIC X(10).
        01 CountLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCountName PIC X(20).
            02 PrnCount PIC ZZ9.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnCountTotal PIC $$$,$$$,$$9.99.
        01 SummaryLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnSummaryName PIC X(40).
            02 PrnSummaryAmount PIC $$$$,$$$,$$9.99-.
        01 ReconciledLine PIC X(60) VALUE
            "  RECONCILED - BANK AGREES TO BOOKS".
        01 NotReconciledLine PIC X(60) VALUE
            "  *** NOT RECONCILED - DIFFERENCE TO INVESTIGATE ***".
        01 BatchFileStatus PIC XX.
            88 BatchFileOpenOK VALUE "00".
        01 StatementFileStatus PIC XX.
            88 StatementFileOpenOK VALUE "00".
        01 GLTransFileStatus PIC XX.
            88 GLTransFileOpenOK VALUE "00".
        01 PayCheckFileStatus PIC XX.
            88 PayCheckFileOpenOK VALUE "00".
        01 VendChkFileStatus PIC XX.
            88 VendChkFileOpenOK VALUE "00".
        01 ReconReportStatus PIC XX.
            88 ReconReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartRecon.
        *> Bank reconciliation for the money coming in. Each credit
        *> on the bank statement is matched to a cashrcpt or lockbox
        *> deposit batch at the amount the bank was given - by the
        *> batch number when the bank reports the slip number,
        *> otherwise to the oldest uncleared batch for the same
        *> amount dated on or before the bank's date - and the
        *> batch is marked cleared. Uncleared batches are deposits in
        *> transit; credits nothing matched (interest, wires, a bag
        *> keyed wrong) are listed for the accountant. The summary
        *> carries bank to book for the operating account, with the
        *> outstanding payroll and vendor checks that chkrecon and
        *> appay own.
        DISPLAY "Statement date (YYYYMMDD) : " WITH NO ADVANCING.
        ACCEPT StmtDate.
        IF StmtDate IS NOT NUMERIC
            DISPLAY "Date must be YYYYMMDD - reconciliation not run"
            STOP RUN
        END-IF.
        DISPLAY "Statement ending balance  : " WITH NO ADVANCING.
        ACCEPT StmtBalance.

        PERFORM LoadBatchTable.
        PERFORM LoadStatementTable.
        PERFORM MatchOneCredit VARYING StmtIdx FROM 1 BY 1
            UNTIL StmtIdx > StmtCount.
        PERFORM TotalBookCash.
        PERFORM TotalOutstandingChecks.

        OPEN OUTPUT ReconReport.
        IF NOT ReconReportOpenOK
            DISPLAY "Unable to open DepRecon.rpt - status "
                ReconReportStatus
            STOP RUN
        END-IF.
        MOVE StmtDate TO PrnStmtDate
        WRITE PrintLine FROM PageHeading
        PERFORM PrintClearedSection.
        PERFORM PrintTransitSection.
        PERFORM PrintUnmatchedSection.
        PERFORM PrintSummary.
        CLOSE ReconReport.
        DISPLAY ClearedCount " deposits matched, " TransitCount
            " in transit, " UnmatchedCount " bank credits unmatched".
        DISPLAY "See DepRecon.rpt".

        IF ClearedCount > ZERO
            DISPLAY "Mark the matched deposits cleared (Y/N) : "
                WITH NO ADVANCING
            ACCEPT SaveReply
            IF SaveConfirmed
                PERFORM SaveBatchTable
                DISPLAY ClearedCount " deposit batches marked cleared"
            ELSE
                DISPLAY "Nothing marked - DepBatch.dat unchanged"
            END-IF
        END-IF.
        STOP RUN.

    LoadBatchTable.
        OPEN INPUT BatchFile
        IF NOT BatchFileOpenOK
            DISPLAY "Unable to open DepBatch.dat - status "
                BatchFileStatus
            STOP RUN
        END-IF
        READ BatchFile
            AT END SET NoMoreBatches TO TRUE
        END-READ
        PERFORM LoadBatchEntry UNTIL NoMoreBatches
        CLOSE BatchFile.

    LoadBatchEntry.
        ADD 1 TO BatchCount
        IF BatchTableFull
            *> Saving a partial table would truncate the batch file -
            *> never run on half the batches
            DISPLAY "Batch table full at " DbBatchNum
                " - raise the table size - run abandoned"
            CLOSE BatchFile
            STOP RUN
        END-IF
        MOVE BatchRecord TO TabBatchRecord(BatchCount)
        READ BatchFile
            AT END SET NoMoreBatches TO TRUE
        END-READ.

    LoadStatementTable.
        OPEN INPUT StatementFile
        IF NOT StatementFileOpenOK
            DISPLAY "Unable to open BankStmt.dat - status "
                StatementFileStatus
            STOP RUN
        END-IF
        READ StatementFile
            AT END SET NoMoreStmtLines TO TRUE
        END-READ
        PERFORM LoadStatementEntry UNTIL NoMoreStmtLines
        CLOSE StatementFile.

    LoadStatementEntry.
        *> Debits are the check side - chkrecon's business
        IF BankDebit
            ADD 1 TO DebitLines
        ELSE
            ADD 1 TO StmtCount
            IF StmtTableFull
                DISPLAY "Statement table full - raise the table size"
                    " - run abandoned"
                CLOSE StatementFile
                STOP RUN
            END-IF
            MOVE BsDate TO TabBsDate(StmtCount)
            MOVE BsAmount TO TabBsAmount(StmtCount)
            MOVE BsRef TO TabBsRef(StmtCount)
            MOVE 'N' TO TabBsMatched(StmtCount)
        END-IF
        READ StatementFile
            AT END SET NoMoreStmtLines TO TRUE
        END-READ.

    MatchOneCredit.
        MOVE ZERO TO BatchFoundIdx
        IF TabBsRef(StmtIdx)(1:5) IS NUMERIC
            AND TabBsRef(StmtIdx)(6:5) = SPACES
            MOVE TabBsRef(StmtIdx)(1:5) TO RefBatchNum
            PERFORM FindBatchByNumber VARYING BatchIdx FROM 1 BY 1
                UNTIL BatchIdx > BatchCount OR BatchFoundIdx > ZERO
        END-IF
        IF BatchFoundIdx = ZERO
            PERFORM FindBatchByAmount VARYING BatchIdx FROM 1 BY 1
                UNTIL BatchIdx > BatchCount OR BatchFoundIdx > ZERO
        END-IF
        IF BatchFoundIdx > ZERO
            MOVE TabBatchRecord(BatchFoundIdx) TO BatchRecord
            SET DepositCleared TO TRUE
            MOVE TabBsDate(StmtIdx) TO DbClearedDate
            MOVE BatchRecord TO TabBatchRecord(BatchFoundIdx)
            MOVE 'Y' TO TabBsMatched(StmtIdx)
            ADD 1 TO ClearedCount
            ADD TabBsAmount(StmtIdx) TO ClearedTotal
        END-IF.

    FindBatchByNumber.
        MOVE TabBatchRecord(BatchIdx) TO BatchRecord
        PERFORM SetStmtDepAmount
        IF DbBatchNum = RefBatchNum
            AND NOT DepositCleared
            AND BatchDepAmount = TabBsAmount(StmtIdx)
            MOVE BatchIdx TO BatchFoundIdx
        END-IF.

    FindBatchByAmount.
        MOVE TabBatchRecord(BatchIdx) TO BatchRecord
        PERFORM SetStmtDepAmount
        IF NOT DepositCleared
            AND BatchDepAmount = TabBsAmount(StmtIdx)
            AND DbDate NOT > TabBsDate(StmtIdx)
            MOVE BatchIdx TO BatchFoundIdx
        END-IF.

    SetBatchDepAmount.
        *> A lockbox batch went to the bank at the lockbox total even
        *> when some remittances could not be applied; a cashrcpt bag
        *> went in as keyed, whatever the clerk's control tape said.
        IF LockboxDeposit
            MOVE DbCtlAmount TO BatchDepAmount
        ELSE
            MOVE DbKeyedAmount TO BatchDepAmount
        END-IF.

    SetStmtDepAmount.
        *> Batches written before the source was carried do not say
        *> which they were - the control amount is taken when that,
        *> rather than the keyed amount, is what the bank credited.
        PERFORM SetBatchDepAmount
        IF DbSource = SPACE
            AND DbCtlAmount = TabBsAmount(StmtIdx)
            MOVE DbCtlAmount TO BatchDepAmount
        END-IF.

    TotalBookCash.
        OPEN INPUT GLTransFile
        IF GLTransFileOpenOK
            READ GLTransFile
                AT END SET NoMoreGL TO TRUE
            END-READ
            PERFORM FindCashBaseYear UNTIL NoMoreGL
            CLOSE GLTransFile
            OPEN INPUT GLTransFile
            MOVE 'N' TO GLEOF
            READ GLTransFile
                AT END SET NoMoreGL TO TRUE
            END-READ
            PERFORM TallyCashLeg UNTIL NoMoreGL
        END-IF
        CLOSE GLTransFile
        COMPUTE BookBalance = CashOpen + CashSince.

    FindCashBaseYear.
        IF GtSource = "OPEN" AND GtDate(1:4) NOT > StmtDate(1:4)
            AND GtDate(1:4) > BaseYear
            MOVE GtDate(1:4) TO BaseYear
        END-IF
        READ GLTransFile
            AT END SET NoMoreGL TO TRUE
        END-READ.

    TallyCashLeg.
        IF GtAcctNum = AcctCash AND GtDate NOT > StmtDate
            IF GtSource = "OPEN"
                IF GtDate(1:4) = BaseYear
                    IF LegIsDebit
                        ADD GtAmount TO CashOpen
                    ELSE
                        SUBTRACT GtAmount FROM CashOpen
                    END-IF
                END-IF
            ELSE
                IF GtDate(1:4) NOT < BaseYear
                    IF LegIsDebit
                        ADD GtAmount TO CashSince
                    ELSE
                        SUBTRACT GtAmount FROM CashSince
                    END-IF
                END-IF
            END-IF
        END-IF
        READ GLTransFile
            AT END SET NoMoreGL TO TRUE
        END-READ.

    TotalOutstandingChecks.
        OPEN INPUT PayCheckFile
        IF PayCheckFileOpenOK
            READ PayCheckFile
                AT END SET NoMoreChecks TO TRUE
            END-READ
            PERFORM TallyPayrollCheck UNTIL NoMoreChecks
        END-IF
        CLOSE PayCheckFile
        OPEN INPUT VendChkFile
        IF VendChkFileOpenOK
            READ VendChkFile
                AT END SET NoMoreVendChks TO TRUE
            END-READ
            PERFORM TallyVendorCheck UNTIL NoMoreVendChks
        END-IF
        CLOSE VendChkFile.

    TallyPayrollCheck.
        IF CheckOutstanding AND CkDate NOT > StmtDate
            ADD CkNet TO OutPayrollTotal
        END-IF
        READ PayCheckFile
            AT END SET NoMoreChecks TO TRUE
        END-READ.

    TallyVendorCheck.
        IF VendChkOutstanding AND VcDate NOT > StmtDate
            ADD VcAmount TO OutVendorTotal
        END-IF
        READ VendChkFile
            AT END SET NoMoreVendChks TO TRUE
        END-READ.

    PrintClearedSection.
        MOVE "DEPOSITS CLEARED ON THIS STATEMENT" TO SectionLine
        WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM BatchHeads AFTER ADVANCING 1 LINE
        PERFORM PrintClearedLine VARYING StmtIdx FROM 1 BY 1
            UNTIL StmtIdx > StmtCount
        MOVE "Deposits cleared" TO PrnCountName
        MOVE ClearedCount TO PrnCount
        MOVE ClearedTotal TO PrnCountTotal
        WRITE PrintLine FROM CountLine AFTER ADVANCING 2 LINES.

    PrintClearedLine.
        *> Walk the statement so the list runs in bank order
        IF TabBsMatched(StmtIdx) = 'Y'
            PERFORM FindClearedBatch VARYING BatchIdx FROM 1 BY 1
                UNTIL BatchIdx > BatchCount
        END-IF.

    FindClearedBatch.
        MOVE TabBatchRecord(BatchIdx) TO BatchRecord
        PERFORM SetStmtDepAmount
        IF DepositCleared AND DbClearedDate = TabBsDate(StmtIdx)
            AND BatchDepAmount = TabBsAmount(StmtIdx)
            MOVE SPACES TO BatchLine
            MOVE DbBatchNum TO PrnBatchNum
            MOVE DbDate TO PrnBatchDate
            MOVE BatchDepAmount TO PrnBatchAmount
            MOVE DbClearedDate TO PrnBankDate
            MOVE TabBsRef(StmtIdx) TO PrnBankRef
            WRITE PrintLine FROM BatchLine AFTER ADVANCING 1 LINE
            MOVE BatchCount TO BatchIdx
        END-IF.

    PrintTransitSection.
        MOVE "DEPOSITS IN TRANSIT" TO SectionLine
        WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM BatchHeads AFTER ADVANCING 1 LINE
        PERFORM PrintTransitLine VARYING BatchIdx FROM 1 BY 1
            UNTIL BatchIdx > BatchCount
        MOVE "Deposits in transit" TO PrnCountName
        MOVE TransitCount TO PrnCount
        MOVE TransitTotal TO PrnCountTotal
        WRITE PrintLine FROM CountLine AFTER ADVANCING 2 LINES.

    PrintTransitLine.
        MOVE TabBatchRecord(BatchIdx) TO BatchRecord
        PERFORM SetBatchDepAmount
        IF NOT DepositCleared AND DbDate NOT > StmtDate
            AND BatchDepAmount > ZERO
            ADD 1 TO TransitCount
            ADD BatchDepAmount TO TransitTotal
            MOVE SPACES TO BatchLine
            MOVE DbBatchNum TO PrnBatchNum
            MOVE DbDate TO PrnBatchDate
            MOVE BatchDepAmount TO PrnBatchAmount
            WRITE PrintLine FROM BatchLine AFTER ADVANCING 1 LINE
        END-IF.

    PrintUnmatchedSection.
        MOVE "BANK CREDITS NOT MATCHED TO A DEPOSIT" TO SectionLine
        WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM BatchHeads AFTER ADVANCING 1 LINE
        PERFORM PrintUnmatchedLine VARYING StmtIdx FROM 1 BY 1
            UNTIL StmtIdx > StmtCount
        MOVE "Unmatched credits" TO PrnCountName
        MOVE UnmatchedCount TO PrnCount
        MOVE UnmatchedTotal TO PrnCountTotal
        WRITE PrintLine FROM CountLine AFTER ADVANCING 2 LINES.

    PrintUnmatchedLine.
        IF TabBsMatched(StmtIdx) = 'N'
            ADD 1 TO UnmatchedCount
            ADD TabBsAmount(StmtIdx) TO UnmatchedTotal
            MOVE SPACES TO BatchLine
            MOVE TabBsAmount(StmtIdx) TO PrnBatchAmount
            MOVE TabBsDate(StmtIdx) TO PrnBankDate
            MOVE TabBsRef(StmtIdx) TO PrnBankRef
            WRITE PrintLine FROM BatchLine AFTER ADVANCING 1 LINE
        END-IF.

    PrintSummary.
        *> Bank side adds what the books have and the bank has not
        *> seen yet; book side adds what the bank has and the books
        *> have not been told about
        COMPUTE AdjustedBank = StmtBalance + TransitTotal
            - OutPayrollTotal - OutVendorTotal
        COMPUTE AdjustedBook = BookBalance + UnmatchedTotal
        COMPUTE ReconDiff = AdjustedBank - AdjustedBook
        MOVE "BANK TO BOOK - OPERATING ACCOUNT" TO SectionLine
        WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES
        MOVE "Balance per bank statement" TO PrnSummaryName
        MOVE StmtBalance TO PrnSummaryAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
        MOVE "Add deposits in transit" TO PrnSummaryName
        MOVE TransitTotal TO PrnSummaryAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "Less outstanding payroll checks" TO PrnSummaryName
        MOVE OutPayrollTotal TO PrnSummaryAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "Less outstanding vendor checks" TO PrnSummaryName
        MOVE OutVendorTotal TO PrnSummaryAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "Adjusted bank balance" TO PrnSummaryName
        MOVE AdjustedBank TO PrnSummaryAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
        MOVE "Balance per books (cash account)" TO PrnSummaryName
        MOVE BookBalance TO PrnSummaryAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
        MOVE "Add bank credits not on the books" TO PrnSummaryName
        MOVE UnmatchedTotal TO PrnSummaryAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "Adjusted book balance" TO PrnSummaryName
        MOVE AdjustedBook TO PrnSummaryAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
        MOVE "Difference" TO PrnSummaryName
        MOVE ReconDiff TO PrnSummaryAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
        IF ReconDiff = ZERO
            WRITE PrintLine FROM ReconciledLine AFTER ADVANCING 1 LINE
        ELSE
            WRITE PrintLine FROM NotReconciledLine
                AFTER ADVANCING 1 LINE
        END-IF.

    SaveBatchTable.
        OPEN OUTPUT BatchFile
        IF NOT BatchFileOpenOK
            DISPLAY "Unable to save DepBatch.dat - status "
                BatchFileStatus
            STOP RUN
        END-IF
        PERFORM SaveBatchEntry VARYING SaveIdx FROM 1 BY 1
            UNTIL SaveIdx > BatchCount
        CLOSE BatchFile.

    SaveBatchEntry.
        MOVE TabBatchRecord(SaveIdx) TO BatchRecord
        WRITE BatchRecord.
