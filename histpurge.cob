       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. histpurge.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PolicyFile ASSIGN TO "RetPolicy.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PolicyFileStatus.
        SELECT SourceFile ASSIGN USING SourceName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SourceFileStatus.
        SELECT ArchiveFile ASSIGN USING ArchiveName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ArchiveFileStatus.
        SELECT KeepFile ASSIGN USING KeepName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS KeepFileStatus.
        SELECT OPTIONAL CatalogFile ASSIGN TO "ArchGens.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CatalogFileStatus.
        SELECT PurgeReport ASSIGN TO "HistPurge.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PurgeReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD PolicyFile.
        *> Months of history to keep online per file - 000 keeps the
        *> file whole
        01 PolicyRecord.
            02 RpFileName PIC X(20).
            02 FILLER PIC X.
            02 RpKeepMonths PIC 9(3).

        FD SourceFile.
        01 SourceLine PIC X(300).

        FD ArchiveFile.
        01 ArchiveLine PIC X(300).

        FD KeepFile.
        01 KeepLine PIC X(300).

        FD CatalogFile.
        01 CatalogRecord.
            COPY ARCHGEN.

        FD PurgeReport.
        01 PrintLine PIC X(100).
    WORKING-STORAGE SECTION.
        01 PolicyEOF PIC X VALUE 'N'.
            88 NoMorePolicy VALUE 'Y'.
        01 SourceEOF PIC X VALUE 'N'.
            88 NoMoreSource VALUE 'Y'.
      *> The history files this job knows how to age: the online
      *> file, the stem and extension its generations are named
      *> from, where the period (YYYYMM) sits on the record, and the
      *> field the control total is taken over - I a whole quantity,
      *> D an amount with two implied decimals, E an amount printed
      *> with its decimal point, N no amount (count only)
        01 HistFileValues.
            02 FILLER PIC X(49) VALUE
                "StockLedger.dat     StockLedger     .dat00701605I".
            02 FILLER PIC X(49) VALUE
                "SalesJournal.dat    SalesJournal    .dat00603808D".
            02 FILLER PIC X(49) VALUE
                "SalesHist.dat       SalesHist       .dat00104009D".
            02 FILLER PIC X(49) VALUE
                "GLTrans.dat         GLTrans         .dat00903511D".
            02 FILLER PIC X(49) VALUE
                "OrdAudit.log        OrdAudit        .log00100000N".
            02 FILLER PIC X(49) VALUE
                "PayStubHist.dat     PayStubHist     .dat15705107E".
            02 FILLER PIC X(49) VALUE
                "PayStubDedHist.dat  PayStubDedHist  .dat00103208E".
        01 FILLER REDEFINES HistFileValues.
            02 HistFileEntry OCCURS 7 TIMES.
                03 HfName PIC X(20).
                03 HfStem PIC X(16).
                03 HfExt PIC X(4).
                03 HfPeriodPos PIC 9(3).
                03 HfAmountPos PIC 9(3).
                03 HfAmountLen PIC 9(2).
                03 HfAmountType PIC X.
                    88 HfAmountWhole VALUE "I".
                    88 HfAmountImplied VALUE "D".
                    88 HfAmountEdited VALUE "E".
                    88 HfCountOnly VALUE "N".
        01 HfIdx PIC 9 VALUE ZERO.
        01 FoundIdx PIC 9 VALUE ZERO.
        01 SourceName PIC X(40).
        01 ArchiveName PIC X(40).
        01 KeepName PIC X(40).
        01 OldName PIC X(40).
        01 WSCurrentDateTime PIC X(21).
        01 WSRenameStatus PIC S9(9) COMP-5 VALUE ZERO.
        01 WSDeleteStatus PIC S9(9) COMP-5 VALUE ZERO.
        01 MonthNumber PIC 9(6).
        01 CutoffYear PIC 9(4).
        01 CutoffMonth PIC 99.
        01 CutoffPeriod PIC X(6).
        *> Year of the latest glclose opening balances at or before the
        *> cutoff - the statements build balances from that set on
        01 OpenSetYear PIC X(4).
        01 RecPeriod PIC X(6).
        01 LastPeriod PIC X(6).
        01 LastPeriodClosed PIC X VALUE 'N'.
            88 LastPeriodIsClosed VALUE 'Y'.
        01 CheckDate PIC X(8).
        01 FromPeriod PIC X(6).
        01 ThruPeriod PIC X(6).
        01 AmountText PIC X(11).
        01 RecAmount PIC S9(9)V99 VALUE ZERO.
        01 BeforeCount PIC 9(7) VALUE ZERO.
        01 ArchivedCount PIC 9(7) VALUE ZERO.
        01 KeptCount PIC 9(7) VALUE ZERO.
        01 AfterCount PIC 9(7) VALUE ZERO.
        01 HeldOpenCount PIC 9(7) VALUE ZERO.
        01 BeforeTotal PIC S9(11)V99 VALUE ZERO.
        01 ArchivedTotal PIC S9(11)V99 VALUE ZERO.
        01 KeptTotal PIC S9(11)V99 VALUE ZERO.
        01 AfterTotal PIC S9(11)V99 VALUE ZERO.
        01 FilesPurged PIC 99 VALUE ZERO.
        01 FilesOutOfBalance PIC 99 VALUE ZERO.
        COPY RETCODE.
        01 PageHeading.
            02 FILLER PIC X(34) VALUE "HISTORY RETENTION AND PURGE - RUN ".
            02 PrnRunDate PIC X(8).
        01 FileHeading.
            02 FILLER PIC X(6) VALUE "File: ".
            02 PrnFileName PIC X(20).
            02 FILLER PIC X(5) VALUE "keep ".
            02 PrnKeepMonths PIC ZZ9.
            02 FILLER PIC X(33) VALUE " months - archive periods before ".
            02 PrnCutoff PIC X(6).
        01 CountHeads PIC X(100) VALUE
            "                       Records       Control total".
        01 CountLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCountLabel PIC X(16).
            02 PrnCount PIC Z,ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnTotal PIC -,---,---,--9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCountNote PIC X(45).
        01 NoteLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnNote PIC X(90).
        01 PolicyFileStatus PIC XX.
            88 PolicyFileOpenOK VALUE "00".
        01 SourceFileStatus PIC XX.
            88 SourceFileOpenOK VALUE "00".
        01 ArchiveFileStatus PIC XX.
            88 ArchiveFileOpenOK VALUE "00".
        01 KeepFileStatus PIC XX.
            88 KeepFileOpenOK VALUE "00".
        01 CatalogFileStatus PIC XX.
        01 PurgeReportStatus PIC XX.
            88 PurgeReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartPurge.
        *> Retention and purge for the big transaction history files.
        *> RetPolicy.dat says how many months each one keeps online;
        *> anything older moves into a dated archive generation - the
        *> stem and run timestamp, the way audrotate names CustAudit
        *> generations - and ArchGens.dat catalogs it so kardex,
        *> salesanal and zreport can be pointed back at it. Only
        *> periods closed on PerCtl.dat are ever archived: an aged
        *> record in a period still open stays online and is counted.
        *> Every file is counted and control-totalled before, as
        *> archived, as kept and again after the swap, and the job
        *> fails if the figures do not tie. The GL journal is never
        *> cut back past the year of the opening balances finstmt,
        *> cashfcst and deprecon would start from at the cutoff.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        OPEN INPUT PolicyFile.
        IF NOT PolicyFileOpenOK
            DISPLAY "Unable to open RetPolicy.dat - status "
                PolicyFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT PurgeReport.
        IF NOT PurgeReportOpenOK
            DISPLAY "Unable to open HistPurge.rpt - status "
                PurgeReportStatus
            CLOSE PolicyFile
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        MOVE WSCurrentDateTime(1:8) TO PrnRunDate
        WRITE PrintLine FROM PageHeading.

        READ PolicyFile
            AT END SET NoMorePolicy TO TRUE
        END-READ.
        PERFORM ApplyOnePolicy UNTIL NoMorePolicy.

        CLOSE PolicyFile, PurgeReport.
        DISPLAY FilesPurged " file(s) purged - see HistPurge.rpt".
        IF FilesOutOfBalance > ZERO
            DISPLAY FilesOutOfBalance " file(s) out of balance"
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE ZERO TO RETURN-CODE
        END-IF.
        GOBACK.

    ApplyOnePolicy.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING HfIdx FROM 1 BY 1
            UNTIL HfIdx > 7 OR FoundIdx > ZERO
            IF HfName(HfIdx) = RpFileName
                MOVE HfIdx TO FoundIdx
            END-IF
        END-PERFORM
        MOVE SPACES TO NoteLine
        IF FoundIdx = ZERO
            STRING RpFileName DELIMITED BY SPACE
                " is not a history file this job ages - skipped"
                DELIMITED BY SIZE INTO PrnNote
            WRITE PrintLine FROM NoteLine AFTER ADVANCING 2 LINES
        ELSE IF RpKeepMonths IS NOT NUMERIC OR RpKeepMonths = ZERO
            STRING RpFileName DELIMITED BY SPACE
                " - no retention set, kept whole" DELIMITED BY SIZE
                INTO PrnNote
            WRITE PrintLine FROM NoteLine AFTER ADVANCING 2 LINES
        ELSE
            PERFORM PurgeOneFile
        END-IF
        END-IF
        READ PolicyFile
            AT END SET NoMorePolicy TO TRUE
        END-READ.

    PurgeOneFile.
        *> The cutoff is the first period kept - this month less the
        *> months to keep
        COMPUTE MonthNumber = FUNCTION NUMVAL(WSCurrentDateTime(1:4)) * 12
            + FUNCTION NUMVAL(WSCurrentDateTime(5:2)) - 1 - RpKeepMonths
        DIVIDE MonthNumber BY 12 GIVING CutoffYear REMAINDER CutoffMonth
        ADD 1 TO CutoffMonth
        STRING CutoffYear CutoffMonth DELIMITED BY SIZE INTO CutoffPeriod
        MOVE HfName(FoundIdx) TO SourceName
        IF HfStem(FoundIdx) = "GLTrans"
            PERFORM HoldGLToOpenSet
        END-IF
        MOVE RpFileName TO PrnFileName
        MOVE RpKeepMonths TO PrnKeepMonths
        MOVE CutoffPeriod TO PrnCutoff
        WRITE PrintLine FROM FileHeading AFTER ADVANCING 2 LINES

        MOVE SPACES TO ArchiveName, KeepName, OldName
        STRING HfStem(FoundIdx) DELIMITED BY SPACE
            "_" WSCurrentDateTime(1:14) HfExt(FoundIdx)
            DELIMITED BY SIZE INTO ArchiveName
        STRING HfStem(FoundIdx) DELIMITED BY SPACE
            ".new" DELIMITED BY SIZE INTO KeepName
        STRING HfStem(FoundIdx) DELIMITED BY SPACE
            ".old" DELIMITED BY SIZE INTO OldName
        MOVE ZERO TO BeforeCount, ArchivedCount, KeptCount, AfterCount,
            HeldOpenCount, BeforeTotal, ArchivedTotal, KeptTotal,
            AfterTotal
        MOVE SPACES TO LastPeriod, FromPeriod, ThruPeriod

        OPEN INPUT SourceFile
        IF NOT SourceFileOpenOK
            MOVE SPACES TO NoteLine
            STRING SourceName DELIMITED BY SPACE
                " is not on file - nothing to purge" DELIMITED BY SIZE
                INTO PrnNote
            WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT ArchiveFile
        OPEN OUTPUT KeepFile
        IF NOT ArchiveFileOpenOK OR NOT KeepFileOpenOK
            MOVE SPACES TO NoteLine
            STRING "Unable to open the work files for " SourceName
                DELIMITED BY SIZE INTO PrnNote
            WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
            CLOSE SourceFile, ArchiveFile, KeepFile
            ADD 1 TO FilesOutOfBalance
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO SourceEOF
        READ SourceFile
            AT END SET NoMoreSource TO TRUE
        END-READ
        PERFORM SortOneRecord UNTIL NoMoreSource
        CLOSE SourceFile, ArchiveFile, KeepFile

        IF ArchivedCount = ZERO
            CALL "CBL_DELETE_FILE" USING ArchiveName
                RETURNING WSDeleteStatus
            END-CALL
            CALL "CBL_DELETE_FILE" USING KeepName
                RETURNING WSDeleteStatus
            END-CALL
            MOVE BeforeCount TO AfterCount
            MOVE BeforeTotal TO AfterTotal
            MOVE SPACES TO ArchiveName
        ELSE
            PERFORM SwapInKeptRecords
        END-IF
        PERFORM PrintFileCounts.

    HoldGLToOpenSet.
        *> A balance for any period still online starts from the
        *> latest OPEN legs (source at 15 on the journal) at or before
        *> its year, so nothing from that year on may go. With no
        *> opening balances yet the whole journal is the balance and
        *> none of it is archived.
        MOVE "0000" TO OpenSetYear
        MOVE 'N' TO SourceEOF
        OPEN INPUT SourceFile
        IF SourceFileOpenOK
            READ SourceFile
                AT END SET NoMoreSource TO TRUE
            END-READ
            PERFORM FindOpenSetYear UNTIL NoMoreSource
        END-IF
        CLOSE SourceFile
        IF OpenSetYear = "0000"
            MOVE "000000" TO CutoffPeriod
        ELSE
            MOVE SPACES TO CutoffPeriod
            STRING OpenSetYear "01" DELIMITED BY SIZE INTO CutoffPeriod
        END-IF.

    FindOpenSetYear.
        IF SourceLine(15:8) = "OPEN"
            AND SourceLine(9:4) NOT > CutoffPeriod(1:4)
            AND SourceLine(9:4) > OpenSetYear
            MOVE SourceLine(9:4) TO OpenSetYear
        END-IF
        READ SourceFile
            AT END SET NoMoreSource TO TRUE
        END-READ.

    SortOneRecord.
        ADD 1 TO BeforeCount
        PERFORM TakeRecordAmount
        ADD RecAmount TO BeforeTotal
        MOVE SourceLine(HfPeriodPos(FoundIdx):6) TO RecPeriod
        IF RecPeriod < CutoffPeriod
            PERFORM CheckPeriodClosed
            IF LastPeriodIsClosed
                WRITE ArchiveLine FROM SourceLine
                ADD 1 TO ArchivedCount
                ADD RecAmount TO ArchivedTotal
                IF FromPeriod = SPACES OR RecPeriod < FromPeriod
                    MOVE RecPeriod TO FromPeriod
                END-IF
                IF ThruPeriod = SPACES OR RecPeriod > ThruPeriod
                    MOVE RecPeriod TO ThruPeriod
                END-IF
            ELSE
                ADD 1 TO HeldOpenCount
                PERFORM KeepRecord
            END-IF
        ELSE
            PERFORM KeepRecord
        END-IF
        READ SourceFile
            AT END SET NoMoreSource TO TRUE
        END-READ.

    KeepRecord.
        WRITE KeepLine FROM SourceLine
        ADD 1 TO KeptCount
        ADD RecAmount TO KeptTotal.

    CheckPeriodClosed.
        *> The history files run in date order, so the period only
        *> goes back to PERCHK when it changes
        IF RecPeriod NOT = LastPeriod
            MOVE RecPeriod TO LastPeriod
            MOVE SPACES TO CheckDate
            STRING RecPeriod "01" DELIMITED BY SIZE INTO CheckDate
            CALL "PERCHK" USING CheckDate, LRetCode
            IF RetCodeInvalidOperation
                SET LastPeriodIsClosed TO TRUE
            ELSE
                MOVE 'N' TO LastPeriodClosed
            END-IF
        END-IF.

    TakeRecordAmount.
        MOVE ZERO TO RecAmount
        IF HfCountOnly(FoundIdx)
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO AmountText
        MOVE SourceLine(HfAmountPos(FoundIdx):HfAmountLen(FoundIdx))
            TO AmountText
        *> Rows from before a field was added read back as spaces
        IF AmountText = SPACES
            OR FUNCTION TEST-NUMVAL(AmountText) NOT = ZERO
            EXIT PARAGRAPH
        END-IF
        IF HfAmountImplied(FoundIdx)
            COMPUTE RecAmount = FUNCTION NUMVAL(AmountText) / 100
        ELSE
            COMPUTE RecAmount = FUNCTION NUMVAL(AmountText)
        END-IF.

    SwapInKeptRecords.
        *> The online file steps aside until the kept records are in
        *> its place, so a failed rename never leaves it missing
        CALL "CBL_DELETE_FILE" USING OldName
            RETURNING WSDeleteStatus
        END-CALL
        CALL "CBL_RENAME_FILE" USING SourceName, OldName
            RETURNING WSRenameStatus
        END-CALL
        IF WSRenameStatus NOT = ZERO
            PERFORM AbandonSwap
            EXIT PARAGRAPH
        END-IF
        CALL "CBL_RENAME_FILE" USING KeepName, SourceName
            RETURNING WSRenameStatus
        END-CALL
        IF WSRenameStatus NOT = ZERO
            CALL "CBL_RENAME_FILE" USING OldName, SourceName
                RETURNING WSRenameStatus
            END-CALL
            PERFORM AbandonSwap
            EXIT PARAGRAPH
        END-IF
        CALL "CBL_DELETE_FILE" USING OldName
            RETURNING WSDeleteStatus
        END-CALL
        ADD 1 TO FilesPurged
        PERFORM CatalogGeneration
        PERFORM CountFileAfter.

    AbandonSwap.
        *> Leave the online file as it was and drop the generation
        CALL "CBL_DELETE_FILE" USING ArchiveName
            RETURNING WSDeleteStatus
        END-CALL
        CALL "CBL_DELETE_FILE" USING KeepName
            RETURNING WSDeleteStatus
        END-CALL
        MOVE BeforeCount TO AfterCount
        MOVE BeforeTotal TO AfterTotal
        MOVE ZERO TO ArchivedCount, ArchivedTotal
        MOVE BeforeCount TO KeptCount
        MOVE BeforeTotal TO KeptTotal
        MOVE SPACES TO NoteLine
        STRING "Unable to replace " SourceName DELIMITED BY SPACE
            " - left as it was, nothing archived" DELIMITED BY SIZE
            INTO PrnNote
        WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
        MOVE SPACES TO ArchiveName
        ADD 1 TO FilesOutOfBalance.

    CatalogGeneration.
        OPEN EXTEND CatalogFile
        IF CatalogFileStatus NOT = "00" AND CatalogFileStatus NOT = "05"
            DISPLAY "Unable to catalog " ArchiveName " - status "
                CatalogFileStatus
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO CatalogRecord
        MOVE SourceName TO AgBaseName
        MOVE ArchiveName TO AgGenName
        MOVE WSCurrentDateTime(1:8) TO AgMadeDate
        MOVE FromPeriod TO AgFromPeriod
        MOVE ThruPeriod TO AgThruPeriod
        MOVE ArchivedCount TO AgRecCount
        WRITE CatalogRecord
        CLOSE CatalogFile.

    CountFileAfter.
        MOVE 'N' TO SourceEOF
        OPEN INPUT SourceFile
        IF SourceFileOpenOK
            READ SourceFile
                AT END SET NoMoreSource TO TRUE
            END-READ
            PERFORM CountOneAfter UNTIL NoMoreSource
        END-IF
        CLOSE SourceFile.

    CountOneAfter.
        ADD 1 TO AfterCount
        PERFORM TakeRecordAmount
        ADD RecAmount TO AfterTotal
        READ SourceFile
            AT END SET NoMoreSource TO TRUE
        END-READ.

    PrintFileCounts.
        WRITE PrintLine FROM CountHeads AFTER ADVANCING 1 LINE
        MOVE SPACES TO PrnCountNote
        MOVE "Before" TO PrnCountLabel
        MOVE BeforeCount TO PrnCount
        MOVE BeforeTotal TO PrnTotal
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        MOVE "Archived" TO PrnCountLabel
        MOVE ArchivedCount TO PrnCount
        MOVE ArchivedTotal TO PrnTotal
        IF ArchiveName NOT = SPACES
            STRING "to " ArchiveName DELIMITED BY SIZE INTO PrnCountNote
        END-IF
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        MOVE SPACES TO PrnCountNote
        MOVE "Kept online" TO PrnCountLabel
        MOVE KeptCount TO PrnCount
        MOVE KeptTotal TO PrnTotal
        IF HeldOpenCount > ZERO
            MOVE "incl. aged records in open periods" TO PrnCountNote
        END-IF
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        MOVE SPACES TO PrnCountNote
        MOVE "After" TO PrnCountLabel
        MOVE AfterCount TO PrnCount
        MOVE AfterTotal TO PrnTotal
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        IF HeldOpenCount > ZERO
            MOVE SPACES TO NoteLine
            MOVE HeldOpenCount TO PrnCount
            STRING "Aged records held online - period not closed: "
                PrnCount DELIMITED BY SIZE INTO PrnNote
            WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE
        END-IF
        MOVE SPACES TO NoteLine
        IF BeforeCount = AfterCount + ArchivedCount
            AND BeforeTotal = AfterTotal + ArchivedTotal
            AND AfterCount = KeptCount
            MOVE "In balance - before = archived + after" TO PrnNote
        ELSE
            MOVE "*** OUT OF BALANCE - check the generation and the online file"
                TO PrnNote
            ADD 1 TO FilesOutOfBalance
        END-IF
        WRITE PrintLine FROM NoteLine AFTER ADVANCING 1 LINE.
