ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LedgerFile ASSIGN USING LedgerName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LedgerFileStatus.
        SELECT ProductMaster ASSIGN TO "product.txt"
        01 WantedProdCode PIC 9(5).
        01 FromDate PIC X(8).
        01 ThruDate PIC X(8).
        01 WantedLoc PIC X(4).
        01 RowLoc PIC X(4).
        01 RowLocBalance PIC 9(5).
        01 RowBalance PIC 9(5).
        01 RowMatch PIC X VALUE 'N'.
            88 RowIsWanted VALUE 'Y'.
        01 SlotIdx PIC 9 VALUE ZERO.
        01 MovementCount PIC 9(5) VALUE ZERO.
        01 SlotState.
            02 PrnFromDate PIC X(8).
            02 FILLER PIC X(6) VALUE " THRU ".
            02 PrnThruDate PIC X(8).
        01 LocationHeading.
            02 FILLER PIC X(11) VALUE "LOCATION : ".
            02 PrnWantedLoc PIC X(4).
        01 LedgerHeading.
            02 FILLER PIC X(11) VALUE "LEDGER   : ".
            02 PrnLedgerName PIC X(40).
        01 SlotHeading.
            02 FILLER PIC X(10) VALUE "SIZE SLOT ".
            02 PrnSlotNum PIC 9.
            02 PrnMvType PIC X.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnMvQty PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnMvLoc PIC X(4).
            02 FILLER PIC X(13) VALUE "   BALANCE : ".
            02 PrnMvBalance PIC ZZZZ9.
            02 FILLER PIC X(14) VALUE "   AT LOC :   ".
            02 PrnMvLocBalance PIC ZZZZ9.
            02 FILLER PIC X(11) VALUE "   TOTAL : ".
            02 PrnMvTotal PIC ZZZZ9.
        01 ClosingLine.
            02 FILLER PIC X(21) VALUE "  CLOSING BALANCE : ".
            02 PrnClosing PIC ZZZZ9.
        *> The online ledger unless an archive generation is picked
        01 LedgerBase PIC X(20) VALUE "StockLedger.dat".
        01 LedgerName PIC X(40) VALUE "StockLedger.dat".
        COPY RETCODE.
        01 LedgerFileStatus PIC XX.
            88 LedgerFileOpenOK VALUE "00".
        01 ProductMasterStatus PIC XX.
        *> balance it left, and the closing balance. The answer to
        *> "how did the count get here" that stockpost alone could
        *> never give. Two passes over the ledger: one to establish
        *> the openings, one to print the range. Give it a location
        *> and the balances are that location's, with the company
        *> total alongside; leave it blank and every location's
        *> movements print against the total. Ledger rows from before
        *> locations were kept belong to MAIN.
        DISPLAY "Product code          : " WITH NO ADVANCING.
        ACCEPT WantedProdCode.
        DISPLAY "From date (YYYYMMDD, blank = all) : "
        DISPLAY "Thru date (YYYYMMDD, blank = all) : "
            WITH NO ADVANCING.
        ACCEPT ThruDate.
        DISPLAY "Location (blank = all)            : "
            WITH NO ADVANCING.
        MOVE SPACES TO WantedLoc.
        ACCEPT WantedLoc.
        MOVE FUNCTION UPPER-CASE(WantedLoc) TO WantedLoc.
        CALL "ARCHPICK" USING LedgerBase, LedgerName, LRetCode.
        IF FromDate = SPACES
            MOVE "00000000" TO FromDate
        END-IF.
        MOVE FromDate TO PrnFromDate
        MOVE ThruDate TO PrnThruDate
        WRITE PrintLine FROM KardexHeading.
        IF WantedLoc = SPACES
            MOVE "ALL" TO PrnWantedLoc
        ELSE
            MOVE WantedLoc TO PrnWantedLoc
        END-IF.
        WRITE PrintLine FROM LocationHeading AFTER ADVANCING 1 LINE.
        MOVE LedgerName TO PrnLedgerName
        WRITE PrintLine FROM LedgerHeading AFTER ADVANCING 1 LINE.

        PERFORM PrintSlotSection VARYING SlotIdx FROM 1 BY 1
            UNTIL SlotIdx > 3.
        MOVE 'N' TO LedgerEOF
        OPEN INPUT LedgerFile
        IF NOT LedgerFileOpenOK
            DISPLAY "No " LedgerName " - openings are zero"
            SET NoMoreLedger TO TRUE
        ELSE
            READ LedgerFile
        CLOSE LedgerFile.

    NoteOneOpening.
        PERFORM ResolveLedgerRow
        IF RowIsWanted AND LgDate < FromDate
            MOVE RowBalance TO SlotOpening(LgSizeSlot)
            MOVE RowBalance TO SlotClosing(LgSizeSlot)
        END-IF
        READ LedgerFile
            AT END SET NoMoreLedger TO TRUE
        WRITE PrintLine FROM ClosingLine AFTER ADVANCING 1 LINE.

    PrintOneMovement.
        PERFORM ResolveLedgerRow
        IF RowIsWanted
            AND LgSizeSlot = SlotIdx
            AND LgDate NOT < FromDate AND LgDate NOT > ThruDate
            ADD 1 TO MovementCount
            MOVE LgDate TO PrnMvDate
            MOVE LgType TO PrnMvType
            MOVE LgQty TO PrnMvQty
            MOVE RowLoc TO PrnMvLoc
            MOVE RowBalance TO PrnMvBalance
            MOVE RowLocBalance TO PrnMvLocBalance
            MOVE LgBalance TO PrnMvTotal
            WRITE PrintLine FROM MoveLine AFTER ADVANCING 1 LINE
            MOVE RowBalance TO SlotClosing(SlotIdx)
        END-IF
        READ LedgerFile
            AT END SET NoMoreLedger TO TRUE
        END-READ.

    ResolveLedgerRow.
        *> Sets RowIsWanted for a row of the wanted product at the
        *> wanted location, and the balance the report runs on -
        *> the location's with a location asked for, else the total
        MOVE 'N' TO RowMatch
        IF LgLocation = SPACES
            MOVE "MAIN" TO RowLoc
            MOVE LgBalance TO RowLocBalance
        ELSE
            MOVE LgLocation TO RowLoc
            MOVE LgLocBalance TO RowLocBalance
        END-IF
        IF WantedLoc = SPACES
            MOVE LgBalance TO RowBalance
        ELSE
            MOVE RowLocBalance TO RowBalance
        END-IF
        IF LgProdCode = WantedProdCode
            AND (WantedLoc = SPACES OR RowLoc = WantedLoc)
            SET RowIsWanted TO TRUE
        END-IF.
