       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. stkxfer.
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
        SELECT TransferFile ASSIGN TO "Transfer.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS XfNum
            FILE STATUS IS TransferFileStatus.
        SELECT OPTIONAL XferControlFile ASSIGN TO "XferControl.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS XferControlFileStatus.
        SELECT OPTIONAL LedgerFile ASSIGN TO "StockLedger.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LedgerFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD TransferFile.
        01 TransferData.
            COPY XFERREC.

        FD XferControlFile.
        01 XferControlRecord.
            02 CtlNextXferNum PIC 9(6).

        FD LedgerFile.
        01 LedgerData.
            COPY STKLEDG.
    WORKING-STORAGE SECTION.
        01 Choice PIC 9.
        01 StayOpen PIC X VALUE 'Y'.
        01 ProdExists PIC X.
        01 TransferExists PIC X.
        01 TransferEOF PIC X VALUE 'N'.
            88 NoMoreTransfers VALUE 'Y'.
        01 ValidEntry PIC X VALUE 'N'.
            88 EntryIsValid VALUE 'Y'.
        01 ConfirmReply PIC X.
            88 ReceiptConfirmed VALUE "Y" "y".
        01 EntryProdCode PIC 9(5).
        01 EntrySizeLetter PIC X.
        01 EntryXferNum PIC 9(6).
        01 EntryQty PIC X(6).
        01 FromLoc PIC X(4).
        01 ToLoc PIC X(4).
        01 XferQty PIC 9(5) VALUE ZERO.
        01 SizeSlot PIC 9 VALUE ZERO.
        01 SlotIdx PIC 9 VALUE ZERO.
        01 NextXferNum PIC 9(6) VALUE 1.
        01 ListedCount PIC 9(3) VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 LocAction PIC X.
        01 LocCode PIC X(4).
        01 LocSlot PIC 9.
        01 LocQty PIC 9(5).
        01 LocOnHand PIC 9(5).
        01 LocInTransit PIC 9(5).
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 TransferFileStatus PIC XX.
            88 TransferFileOpenOK VALUE "00".
        01 XferControlFileStatus PIC XX.
            88 XferControlFileOpenOK VALUE "00".
        01 LedgerFileStatus PIC XX.
            88 LedgerFileOpenOK VALUE "00".
        COPY RETCODE.

    SCREEN SECTION.
        01 MenuScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "STOCK TRANSFERS BETWEEN LOCATIONS".
            02 LINE 3 COLUMN 1 VALUE "1 : Ship Transfer".
            02 LINE 4 COLUMN 1 VALUE "2 : Receive Transfer".
            02 LINE 5 COLUMN 1 VALUE "3 : List In Transit".
            02 LINE 6 COLUMN 1 VALUE "0 : Quit".
            02 LINE 8 COLUMN 1 VALUE ": ".
            02 LINE 8 COLUMN 3 PIC 9 USING Choice.

PROCEDURE DIVISION.
    StartPara.
        *> Moves stock from one location to another in two steps.
        *> Shipping takes the quantity off the sending location's
        *> on-hand and books it in transit to the receiving location
        *> on a numbered Transfer.dat record; receiving moves it from
        *> in transit to on-hand there and closes the transfer. Both
        *> steps post through LOCSTK and join StockLedger.dat as T and
        *> V rows. PMQtyOnHand is the company-wide figure and stock in
        *> a truck is still ours, so the master is not touched.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            STOP RUN
        END-IF.
        OPEN I-O TransferFile.
        IF TransferFileStatus = "35" OR TransferFileStatus = "05"
            *> First transfer - nothing on file yet
            OPEN OUTPUT TransferFile
            CLOSE TransferFile
            OPEN I-O TransferFile
        END-IF.
        IF NOT TransferFileOpenOK
            DISPLAY "Unable to open Transfer.dat - status "
                TransferFileStatus
            STOP RUN
        END-IF.
        OPEN EXTEND LedgerFile.
        IF LedgerFileStatus NOT = "00" AND LedgerFileStatus NOT = "05"
            DISPLAY "Unable to open StockLedger.dat - status "
                LedgerFileStatus
            STOP RUN
        END-IF.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY MenuScreen
            ACCEPT MenuScreen

            EVALUATE Choice
                WHEN 1 PERFORM ShipTransfer
                WHEN 2 PERFORM ReceiveTransfer
                WHEN 3 PERFORM ListInTransit
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        CLOSE ProductMaster, TransferFile, LedgerFile.
        STOP RUN.

    ShipTransfer.
        DISPLAY " "
        DISPLAY "Product code (0 = cancel) : " WITH NO ADVANCING
        ACCEPT EntryProdCode
        IF EntryProdCode IS NOT NUMERIC OR EntryProdCode = ZERO
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO ProdExists
        MOVE EntryProdCode TO PMProdCode
        READ ProductMaster
            INVALID KEY MOVE 'N' TO ProdExists
        END-READ
        IF ProdExists = 'N'
            DISPLAY "Product " EntryProdCode " is not on the master"
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Size letter : " WITH NO ADVANCING
        ACCEPT EntrySizeLetter
        PERFORM FindSizeSlot
        IF SizeSlot = ZERO
            DISPLAY "Size not carried for product"
            EXIT PARAGRAPH
        END-IF
        DISPLAY "From location (blank = MAIN) : " WITH NO ADVANCING
        PERFORM EnterLocation
        IF NOT RetCodeSuccess
            EXIT PARAGRAPH
        END-IF
        MOVE LocCode TO FromLoc
        DISPLAY "To location                  : " WITH NO ADVANCING
        PERFORM EnterLocation
        IF NOT RetCodeSuccess
            EXIT PARAGRAPH
        END-IF
        MOVE LocCode TO ToLoc
        IF ToLoc = FromLoc
            DISPLAY "From and to locations must differ"
            EXIT PARAGRAPH
        END-IF

        MOVE "Q" TO LocAction
        MOVE FromLoc TO LocCode
        PERFORM CallLocStk
        DISPLAY "Quantity to transfer (on hand at " FromLoc " "
            LocOnHand ") : " WITH NO ADVANCING
        MOVE SPACES TO EntryQty
        ACCEPT EntryQty
        IF FUNCTION TEST-NUMVAL(EntryQty) NOT = ZERO
            DISPLAY "Quantity must be numeric"
            EXIT PARAGRAPH
        END-IF
        COMPUTE XferQty = FUNCTION NUMVAL(EntryQty)
        IF XferQty = ZERO
            EXIT PARAGRAPH
        END-IF
        IF XferQty > LocOnHand
            DISPLAY "Only " LocOnHand " on hand at " FromLoc
            EXIT PARAGRAPH
        END-IF

        *> Receiving end first - an inactive location refuses new
        *> stock, and nothing has left the shelf yet if it does
        MOVE "T" TO LocAction
        MOVE ToLoc TO LocCode
        PERFORM CallLocStk
        IF NOT RetCodeSuccess
            DISPLAY "Location " ToLoc " is not taking stock"
            EXIT PARAGRAPH
        END-IF
        MOVE "I" TO LocAction
        MOVE FromLoc TO LocCode
        PERFORM CallLocStk
        IF NOT RetCodeSuccess
            DISPLAY "Stock was not taken off " FromLoc "!"
        END-IF

        PERFORM GetNextXferNumber
        PERFORM AssignXferNumber
        MOVE SPACES TO TransferData
        MOVE EntryXferNum TO XfNum
        MOVE PMProdCode TO XfProdCode
        MOVE SizeSlot TO XfSizeSlot
        MOVE FromLoc TO XfFromLoc
        MOVE ToLoc TO XfToLoc
        MOVE XferQty TO XfQty
        MOVE WSCurrentDateTime(1:8) TO XfShipDate
        SET XfInTransit TO TRUE
        WRITE TransferData
            INVALID KEY DISPLAY "Transfer was not recorded!"
            NOT INVALID KEY
                DISPLAY "Transfer " XfNum " shipped - " XferQty
                    " from " FromLoc " to " ToLoc
        END-WRITE
        PERFORM SaveNextXferNumber
        MOVE SPACES TO LedgerData
        MOVE "T" TO LgType
        MOVE FromLoc TO LgLocation
        PERFORM WriteLedgerEntry.

    ReceiveTransfer.
        DISPLAY " "
        DISPLAY "Transfer number (0 = cancel) : " WITH NO ADVANCING
        ACCEPT EntryXferNum
        IF EntryXferNum IS NOT NUMERIC OR EntryXferNum = ZERO
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO TransferExists
        MOVE EntryXferNum TO XfNum
        READ TransferFile
            INVALID KEY MOVE 'N' TO TransferExists
        END-READ
        IF TransferExists = 'N'
            DISPLAY "Transfer " EntryXferNum " does not exist"
            EXIT PARAGRAPH
        END-IF
        IF NOT XfInTransit
            DISPLAY "Transfer " XfNum " was received " XfRecvDate
            EXIT PARAGRAPH
        END-IF
        MOVE XfProdCode TO PMProdCode
        READ ProductMaster
            INVALID KEY MOVE "*UNKNOWN*" TO PMProdName
        END-READ
        DISPLAY XfQty " of " PMProdName " slot " XfSizeSlot " from "
            XfFromLoc " arrived at " XfToLoc " (Y/N)? "
            WITH NO ADVANCING
        ACCEPT ConfirmReply
        IF NOT ReceiptConfirmed
            DISPLAY "Transfer " XfNum " left in transit"
            EXIT PARAGRAPH
        END-IF
        MOVE XfSizeSlot TO SizeSlot
        MOVE XfQty TO XferQty
        MOVE "V" TO LocAction
        MOVE XfToLoc TO LocCode
        PERFORM CallLocStk
        IF NOT RetCodeSuccess
            DISPLAY "Stock was not booked in at " XfToLoc "!"
            EXIT PARAGRAPH
        END-IF
        SET XfReceived TO TRUE
        MOVE WSCurrentDateTime(1:8) TO XfRecvDate
        REWRITE TransferData
            INVALID KEY DISPLAY "Transfer was not closed!"
            NOT INVALID KEY DISPLAY "Transfer " XfNum " received"
        END-REWRITE
        MOVE SPACES TO LedgerData
        MOVE "V" TO LgType
        MOVE XfToLoc TO LgLocation
        PERFORM WriteLedgerEntry.

    ListInTransit.
        DISPLAY " "
        MOVE 'N' TO TransferEOF
        MOVE ZERO TO ListedCount
        MOVE ZERO TO XfNum
        START TransferFile KEY IS NOT LESS THAN XfNum
            INVALID KEY SET NoMoreTransfers TO TRUE
        END-START
        PERFORM ListNextTransfer UNTIL NoMoreTransfers
        IF ListedCount = ZERO
            DISPLAY "Nothing in transit"
        END-IF.

    ListNextTransfer.
        READ TransferFile NEXT RECORD
            AT END SET NoMoreTransfers TO TRUE
            NOT AT END
                IF XfInTransit
                    ADD 1 TO ListedCount
                    DISPLAY XfNum " " XfShipDate " " XfProdCode
                        " slot " XfSizeSlot " qty " XfQty " "
                        XfFromLoc " -> " XfToLoc
                END-IF
        END-READ.

    EnterLocation.
        MOVE SPACES TO LocCode
        ACCEPT LocCode
        MOVE FUNCTION UPPER-CASE(LocCode) TO LocCode
        MOVE "L" TO LocAction
        PERFORM CallLocStk
        IF NOT RetCodeSuccess
            DISPLAY "Location " LocCode " is not on file"
        END-IF.

    CallLocStk.
        MOVE SizeSlot TO LocSlot
        MOVE XferQty TO LocQty
        CALL "LOCSTK" USING LocAction, PMProdCode, LocCode, LocSlot,
            LocQty, LocOnHand, LocInTransit, LRetCode.

    WriteLedgerEntry.
        *> Caller clears the record and sets LgType and LgLocation;
        *> LocOnHand is that location's slot balance from the posting
        *> just made. A transfer moves no lot and carries no cost.
        MOVE PMProdCode TO LgProdCode
        MOVE SizeSlot TO LgSizeSlot
        MOVE WSCurrentDateTime(1:8) TO LgDate
        MOVE XferQty TO LgQty
        MOVE PMQtyOnHand(SizeSlot) TO LgBalance
        MOVE LocOnHand TO LgLocBalance
        MOVE ZERO TO LgCost
        WRITE LedgerData.

    FindSizeSlot.
        MOVE ZERO TO SizeSlot
        PERFORM VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx > 3
            IF PMSizes(SlotIdx:1) = EntrySizeLetter
                AND PMSizes(SlotIdx:1) NOT = SPACE
                MOVE SlotIdx TO SizeSlot
            END-IF
        END-PERFORM.

    AssignXferNumber.
        *> Skip forward past any number already on file, in case the
        *> control file was lost or restored from an old copy
        MOVE 'Y' TO TransferExists
        PERFORM UNTIL TransferExists = 'N'
            MOVE NextXferNum TO XfNum
            READ TransferFile
                INVALID KEY MOVE 'N' TO TransferExists
            END-READ
            ADD 1 TO NextXferNum
        END-PERFORM
        COMPUTE EntryXferNum = NextXferNum - 1.

    GetNextXferNumber.
        MOVE 1 TO NextXferNum
        OPEN INPUT XferControlFile
        IF XferControlFileOpenOK
            READ XferControlFile
                AT END MOVE 1 TO NextXferNum
                NOT AT END MOVE CtlNextXferNum TO NextXferNum
            END-READ
        END-IF
        CLOSE XferControlFile.

    SaveNextXferNumber.
        OPEN OUTPUT XferControlFile
        IF XferControlFileStatus NOT = "00"
            AND XferControlFileStatus NOT = "05"
            DISPLAY "Unable to save XferControl.dat - status "
                XferControlFileStatus
            EXIT PARAGRAPH
        END-IF
        MOVE NextXferNum TO CtlNextXferNum
        WRITE XferControlRecord
        CLOSE XferControlFile.
