        SELECT OPTIONAL CostHistFile ASSIGN TO "CostHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CostHistFileStatus.
        SELECT BinFile ASSIGN TO "Bin.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BnKey
            FILE STATUS IS BinFileStatus.

DATA DIVISION.
    FILE SECTION.
                PhNewPrice BY ChNewCost,
                PhDate BY ChDate,
                PhSource BY ChSource.

        FD BinFile.
        01 BinData.
            COPY BINREC.
    WORKING-STORAGE SECTION.
        01 SignOnID PIC X(8).
        01 SignOnName PIC X(20).
        01 CostHistFileStatus PIC XX.
            88 CostHistFileOpenOK VALUE "00".
        01 PriorPrice PIC 9(4)V99.
        01 BinFileStatus PIC XX.
            88 BinFileOpenOK VALUE "00".
        01 BinExists PIC X.
        01 BinSlot PIC 9.
        01 BinLoc PIC X(4).
        01 EntryBin PIC X(8).
        01 ValidEntry PIC X VALUE 'N'.
            88 EntryIsValid VALUE 'Y'.
        01 LocAction PIC X VALUE "L".
        01 LocSlot PIC 9 VALUE 1.
        01 LocQty PIC 9(5) VALUE ZERO.
        01 LocOnHand PIC 9(5).
        01 LocInTransit PIC 9(5).
        COPY RETCODE.

    SCREEN SECTION.
        01 SignOnScreen.
            02 LINE 4 COLUMN 1 VALUE "2 : Update Product".
            02 LINE 5 COLUMN 1 VALUE "3 : Delete Product".
            02 LINE 6 COLUMN 1 VALUE "4 : List All Products".
            02 LINE 7 COLUMN 1 VALUE "5 : Bin Locations".
            02 LINE 8 COLUMN 1 VALUE "0 : Quit".
            02 LINE 10 COLUMN 1 VALUE ": ".
            02 LINE 10 COLUMN 3 PIC 9 USING Choice.

        01 ProdCodeScreen.
            02 LINE 3 COLUMN 1 VALUE "Product Code : ".
        *> every change - price changes are exactly the thing the
        *> auditors ask about. Codes are assigned, not keyed in.
        *> Repricing and deleting are supervisor functions under the
        *> operator roles. Bin locations - the aisle, rack, and shelf
        *> each size is picked from at each stock location - are kept
        *> here too, on Bin.dat, for the pick lists.
        PERFORM SignOn.
        IF NOT OperatorSignedOn
            DISPLAY "Sign-on failed - session ended"
                ProdAuditFileStatus
            STOP RUN
        END-IF.
        OPEN I-O BinFile.
        IF BinFileStatus = "35" OR BinFileStatus = "05"
            *> First run - no bins assigned yet
            OPEN OUTPUT BinFile
            CLOSE BinFile
            OPEN I-O BinFile
        END-IF.
        IF NOT BinFileOpenOK
            DISPLAY "Unable to open Bin.dat - status " BinFileStatus
            STOP RUN
        END-IF.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY MenuScreen
            ACCEPT MenuScreen
                WHEN 2 PERFORM GateAndUpdate
                WHEN 3 PERFORM GateAndDelete
                WHEN 4 PERFORM ListProducts
                WHEN 5 PERFORM MaintainBins
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        CLOSE ProductMaster, ProdAuditFile, BinFile.
        STOP RUN.

    GateAndUpdate.
            NOT INVALID KEY PERFORM WriteProdAudit
        END-DELETE.

    MaintainBins.
        MOVE 'Y' TO ProdExists
        DISPLAY " "
        DISPLAY ProdCodeScreen
        ACCEPT ProdCodeScreen
        MOVE EntryCode TO PMProdCode
        READ ProductMaster
            INVALID KEY MOVE 'N' TO ProdExists
        END-READ
        IF ProdExists = 'N'
            DISPLAY "Product code does not exist!"
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Stock location (blank = MAIN) : " WITH NO ADVANCING
        MOVE SPACES TO BinLoc
        ACCEPT BinLoc
        MOVE FUNCTION UPPER-CASE(BinLoc) TO BinLoc
        CALL "LOCSTK" USING LocAction, PMProdCode, BinLoc, LocSlot,
            LocQty, LocOnHand, LocInTransit, LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Location " BinLoc " is not on file"
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO BinExists
        MOVE PMProdCode TO BnProdCode
        MOVE BinLoc TO BnLocation
        READ BinFile
            INVALID KEY MOVE 'N' TO BinExists
        END-READ
        IF BinExists = 'N'
            MOVE SPACES TO BinData
            MOVE PMProdCode TO BnProdCode
            MOVE BinLoc TO BnLocation
        END-IF
        DISPLAY "Bins as AA-RR-SS (aisle-rack-shelf), blank = keep, "
            "* = clear"
        PERFORM EnterOneBin VARYING BinSlot FROM 1 BY 1
            UNTIL BinSlot > 3
        IF BinExists = 'Y'
            REWRITE BinData
                INVALID KEY DISPLAY "Bins were not updated!"
                NOT INVALID KEY DISPLAY "Bins updated for " PMProdName
                    " at " BinLoc
            END-REWRITE
        ELSE
            WRITE BinData
                INVALID KEY DISPLAY "Bins were not recorded!"
                NOT INVALID KEY DISPLAY "Bins recorded for " PMProdName
                    " at " BinLoc
            END-WRITE
        END-IF.

    EnterOneBin.
        IF PMSizes(BinSlot:1) = SPACE
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY "Size " PMSizes(BinSlot:1) " bin (now "
                BnAisle(BinSlot) "-" BnRack(BinSlot) "-"
                BnShelf(BinSlot) ") : " WITH NO ADVANCING
            MOVE SPACES TO EntryBin
            ACCEPT EntryBin
            MOVE FUNCTION UPPER-CASE(EntryBin) TO EntryBin
            IF EntryBin = SPACES
                SET EntryIsValid TO TRUE
            ELSE IF EntryBin = "*"
                MOVE SPACES TO BnBin(BinSlot)
                SET EntryIsValid TO TRUE
            ELSE IF EntryBin(3:1) NOT = "-" OR EntryBin(6:1) NOT = "-"
                OR EntryBin(1:2) = SPACES OR EntryBin(4:2) = SPACES
                OR EntryBin(7:2) = SPACES
                DISPLAY "Bin must be aisle-rack-shelf such as 03-12-B2"
                    " - re-enter"
            ELSE
                MOVE EntryBin(1:2) TO BnAisle(BinSlot)
                MOVE EntryBin(4:2) TO BnRack(BinSlot)
                MOVE EntryBin(7:2) TO BnShelf(BinSlot)
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM.

    ListProducts.
        MOVE 'N' TO ListEOF
        MOVE LOW-VALUES TO PMProdCode
