       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. tiermaint.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT TierFile ASSIGN TO "TierPrice.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TierProdCode
            FILE STATUS IS TierFileStatus.
        SELECT ProductMaster ASSIGN TO "product.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.

DATA DIVISION.
    FILE SECTION.
        FD TierFile.
        01 TierData.
            COPY TIERPRC.

        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.
    WORKING-STORAGE SECTION.
        01 Choice PIC 9.
        01 StayOpen PIC X VALUE 'Y'.
        01 ProdExists PIC X.
        01 TierExists PIC X.
        01 ValidEntry PIC X VALUE 'N'.
            88 EntryIsValid VALUE 'Y'.
        01 ListEOF PIC X VALUE 'N'.
            88 NoMoreTiers VALUE 'Y'.
        01 ListedCount PIC 9(3) VALUE ZERO.
        01 TierIdx PIC 9 VALUE ZERO.
        01 PriorMinQty PIC 9(3) VALUE ZERO.
        01 BreakError PIC X(40) VALUE SPACES.
        01 PrnTierPrice PIC $$,$$9.99.
        01 PrnMasterPrice PIC $$,$$9.99.
        01 TierFileStatus PIC XX.
            88 TierFileOpenOK VALUE "00".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".

    SCREEN SECTION.
        01 MenuScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "QUANTITY-BREAK PRICES".
            02 LINE 3 COLUMN 1 VALUE "1 : Add Price Breaks".
            02 LINE 4 COLUMN 1 VALUE "2 : Update Price Breaks".
            02 LINE 5 COLUMN 1 VALUE "3 : Delete Price Breaks".
            02 LINE 6 COLUMN 1 VALUE "4 : List Price Breaks".
            02 LINE 7 COLUMN 1 VALUE "0 : Quit".
            02 LINE 9 COLUMN 1 VALUE ": ".
            02 LINE 9 COLUMN 3 PIC 9 USING Choice.

        01 KeyEntryScreen.
            02 LINE 3 COLUMN 1 VALUE "Product Code : ".
            02 LINE 3 COLUMN 16 PIC 9(5) USING TierProdCode.
        01 BreaksEntryScreen.
            02 LINE 4 COLUMN 1 VALUE "From Qty   Unit Price  (0 = unused)".
            02 LINE 5 COLUMN 1 PIC 9(3) USING TierMinQty(1).
            02 LINE 5 COLUMN 12 PIC 9(4).99 USING TierPrice(1).
            02 LINE 6 COLUMN 1 PIC 9(3) USING TierMinQty(2).
            02 LINE 6 COLUMN 12 PIC 9(4).99 USING TierPrice(2).
            02 LINE 7 COLUMN 1 PIC 9(3) USING TierMinQty(3).
            02 LINE 7 COLUMN 12 PIC 9(4).99 USING TierPrice(3).
            02 LINE 8 COLUMN 1 PIC 9(3) USING TierMinQty(4).
            02 LINE 8 COLUMN 12 PIC 9(4).99 USING TierPrice(4).

PROCEDURE DIVISION.
    StartPara.
        *> Maintains the volume breaks on the ordinary price list - a
        *> product sold at one price for 1-11, less from 12, and less
        *> again from 48 carries breaks at 012 and 048 here, and the
        *> quote, order, and invoice pricing picks the break by line
        *> quantity instead of the rep working it out by hand.
        OPEN I-O TierFile.
        IF TierFileStatus = "35" OR TierFileStatus = "05"
            *> First run - no price breaks on file yet
            OPEN OUTPUT TierFile
            CLOSE TierFile
            OPEN I-O TierFile
        END-IF.
        IF NOT TierFileOpenOK
            DISPLAY "Unable to open TierPrice.dat - status " TierFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            STOP RUN
        END-IF.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY MenuScreen
            ACCEPT MenuScreen

            EVALUATE Choice
                WHEN 1 PERFORM AddTiers
                WHEN 2 PERFORM UpdateTiers
                WHEN 3 PERFORM DeleteTiers
                WHEN 4 PERFORM ListTiers
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        CLOSE TierFile, ProductMaster.
        STOP RUN.

    AddTiers.
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY " "
            DISPLAY KeyEntryScreen
            ACCEPT KeyEntryScreen
            PERFORM CheckProduct
            IF ProdExists = 'N'
                DISPLAY "Product " TierProdCode
                    " is not on the master - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM.
        MOVE PMPrice TO PrnMasterPrice
        DISPLAY "Master price is " PrnMasterPrice " for " PMProdName
        INITIALIZE TierBreak(1), TierBreak(2), TierBreak(3), TierBreak(4)
        PERFORM EnterBreaks
        WRITE TierData
            INVALID KEY DISPLAY "Price breaks already on file - use Update"
            NOT INVALID KEY DISPLAY "Price breaks added"
        END-WRITE.

    UpdateTiers.
        PERFORM GetTierKey
        IF TierExists = 'N'
            DISPLAY "Price breaks do not exist!"
        ELSE
            PERFORM EnterBreaks
            REWRITE TierData
                INVALID KEY DISPLAY "Price breaks were not updated!"
                NOT INVALID KEY DISPLAY "Price breaks updated"
            END-REWRITE
        END-IF.

    DeleteTiers.
        PERFORM GetTierKey
        IF TierExists = 'N'
            DISPLAY "Price breaks do not exist!"
        ELSE
            DELETE TierFile RECORD
                INVALID KEY DISPLAY "Price breaks were not deleted!"
                NOT INVALID KEY DISPLAY "Price breaks deleted"
            END-DELETE
        END-IF.

    GetTierKey.
        MOVE 'Y' TO TierExists
        DISPLAY " "
        DISPLAY KeyEntryScreen
        ACCEPT KeyEntryScreen
        READ TierFile
            INVALID KEY MOVE 'N' TO TierExists
        END-READ.

    EnterBreaks.
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY BreaksEntryScreen
            ACCEPT BreaksEntryScreen
            PERFORM EditBreaks
            IF BreakError = SPACES
                SET EntryIsValid TO TRUE
            ELSE
                DISPLAY BreakError " - re-enter"
            END-IF
        END-PERFORM.

    EditBreaks.
        *> Used breaks come first, each from a higher quantity than
        *> the one before and with a price; once a break is unused
        *> the rest must be too.
        MOVE SPACES TO BreakError
        MOVE ZERO TO PriorMinQty
        IF TierMinQty(1) IS NOT NUMERIC OR TierMinQty(1) = ZERO
            MOVE "At least one break is needed" TO BreakError
            EXIT PARAGRAPH
        END-IF
        PERFORM EditOneBreak VARYING TierIdx FROM 1 BY 1
            UNTIL TierIdx > 4 OR BreakError NOT = SPACES.

    EditOneBreak.
        IF TierMinQty(TierIdx) IS NOT NUMERIC
            OR TierPrice(TierIdx) IS NOT NUMERIC
            MOVE "Quantities and prices must be numeric" TO BreakError
        ELSE IF TierMinQty(TierIdx) = ZERO
            IF TierPrice(TierIdx) NOT = ZERO
                MOVE "A price needs a from quantity" TO BreakError
            END-IF
            MOVE 999 TO PriorMinQty
        ELSE IF TierMinQty(TierIdx) NOT > PriorMinQty
            MOVE "Breaks must rise in quantity" TO BreakError
        ELSE IF TierPrice(TierIdx) = ZERO
            MOVE "Every break needs a unit price" TO BreakError
        ELSE
            MOVE TierMinQty(TierIdx) TO PriorMinQty
        END-IF.

    ListTiers.
        DISPLAY " "
        MOVE 'N' TO ListEOF
        MOVE ZERO TO ListedCount
        MOVE LOW-VALUES TO TierProdCode
        START TierFile KEY IS NOT LESS THAN TierProdCode
            INVALID KEY SET NoMoreTiers TO TRUE
        END-START
        PERFORM ListNextTier UNTIL NoMoreTiers
        IF ListedCount = ZERO
            DISPLAY "No price breaks on file"
        END-IF.

    ListNextTier.
        READ TierFile NEXT RECORD
            AT END SET NoMoreTiers TO TRUE
            NOT AT END
                ADD 1 TO ListedCount
                DISPLAY TierProdCode WITH NO ADVANCING
                PERFORM ListOneBreak VARYING TierIdx FROM 1 BY 1
                    UNTIL TierIdx > 4 OR TierMinQty(TierIdx) = ZERO
                DISPLAY " "
        END-READ.

    ListOneBreak.
        MOVE TierPrice(TierIdx) TO PrnTierPrice
        DISPLAY "  " TierMinQty(TierIdx) "+ @ " PrnTierPrice
            WITH NO ADVANCING.

    CheckProduct.
        MOVE 'Y' TO ProdExists
        MOVE TierProdCode TO PMProdCode
        READ ProductMaster
            INVALID KEY MOVE 'N' TO ProdExists
        END-READ.
