        01 PoExists PIC X.
        01 VendExists PIC X.
        01 ProdExists PIC X.
        01 ValidEntry PIC X VALUE 'N'.
            88 EntryIsValid VALUE 'Y'.
        01 DtlEOF PIC X VALUE 'N'.
            88 NoMoreDtl VALUE 'Y'.
        01 ListEOF PIC X VALUE 'N'.
        01 EntryPoNum PIC 9(5).
        01 EntryLineNum PIC 9(3).
        01 EntryQty PIC 9(5).
        01 EntryExpectDate PIC X(8).
        01 ListedCount PIC 9(3) VALUE ZERO.
        01 PoHeadLine.
            02 FILLER PIC X(17) VALUE "PURCHASE ORDER # ".
            02 PrnPoNum PIC 9(5).
            02 FILLER PIC X(8) VALUE "   DATE ".
            02 PrnPoDate PIC X(8).
            02 FILLER PIC X(12) VALUE "   EXPECTED ".
            02 PrnExpectDate PIC X(8).
        01 PoVendLine.
            02 FILLER PIC X(11) VALUE "VENDOR   : ".
            02 PrnVendID PIC 9(5).
            DISPLAY "PO " PoNum " is not a draft"
            EXIT PARAGRAPH
        END-IF
        PERFORM EnterExpectDate
        SET PoIsOpen TO TRUE
        REWRITE POHdrData
            INVALID KEY
        PERFORM PrintPODoc
        DISPLAY "PO " PoNum " confirmed and printed".

    EnterExpectDate.
        *> The date the vendor promised delivery - it goes on the PO
        *> document and lets the available-to-promise inquiry show
        *> when the stock lands. Blank when the vendor gave no date.
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            MOVE SPACES TO EntryExpectDate
            DISPLAY "Expected delivery (YYYYMMDD, blank = none given) : "
                WITH NO ADVANCING
            ACCEPT EntryExpectDate
            IF EntryExpectDate = SPACES
                SET EntryIsValid TO TRUE
            ELSE IF EntryExpectDate IS NOT NUMERIC
                DISPLAY "Date must be YYYYMMDD - re-enter"
            ELSE IF EntryExpectDate < PoDate
                DISPLAY "Delivery cannot be before the PO date "
                    PoDate " - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM
        MOVE EntryExpectDate TO PoExpectDate.

    CancelPO.
        PERFORM GetPOByNumber
        IF PoExists = 'N'
        END-IF
        MOVE PoNum TO PrnPoNum
        MOVE PoDate TO PrnPoDate
        MOVE PoExpectDate TO PrnExpectDate
        WRITE PrintLine FROM PoHeadLine
        PERFORM GetVendorName
        MOVE PoVendID TO PrnVendID
