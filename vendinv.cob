        SELECT OPTIONAL APFile ASSIGN TO "APOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS APFileStatus.
        SELECT OPTIONAL BillControlFile ASSIGN TO "APCtl.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BillControlFileStatus.
        SELECT OPTIONAL MatchExcFile ASSIGN TO "MatchExc.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MatchExcFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD APFile.
        01 APData.
            COPY APREC.

        FD BillControlFile.
        01 BillControlRecord.
            02 CtlNextBillNum PIC 9(7).

        FD MatchExcFile.
        01 MatchExcData.
            COPY MATCHEXC.
    WORKING-STORAGE SECTION.
        01 MoreInvoices PIC X VALUE 'Y'.
            88 NoMoreEntry VALUE 'N'.
        01 PoExists PIC X.
        01 VendExists PIC X.
        01 DupFound PIC X.
        01 BillDetailsOK PIC X.
        01 EntryPoIn PIC X(5).
        01 EntryPoNum PIC 9(5).
        01 EntryVendID PIC 9(5).
        01 EntryInvRef PIC X(10).
        01 EntryAmount PIC 9(7)V99.
        01 EntryDate PIC X(8).
        01 EntryDueDate PIC X(8).
        01 DueDateInt PIC 9(7) COMP.
        01 TotOrdered PIC 9(7) VALUE ZERO.
        01 TotReceived PIC 9(7) VALUE ZERO.
        01 ProdExists PIC X.
            88 ValueConfirmed VALUE "Y" "y".
        01 PrnExpected PIC $$$,$$$,$$9.99.
        01 AcceptedCount PIC 9(3) VALUE ZERO.
        01 NextBillNum PIC 9(7) VALUE 1.
        01 WSCurrentDateTime PIC X(21).
        01 CheckDate PIC X(8).
        COPY RETCODE.
        01 MatchReason PIC X.
        01 BillControlFileStatus PIC XX.
            88 BillControlFileOpenOK VALUE "00".
        01 POHdrFileStatus PIC XX.
            88 POHdrFileOpenOK VALUE "00".
        01 PODtlFileStatus PIC XX.
            88 VendorFileOpenOK VALUE "00".
        01 APFileStatus PIC XX.
            88 APFileOpenOK VALUE "00".
        01 MatchExcFileStatus PIC XX.
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".

        *> were actually received against it, and the same vendor
        *> reference has not been billed before. An accepted bill
        *> becomes an APOpen.dat open item for the apaging report.
        *> Every bill that fails the match is noted on MatchExc.dat
        *> against the vendor for the vendscore scorecard. Freight,
        *> duty and brokerage bills and other charges with no order
        *> behind them are keyed as N bills - the vendor only has to
        *> be on file - and go to purchase expense.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO CheckDate.
        CALL "PERCHK" USING CheckDate, LRetCode.
        IF NOT RetCodeSuccess
            DISPLAY "Accounting period " CheckDate(1:6)
                " is closed - bill entry refused"
            STOP RUN
        END-IF.
        OPEN INPUT POHdrFile.
        IF NOT POHdrFileOpenOK
            DISPLAY "Unable to open POHdr.dat - status " POHdrFileStatus

    EnterOneInvoice.
        DISPLAY " "
        DISPLAY "PO number (N = bill with no PO, 0 to quit) : "
            WITH NO ADVANCING
        MOVE SPACES TO EntryPoIn
        ACCEPT EntryPoIn
        IF EntryPoIn = "N" OR EntryPoIn = "n"
            PERFORM EnterExpenseBill
            EXIT PARAGRAPH
        END-IF
        IF EntryPoIn = SPACES
            OR FUNCTION TEST-NUMVAL(EntryPoIn) NOT = ZERO
            MOVE 'N' TO MoreInvoices
            EXIT PARAGRAPH
        END-IF
        COMPUTE EntryPoNum = FUNCTION NUMVAL(EntryPoIn)
        IF EntryPoNum = ZERO
            MOVE 'N' TO MoreInvoices
            EXIT PARAGRAPH
        END-IF
        END-IF
        DISPLAY "Vendor ID on the bill : " WITH NO ADVANCING
        ACCEPT EntryVendID
        MOVE SPACES TO EntryInvRef
        MOVE ZERO TO EntryAmount, ExpectedValue
        IF EntryVendID NOT = PoVendID
            DISPLAY "PO " EntryPoNum " belongs to vendor " PoVendID
                " - bill refused"
            MOVE "V" TO MatchReason
            PERFORM LogMatchFailure
            EXIT PARAGRAPH
        END-IF
        PERFORM SumPOReceipts
        IF TotReceived = ZERO
            DISPLAY "Nothing received against PO " EntryPoNum
                " - bill refused until the goods arrive"
            MOVE "R" TO MatchReason
            PERFORM LogMatchFailure
            EXIT PARAGRAPH
        END-IF
        DISPLAY "PO " EntryPoNum " ordered " TotOrdered " received "
        IF DupFound = 'Y'
            DISPLAY "Vendor " EntryVendID " reference " EntryInvRef
                " is already on the payable file - bill refused"
            MOVE "D" TO MatchReason
            PERFORM LogMatchFailure
            EXIT PARAGRAPH
        END-IF
        PERFORM EnterBillDetails
        IF BillDetailsOK = 'N'
            EXIT PARAGRAPH
        END-IF
        *> Third leg of the match - the bill against the received
                ACCEPT ValueReply
                IF NOT ValueConfirmed
                    DISPLAY "Bill refused"
                    MOVE "P" TO MatchReason
                    PERFORM LogMatchFailure
                    EXIT PARAGRAPH
                END-IF
                MOVE "O" TO MatchReason
                PERFORM LogMatchFailure
            END-IF
        END-IF
        PERFORM WriteAPItem.

    EnterExpenseBill.
        *> A bill with no order behind it - a carrier's freight, the
        *> customs broker's duty and fees, or any other charge. There
        *> is nothing to match, so the vendor only has to be on file
        *> and the reference not already billed. glpost posts it to
        *> purchase expense, and landcost's allocation moves whatever
        *> is spread onto received goods from there to inventory.
        MOVE ZERO TO EntryPoNum, EntryAmount, ExpectedValue
        MOVE SPACES TO EntryInvRef
        DISPLAY "Vendor ID on the bill : " WITH NO ADVANCING
        ACCEPT EntryVendID
        MOVE 'Y' TO VendExists
        MOVE EntryVendID TO VendID
        READ VendorFile
            INVALID KEY MOVE 'N' TO VendExists
        END-READ
        IF VendExists = 'N'
            DISPLAY "Vendor " EntryVendID " is not on file - bill refused"
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Vendor invoice reference : " WITH NO ADVANCING
        ACCEPT EntryInvRef
        IF EntryInvRef = SPACES
            DISPLAY "Reference cannot be blank - bill refused"
            EXIT PARAGRAPH
        END-IF
        PERFORM CheckDuplicateBill
        IF DupFound = 'Y'
            DISPLAY "Vendor " EntryVendID " reference " EntryInvRef
                " is already on the payable file - bill refused"
            MOVE "D" TO MatchReason
            PERFORM LogMatchFailure
            EXIT PARAGRAPH
        END-IF
        PERFORM EnterBillDetails
        IF BillDetailsOK = 'Y'
            PERFORM WriteAPItem
        END-IF.

    EnterBillDetails.
        MOVE 'N' TO BillDetailsOK
        DISPLAY "Invoice date (YYYYMMDD)  : " WITH NO ADVANCING
        ACCEPT EntryDate
        DISPLAY "Due date (blank=net 30)  : " WITH NO ADVANCING
        ACCEPT EntryDueDate
        IF EntryDueDate = SPACES OR EntryDueDate IS NOT NUMERIC
            IF EntryDate IS NUMERIC
                COMPUTE DueDateInt = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(EntryDate)) + 30
                MOVE FUNCTION DATE-OF-INTEGER(DueDateInt)
                    TO EntryDueDate
            ELSE
                MOVE EntryDate TO EntryDueDate
            END-IF
        END-IF
        DISPLAY "Invoice amount           : " WITH NO ADVANCING
        ACCEPT EntryAmount
        IF EntryAmount IS NOT NUMERIC OR EntryAmount = ZERO
            DISPLAY "Amount must be a nonzero number - bill refused"
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO BillDetailsOK.

    SumPOReceipts.
        MOVE ZERO TO TotOrdered, TotReceived
        MOVE 'N' TO DtlEOF
        MOVE EntryDate TO ApDate
        MOVE EntryAmount TO ApAmount
        MOVE ZERO TO ApPaid
        MOVE ExpectedValue TO ApExpected
        SET ApIsBill TO TRUE
        SET ApIsOpen TO TRUE
        MOVE EntryDueDate TO ApDueDate
        PERFORM GetNextBillNumber
        MOVE NextBillNum TO ApBillNum
        WRITE APData
        CLOSE APFile
        ADD 1 TO NextBillNum
        PERFORM SaveNextBillNumber
        ADD 1 TO AcceptedCount
        DISPLAY "Vendor invoice " EntryInvRef " accepted to the "
            "payable file as voucher " ApBillNum.

    LogMatchFailure.
        *> A vendor's failed matches count against them on the
        *> scorecard whether the bill was refused or let through
        OPEN EXTEND MatchExcFile
        IF MatchExcFileStatus NOT = "00" AND MatchExcFileStatus NOT = "05"
            DISPLAY "Unable to open MatchExc.dat - status "
                MatchExcFileStatus
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO MatchExcData
        MOVE CheckDate TO MxDate
        MOVE EntryVendID TO MxVendID
        MOVE EntryPoNum TO MxPoNum
        MOVE EntryInvRef TO MxInvRef
        MOVE MatchReason TO MxReason
        MOVE EntryAmount TO MxBillAmount
        MOVE ExpectedValue TO MxExpected
        WRITE MatchExcData
        CLOSE MatchExcFile.

    GetNextBillNumber.
        OPEN INPUT BillControlFile
        IF BillControlFileOpenOK
            READ BillControlFile
                AT END MOVE 1 TO NextBillNum
                NOT AT END MOVE CtlNextBillNum TO NextBillNum
            END-READ
        END-IF
        CLOSE BillControlFile.

    SaveNextBillNumber.
        OPEN OUTPUT BillControlFile
        IF BillControlFileStatus NOT = "00"
            AND BillControlFileStatus NOT = "05"
            DISPLAY "Unable to save APCtl.dat - status "
                BillControlFileStatus
            STOP RUN
        END-IF
        MOVE NextBillNum TO CtlNextBillNum
        WRITE BillControlRecord
        CLOSE BillControlFile.
