       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. rtvendor.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT POHdrFile ASSIGN TO "POHdr.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PoNum
            FILE STATUS IS POHdrFileStatus.
        SELECT PODtlFile ASSIGN TO "PODtl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PdKey
            FILE STATUS IS PODtlFileStatus.
        SELECT VendorFile ASSIGN TO "Vendor.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS VendID
            FILE STATUS IS VendorFileStatus.
        SELECT ProductMaster ASSIGN TO "product.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.
        SELECT OPTIONAL MoveFile ASSIGN TO "StockMove.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MoveFileStatus.
        SELECT OPTIONAL APFile ASSIGN TO "APOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS APFileStatus.
        SELECT OPTIONAL BillControlFile ASSIGN TO "APCtl.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BillControlFileStatus.
        SELECT AuthFile ASSIGN TO "RTVAuth.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuthFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD POHdrFile.
        01 POHdrData.
            COPY POREC.

        FD PODtlFile.
        01 PODtlData.
            COPY PODTL.

        FD VendorFile.
        01 VendorData.
            COPY VENDREC.

        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD MoveFile.
        01 MoveRecord.
            *> Same layout stockpost consumes - an N movement comes off
            *> stock like an issue
            02 MvProdCode PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 MvSizeLetter PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 MvType PIC X.
            02 FILLER PIC X VALUE SPACE.
            02 MvQty PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 MvDate PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 MvLocation PIC X(4).
            02 FILLER PIC X VALUE SPACE.
            02 MvLot PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 MvExpiry PIC X(8).

        FD APFile.
        01 APData.
            COPY APREC.

        FD BillControlFile.
        01 BillControlRecord.
            02 CtlNextBillNum PIC 9(7).

        FD AuthFile.
        01 PrintLine PIC X(80).
    WORKING-STORAGE SECTION.
        01 MoreReturns PIC X VALUE 'Y'.
            88 NoMoreReturns VALUE 'N'.
        01 DtlEOF PIC X VALUE 'N'.
            88 NoMoreDtl VALUE 'Y'.
        01 PoExists PIC X.
        01 VendExists PIC X.
        01 ProdExists PIC X.
        01 EntryPoNum PIC 9(5).
        01 EntryQty PIC 9(5).
        01 EntrySizeLetter PIC X.
        01 EntryLot PIC X(10).
        01 EntryReason PIC X(30).
        01 EntryMemoAmt PIC X(10).
        01 ConfirmReply PIC X.
            88 ReturnConfirmed VALUE "Y" "y".
        01 ReturnLoc PIC X(4).
        01 ValidLocation PIC X VALUE 'N'.
            88 LocationIsValid VALUE 'Y'.
        01 SizeSlot PIC 9 VALUE ZERO.
        01 SlotIdx PIC 9 VALUE ZERO.
        01 Returnable PIC 9(5) VALUE ZERO.
        01 LineValue PIC 9(7)V99 VALUE ZERO.
        01 ReturnValue PIC 9(7)V99 VALUE ZERO.
        01 MemoAmount PIC 9(7)V99 VALUE ZERO.
        01 NextBillNum PIC 9(7) VALUE 1.
        01 ReturnsMade PIC 9(3) VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 CheckDate PIC X(8).
        01 LocAction PIC X.
        01 LocProdCode PIC 9(5) VALUE ZERO.
        01 LocSlot PIC 9 VALUE 1.
        01 LocQty PIC 9(5) VALUE ZERO.
        01 LocOnHand PIC 9(5).
        01 LocInTransit PIC 9(5).
        COPY RETCODE.
      *> The lines sent back on the current PO, held for the
      *> authorization document until the clerk confirms the return
        01 ReturnTable.
            02 ReturnEntry OCCURS 50 TIMES.
                03 TabRtLineNum PIC 9(3).
                03 TabRtProdCode PIC 9(5).
                03 TabRtProdName PIC X(10).
                03 TabRtSize PIC X.
                03 TabRtLot PIC X(10).
                03 TabRtQty PIC 9(5).
                03 TabRtValue PIC 9(7)V99.
        01 ReturnCount PIC 99 VALUE ZERO.
            88 ReturnTableFull VALUE 50.
        01 RtIdx PIC 99 VALUE ZERO.
        01 AuthHeadLine.
            02 FILLER PIC X(32) VALUE "RETURN TO VENDOR AUTHORIZATION  ".
            02 PrnAuthRef PIC X(10).
            02 FILLER PIC X(8) VALUE "   DATE ".
            02 PrnAuthDate PIC X(8).
        01 AuthVendLine.
            02 FILLER PIC X(11) VALUE "VENDOR   : ".
            02 PrnVendID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnVendName PIC X(25).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnVendPhone PIC X(12).
        01 AuthAddrLine.
            02 FILLER PIC X(18) VALUE SPACE.
            02 PrnVendStreet PIC X(25).
            02 FILLER PIC X VALUE SPACE.
            02 PrnVendCity PIC X(15).
            02 FILLER PIC X VALUE SPACE.
            02 PrnVendState PIC X(2).
            02 FILLER PIC X VALUE SPACE.
            02 PrnVendZip PIC X(5).
        01 AuthPoLine.
            02 FILLER PIC X(11) VALUE "AGAINST PO ".
            02 PrnPoNum PIC 9(5).
            02 FILLER PIC X(8) VALUE " DATED  ".
            02 PrnPoDate PIC X(8).
        01 AuthReasonLine.
            02 FILLER PIC X(11) VALUE "REASON   : ".
            02 PrnReason PIC X(30).
        01 AuthHeads PIC X(80) VALUE
            "  Line  Product Name       Sz  Lot          Qty Returned       Value".
        01 AuthDetail.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLineNum PIC ZZ9.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnProdCode PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PrnProdName PIC X(10).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnSize PIC X.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnLot PIC X(10).
            02 FILLER PIC X(5) VALUE SPACE.
            02 PrnQty PIC ZZZZ9.
            02 FILLER PIC X(5) VALUE SPACE.
            02 PrnValue PIC $$,$$$,$$9.99.
        01 AuthTotalLine.
            02 FILLER PIC X(46) VALUE SPACE.
            02 FILLER PIC X(13) VALUE "DEBIT MEMO   ".
            02 PrnMemoAmount PIC $$,$$$,$$9.99.
        01 AuthNoteLine PIC X(80) VALUE
            "Please credit our account by the debit memo amount. Quote the reference above.".
        01 POHdrFileStatus PIC XX.
            88 POHdrFileOpenOK VALUE "00".
        01 PODtlFileStatus PIC XX.
            88 PODtlFileOpenOK VALUE "00".
        01 VendorFileStatus PIC XX.
            88 VendorFileOpenOK VALUE "00".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 MoveFileStatus PIC XX.
            88 MoveFileOpenOK VALUE "00".
        01 APFileStatus PIC XX.
            88 APFileOpenOK VALUE "00".
        01 BillControlFileStatus PIC XX.
            88 BillControlFileOpenOK VALUE "00".
        01 AuthFileStatus PIC XX.
            88 AuthFileOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartReturn.
        *> Return to vendor against a PO - damaged or wrong goods that
        *> were received go back. Each line returned goes to
        *> StockMove.dat as an "N" movement, which stockpost takes off
        *> on-hand at the location keyed here (from the lot named, or
        *> the first to expire). The return is priced at the master
        *> unit cost and raised as a debit memo on APOpen.dat, numbered
        *> from APCtl.dat like vendinv's vouchers, which appay nets
        *> off the vendor's next check. RTVAuth.rpt is the return
        *> authorization that goes in the box.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO CheckDate.
        CALL "PERCHK" USING CheckDate, LRetCode.
        IF NOT RetCodeSuccess
            DISPLAY "Accounting period " CheckDate(1:6)
                " is closed - returns refused"
            STOP RUN
        END-IF.
        OPEN INPUT POHdrFile.
        IF NOT POHdrFileOpenOK
            DISPLAY "Unable to open POHdr.dat - status " POHdrFileStatus
            STOP RUN
        END-IF.
        OPEN I-O PODtlFile.
        IF NOT PODtlFileOpenOK
            DISPLAY "Unable to open PODtl.dat - status " PODtlFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT VendorFile.
        IF NOT VendorFileOpenOK
            DISPLAY "Unable to open Vendor.dat - status "
                VendorFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            STOP RUN
        END-IF.
        OPEN EXTEND MoveFile.
        IF MoveFileStatus NOT = "00" AND MoveFileStatus NOT = "05"
            DISPLAY "Unable to open StockMove.dat - status "
                MoveFileStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT AuthFile.
        IF NOT AuthFileOpenOK
            DISPLAY "Unable to open RTVAuth.rpt - status "
                AuthFileStatus
            STOP RUN
        END-IF.

        PERFORM GetReturnLocation.
        PERFORM ReturnOnePO UNTIL NoMoreReturns.

        CLOSE POHdrFile, PODtlFile, VendorFile, ProductMaster, MoveFile,
            AuthFile.
        DISPLAY ReturnsMade " returns raised - see RTVAuth.rpt, then run "
            "stockpost to take the stock off".
        STOP RUN.

    GetReturnLocation.
        *> The stock goes back out of one building per session
        PERFORM UNTIL LocationIsValid
            DISPLAY "Shipping location (blank = MAIN) : "
                WITH NO ADVANCING
            MOVE SPACES TO ReturnLoc
            ACCEPT ReturnLoc
            MOVE FUNCTION UPPER-CASE(ReturnLoc) TO ReturnLoc
            MOVE "L" TO LocAction
            CALL "LOCSTK" USING LocAction, LocProdCode, ReturnLoc,
                LocSlot, LocQty, LocOnHand, LocInTransit, LRetCode
            IF RetCodeSuccess
                SET LocationIsValid TO TRUE
            ELSE
                DISPLAY "Location " ReturnLoc " is not on file"
            END-IF
        END-PERFORM
        DISPLAY "Returning from " ReturnLoc.

    ReturnOnePO.
        DISPLAY " "
        DISPLAY "PO number (0 to quit) : " WITH NO ADVANCING
        ACCEPT EntryPoNum
        IF EntryPoNum IS NOT NUMERIC OR EntryPoNum = ZERO
            MOVE 'N' TO MoreReturns
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO PoExists
        MOVE EntryPoNum TO PoNum
        READ POHdrFile
            INVALID KEY MOVE 'N' TO PoExists
        END-READ
        IF PoExists = 'N'
            DISPLAY "PO " EntryPoNum " does not exist"
            EXIT PARAGRAPH
        END-IF
        IF NOT PoIsOpen AND NOT PoIsClosed
            DISPLAY "PO " EntryPoNum " was never sent to a vendor - "
                "nothing to return"
            EXIT PARAGRAPH
        END-IF
        PERFORM GetVendor
        DISPLAY "Vendor " PoVendID " " VendName
        DISPLAY "Reason for the return : " WITH NO ADVANCING
        MOVE SPACES TO EntryReason
        ACCEPT EntryReason
        MOVE ZERO TO ReturnCount, ReturnValue
        PERFORM StartPOLines
        PERFORM ReturnOneLine UNTIL NoMoreDtl
        IF ReturnCount = ZERO
            DISPLAY "Nothing returned against PO " PoNum
            EXIT PARAGRAPH
        END-IF
        PERFORM ConfirmReturn.

    ReturnOneLine.
        COMPUTE Returnable = PdQtyReceived - PdQtyReturned
        IF Returnable = ZERO
            PERFORM ReadNextPOLine
            EXIT PARAGRAPH
        END-IF
        PERFORM GetProductName
        DISPLAY " "
        DISPLAY "Line " PdLineNum " : " PdProdCode " " PMProdName
            " received " PdQtyReceived " returned so far " PdQtyReturned
        DISPLAY "Quantity to return now (0 = none) : " WITH NO ADVANCING
        ACCEPT EntryQty
        IF EntryQty IS NOT NUMERIC OR EntryQty = ZERO
            PERFORM ReadNextPOLine
            EXIT PARAGRAPH
        END-IF
        IF EntryQty > Returnable
            DISPLAY "Only " Returnable " can go back on this line - "
                "line skipped"
            PERFORM ReadNextPOLine
            EXIT PARAGRAPH
        END-IF
        IF ReturnTableFull
            DISPLAY "Too many lines on one return - raise the rest "
                "as a second return"
            SET NoMoreDtl TO TRUE
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Size letter : " WITH NO ADVANCING
        ACCEPT EntrySizeLetter
        MOVE FUNCTION UPPER-CASE(EntrySizeLetter) TO EntrySizeLetter
        PERFORM FindSizeSlot
        IF SizeSlot = ZERO
            DISPLAY "Size " EntrySizeLetter " is not carried - line "
                "skipped"
            PERFORM ReadNextPOLine
            EXIT PARAGRAPH
        END-IF
        *> Check the location has the stock now rather than have
        *> stockpost reject it after the vendor has the paperwork
        MOVE "Q" TO LocAction
        MOVE SizeSlot TO LocSlot
        CALL "LOCSTK" USING LocAction, PdProdCode, ReturnLoc, LocSlot,
            LocQty, LocOnHand, LocInTransit, LRetCode
        IF NOT RetCodeSuccess OR EntryQty > LocOnHand
            DISPLAY "Only " LocOnHand " on hand at " ReturnLoc
                " - line skipped"
            PERFORM ReadNextPOLine
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Lot number (blank = none or oldest) : "
            WITH NO ADVANCING
        MOVE SPACES TO EntryLot
        ACCEPT EntryLot
        MOVE FUNCTION UPPER-CASE(EntryLot) TO EntryLot
        COMPUTE LineValue = EntryQty * PMUnitCost
        ADD 1 TO ReturnCount
        MOVE PdLineNum TO TabRtLineNum(ReturnCount)
        MOVE PdProdCode TO TabRtProdCode(ReturnCount)
        MOVE PMProdName TO TabRtProdName(ReturnCount)
        MOVE EntrySizeLetter TO TabRtSize(ReturnCount)
        MOVE EntryLot TO TabRtLot(ReturnCount)
        MOVE EntryQty TO TabRtQty(ReturnCount)
        MOVE LineValue TO TabRtValue(ReturnCount)
        ADD LineValue TO ReturnValue
        PERFORM ReadNextPOLine.

    ConfirmReturn.
        MOVE ReturnValue TO PrnMemoAmount
        DISPLAY " "
        DISPLAY ReturnCount " lines, valued at cost " PrnMemoAmount
        DISPLAY "Debit memo amount (blank = value at cost) : "
            WITH NO ADVANCING
        MOVE SPACES TO EntryMemoAmt
        ACCEPT EntryMemoAmt
        IF EntryMemoAmt = SPACES
            MOVE ReturnValue TO MemoAmount
        ELSE IF FUNCTION TEST-NUMVAL(EntryMemoAmt) NOT = ZERO
            DISPLAY "Amount must be numeric - return abandoned"
            EXIT PARAGRAPH
        ELSE
            COMPUTE MemoAmount = FUNCTION NUMVAL(EntryMemoAmt)
        END-IF
        END-IF
        DISPLAY "Send these goods back (Y/N)? " WITH NO ADVANCING
        ACCEPT ConfirmReply
        IF NOT ReturnConfirmed
            DISPLAY "Return abandoned - nothing posted"
            EXIT PARAGRAPH
        END-IF
        PERFORM GetNextBillNumber
        PERFORM PostReturnLine VARYING RtIdx FROM 1 BY 1
            UNTIL RtIdx > ReturnCount
        IF MemoAmount > ZERO
            PERFORM WriteDebitMemo
        END-IF
        PERFORM PrintAuthorization
        ADD 1 TO NextBillNum
        PERFORM SaveNextBillNumber
        ADD 1 TO ReturnsMade
        DISPLAY "Return " PrnAuthRef " raised against PO " PoNum.

    PostReturnLine.
        MOVE SPACES TO MoveRecord
        MOVE TabRtProdCode(RtIdx) TO MvProdCode
        MOVE TabRtSize(RtIdx) TO MvSizeLetter
        MOVE "N" TO MvType
        MOVE TabRtQty(RtIdx) TO MvQty
        MOVE CheckDate TO MvDate
        MOVE ReturnLoc TO MvLocation
        MOVE TabRtLot(RtIdx) TO MvLot
        WRITE MoveRecord
        MOVE PoNum TO PdPoNum
        MOVE TabRtLineNum(RtIdx) TO PdLineNum
        READ PODtlFile
            INVALID KEY
                DISPLAY "PO line " PdLineNum " not found to mark!"
            NOT INVALID KEY
                ADD TabRtQty(RtIdx) TO PdQtyReturned
                REWRITE PODtlData
                    INVALID KEY DISPLAY "PO line " PdLineNum
                        " was not updated!"
                END-REWRITE
        END-READ.

    WriteDebitMemo.
        OPEN EXTEND APFile
        IF APFileStatus NOT = "00" AND APFileStatus NOT = "05"
            DISPLAY "Unable to open APOpen.dat - status " APFileStatus
                " - raise the debit memo by hand"
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO APData
        MOVE PoVendID TO ApVendID
        PERFORM SetAuthRef
        MOVE PrnAuthRef TO ApInvRef
        MOVE PoNum TO ApPoNum
        MOVE CheckDate TO ApDate
        MOVE MemoAmount TO ApAmount
        MOVE ZERO TO ApPaid
        SET ApIsOpen TO TRUE
        MOVE CheckDate TO ApDueDate
        MOVE NextBillNum TO ApBillNum
        MOVE ZERO TO ApExpected
        SET ApIsDebitMemo TO TRUE
        WRITE APData
        CLOSE APFile.

    SetAuthRef.
        *> RA plus the voucher number - the memo's reference on the
        *> payable file and the one the vendor quotes back
        MOVE "RA" TO PrnAuthRef
        MOVE NextBillNum TO PrnAuthRef(3:7).

    PrintAuthorization.
        PERFORM SetAuthRef
        MOVE CheckDate TO PrnAuthDate
        WRITE PrintLine FROM AuthHeadLine AFTER ADVANCING PAGE
        MOVE PoVendID TO PrnVendID
        MOVE VendName TO PrnVendName
        MOVE VendPhone TO PrnVendPhone
        WRITE PrintLine FROM AuthVendLine AFTER ADVANCING 2 LINES
        MOVE VendStreet TO PrnVendStreet
        MOVE VendCity TO PrnVendCity
        MOVE VendState TO PrnVendState
        MOVE VendZip TO PrnVendZip
        WRITE PrintLine FROM AuthAddrLine AFTER ADVANCING 1 LINE
        MOVE PoNum TO PrnPoNum
        MOVE PoDate TO PrnPoDate
        WRITE PrintLine FROM AuthPoLine AFTER ADVANCING 2 LINES
        MOVE EntryReason TO PrnReason
        WRITE PrintLine FROM AuthReasonLine AFTER ADVANCING 1 LINE
        WRITE PrintLine FROM AuthHeads AFTER ADVANCING 2 LINES
        PERFORM PrintAuthLine VARYING RtIdx FROM 1 BY 1
            UNTIL RtIdx > ReturnCount
        MOVE MemoAmount TO PrnMemoAmount
        WRITE PrintLine FROM AuthTotalLine AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM AuthNoteLine AFTER ADVANCING 2 LINES.

    PrintAuthLine.
        MOVE SPACES TO AuthDetail
        MOVE TabRtLineNum(RtIdx) TO PrnLineNum
        MOVE TabRtProdCode(RtIdx) TO PrnProdCode
        MOVE TabRtProdName(RtIdx) TO PrnProdName
        MOVE TabRtSize(RtIdx) TO PrnSize
        MOVE TabRtLot(RtIdx) TO PrnLot
        MOVE TabRtQty(RtIdx) TO PrnQty
        MOVE TabRtValue(RtIdx) TO PrnValue
        WRITE PrintLine FROM AuthDetail AFTER ADVANCING 1 LINE.

    FindSizeSlot.
        MOVE ZERO TO SizeSlot
        PERFORM VARYING SlotIdx FROM 1 BY 1 UNTIL SlotIdx > 3
            IF PMSizes(SlotIdx:1) = EntrySizeLetter
                AND PMSizes(SlotIdx:1) NOT = SPACE
                MOVE SlotIdx TO SizeSlot
            END-IF
        END-PERFORM.

    GetVendor.
        MOVE 'Y' TO VendExists
        MOVE PoVendID TO VendID
        READ VendorFile
            INVALID KEY
                MOVE 'N' TO VendExists
                MOVE SPACES TO VendorData
                MOVE "** NOT ON VENDOR FILE **" TO VendName
        END-READ.

    GetProductName.
        MOVE 'Y' TO ProdExists
        MOVE PdProdCode TO PMProdCode
        READ ProductMaster
            INVALID KEY
                MOVE 'N' TO ProdExists
                MOVE "*UNKNOWN*" TO PMProdName
                MOVE SPACES TO PMSizes
                MOVE ZERO TO PMUnitCost
        END-READ.

    StartPOLines.
        MOVE 'N' TO DtlEOF
        MOVE PoNum TO PdPoNum
        MOVE ZERO TO PdLineNum
        START PODtlFile KEY IS GREATER THAN PdKey
            INVALID KEY SET NoMoreDtl TO TRUE
        END-START
        IF NOT NoMoreDtl
            PERFORM ReadNextPOLine
        END-IF.

    ReadNextPOLine.
        READ PODtlFile NEXT RECORD
            AT END SET NoMoreDtl TO TRUE
            NOT AT END
                IF PdPoNum NOT = PoNum
                    SET NoMoreDtl TO TRUE
                END-IF
        END-READ.

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
