       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. appay.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT APFile ASSIGN TO "APOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS APFileStatus.
        SELECT VendorFile ASSIGN TO "Vendor.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS VendID
            FILE STATUS IS VendorFileStatus.
        SELECT OPTIONAL VendChkFile ASSIGN TO "APChecks.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendChkFileStatus.
        SELECT OPTIONAL PayHistFile ASSIGN TO "APPayHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayHistFileStatus.
        SELECT OPTIONAL ChkControlFile ASSIGN TO "APNextChk.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ChkControlFileStatus.
        SELECT CheckPrint ASSIGN TO "APChecks.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CheckPrintStatus.
        SELECT ChkRegister ASSIGN TO "APChkReg.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ChkRegisterStatus.

DATA DIVISION.
    FILE SECTION.
        FD APFile.
        01 APData.
            COPY APREC.

        FD VendorFile.
        01 VendorData.
            COPY VENDREC.

        FD VendChkFile.
        01 VendChkData.
            COPY APCHK.

        FD PayHistFile.
        01 PayHistData.
            COPY APPAY.

        FD ChkControlFile.
        01 ChkControlRecord.
            02 CtlNextChkNum PIC 9(6).

        FD CheckPrint.
        01 CheckLine PIC X(80).

        FD ChkRegister.
        01 ChkRegisterLine PIC X(80).
    WORKING-STORAGE SECTION.
        01 APEOF PIC X VALUE 'N'.
            88 NoMoreAP VALUE 'Y'.
        01 APTable.
            02 APEntry OCCURS 500 TIMES.
                03 TabApVendID PIC 9(5).
                03 TabApInvRef PIC X(10).
                03 TabApPoNum PIC 9(5).
                03 TabApDate PIC X(8).
                03 TabApAmount PIC 9(7)V99.
                03 TabApPaid PIC 9(7)V99.
                03 TabApStatus PIC X.
                03 TabApDueDate PIC X(8).
                03 TabApBillNum PIC 9(7).
                03 TabApExpected PIC 9(7)V99.
                03 TabApType PIC X.
                03 TabApPostDate PIC X(8).
                03 TabApPick PIC X.
                03 TabApPayAmt PIC 9(7)V99.
        01 ApCount PIC 9(3) VALUE ZERO.
            88 APTableFull VALUE 501 THRU 999.
        01 ApIdx PIC 9(3) VALUE ZERO.
        01 ScanIdx PIC 9(3) VALUE ZERO.
        01 SaveIdx PIC 9(3) VALUE ZERO.
        01 FoundIdx PIC 9(3) VALUE ZERO.
        01 SelectMode PIC X.
            88 SelectByDue VALUE "D" "d".
            88 SelectByVendor VALUE "V" "v".
            88 SelectByHand VALUE "H" "h".
        01 CutoffDate PIC X(8).
        01 EntryVendID PIC 9(5).
        01 EntryInvRef PIC X(10).
        01 EntryPayAmt PIC 9(7)V99.
        01 MorePicks PIC X VALUE 'Y'.
            88 NoMorePicks VALUE 'N'.
        01 ConfirmReply PIC X.
            88 RunConfirmed VALUE "Y" "y".
        01 ItemBalance PIC 9(7)V99 VALUE ZERO.
        01 EffDueDate PIC X(8).
        01 DueDateInt PIC 9(7) COMP.
        01 SelectedCount PIC 9(3) VALUE ZERO.
        01 SelectedTotal PIC 9(9)V99 VALUE ZERO.
        01 RunVendID PIC 9(5).
        01 VendExists PIC X.
        01 RunVendName PIC X(25).
        01 CheckAmount PIC 9(7)V99 VALUE ZERO.
        01 MemoTotal PIC 9(7)V99 VALUE ZERO.
        01 MemoApply PIC 9(7)V99 VALUE ZERO.
        01 MemoBalance PIC 9(7)V99 VALUE ZERO.
        01 MemosApplied PIC 9(5) VALUE ZERO.
        01 PayChkNum PIC 9(6) VALUE ZERO.
        01 CheckItems PIC 9(3) VALUE ZERO.
        01 NextChkNum PIC 9(6) VALUE 1.
        01 ChecksCut PIC 9(5) VALUE ZERO.
        01 ChecksTotal PIC 9(9)V99 VALUE ZERO.
        01 BillsPaid PIC 9(5) VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 CheckDate PIC X(8).
        COPY RETCODE.
        01 PrnBalance PIC $$$,$$$,$$9.99.
        01 SelListLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnSelVend PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnSelRef PIC X(10).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnSelDue PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnSelAmt PIC $$$,$$$,$$9.99.
        01 ChkHeadLine.
            02 FILLER PIC X(9) VALUE "CHECK NO ".
            02 PrnChkHeadNum PIC 9(6).
            02 FILLER PIC X(34) VALUE SPACE.
            02 FILLER PIC X(5) VALUE "DATE ".
            02 PrnChkHeadDate PIC X(8).
        01 ChkVendLine.
            02 FILLER PIC X(8) VALUE "VENDOR  ".
            02 PrnChkVendID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnChkVendName PIC X(25).
        01 ChkStubHeads PIC X(80) VALUE
            "  Invoice     Inv Date  PO        Bill Amount     Amount Paid".
        01 ChkStubLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStubRef PIC X(10).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStubDate PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStubPo PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStubBill PIC $$,$$$,$$9.99.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnStubPaid PIC $$,$$$,$$9.99.
        01 ChkMemoLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnMemoRef PIC X(10).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnMemoDate PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnMemoPo PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 FILLER PIC X(13) VALUE "   DEBIT MEMO".
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnMemoApplied PIC -$,$$$,$$9.99.
        01 ChkMemoTotal.
            02 FILLER PIC X(46) VALUE SPACE.
            02 FILLER PIC X(10) VALUE "NET PAID  ".
            02 PrnMemoNet PIC $$,$$$,$$9.99.
        01 ChkFaceLine.
            02 FILLER PIC X(20) VALUE "PAY TO THE ORDER OF ".
            02 PrnFaceName PIC X(25).
            02 FILLER PIC X(5) VALUE SPACE.
            02 PrnFaceAmount PIC $*,***,**9.99.
        01 ChkTearLine PIC X(80) VALUE ALL "-".
        01 RegHeads PIC X(80) VALUE
            "AP CHECK REGISTER   Check#  Vendor  Name                     Bills        Amount".
        01 RegDetail.
            02 FILLER PIC X(20) VALUE SPACE.
            02 PrnRegNum PIC 9(6).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnRegVend PIC 9(5).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnRegName PIC X(25).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnRegItems PIC ZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 PrnRegAmount PIC $$,$$$,$$9.99.
        01 RegMemoDetail.
            02 FILLER PIC X(20) VALUE SPACE.
            02 FILLER PIC X(6) VALUE "MEMO".
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnRegMemoVend PIC 9(5).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnRegMemoName PIC X(25).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnRegMemoItems PIC ZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 PrnRegMemoAmount PIC -$,$$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnRegMemoNote PIC X(22).
        01 RegTotalLine.
            02 FILLER PIC X(14) VALUE "CHECKS CUT  : ".
            02 PrnRegCount PIC ZZZZ9.
            02 FILLER PIC X(10) VALUE "  BILLS : ".
            02 PrnRegBills PIC ZZZZ9.
            02 FILLER PIC X(10) VALUE "  TOTAL : ".
            02 PrnRegTotal PIC $$$,$$$,$$9.99.
        01 RegRunLine.
            02 FILLER PIC X(10) VALUE "RUN DATE  ".
            02 PrnRegDate PIC X(8).
            02 FILLER PIC X(12) VALUE "  SELECTED  ".
            02 PrnRegMode PIC X(20).
        01 APFileStatus PIC XX.
            88 APFileOpenOK VALUE "00".
        01 VendorFileStatus PIC XX.
            88 VendorFileOpenOK VALUE "00".
        01 VendChkFileStatus PIC XX.
            88 VendChkFileOpenOK VALUE "00".
        01 PayHistFileStatus PIC XX.
            88 PayHistFileOpenOK VALUE "00".
        01 ChkControlFileStatus PIC XX.
            88 ChkControlFileOpenOK VALUE "00".
        01 CheckPrintStatus PIC XX.
            88 CheckPrintOpenOK VALUE "00".
        01 ChkRegisterStatus PIC XX.
            88 ChkRegisterOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartPayment.
        *> Vendor payment run - picks open APOpen.dat bills by due
        *> date, by vendor, or one at a time, then cuts one check per
        *> vendor covering everything picked for it. Each check is
        *> numbered from APNextChk.dat the way payrun numbers from
        *> NextChk.dat, prints with a remittance stub listing the
        *> bills it pays, lands on APChecks.dat with its bills on
        *> APPayHist.dat, and shows on the AP check register. Paid
        *> amounts go back onto ApPaid and a bill paid in full flips
        *> to ApIsPaid, so apaging finally shrinks. The payable file
        *> is loaded into a table and written back at the end, the
        *> same load-then-save pattern cashrcpt uses. A vendor's open
        *> debit memos (goods sent back through rtvendor) are netted
        *> off their check automatically, oldest first, up to the
        *> value of the bills it pays; a memo covering every bill
        *> settles them with no check cut at all.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO CheckDate.
        CALL "PERCHK" USING CheckDate, LRetCode.
        IF NOT RetCodeSuccess
            DISPLAY "Accounting period " CheckDate(1:6)
                " is closed - payment run refused"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM LoadAPTable.
        IF ApCount = ZERO
            DISPLAY "No payables on file"
            STOP RUN
        END-IF.
        OPEN INPUT VendorFile.
        IF NOT VendorFileOpenOK
            DISPLAY "Unable to open Vendor.dat - status "
                VendorFileStatus
            STOP RUN
        END-IF.

        DISPLAY "Select bills (D)ue by date, (V)endor, (H)and-pick : "
            WITH NO ADVANCING.
        ACCEPT SelectMode.
        EVALUATE TRUE
            WHEN SelectByDue PERFORM SelectDueBills
            WHEN SelectByVendor PERFORM SelectVendorBills
            WHEN SelectByHand PERFORM SelectHandPicked
            WHEN OTHER
                DISPLAY "No selection made - nothing paid"
                CLOSE VendorFile
                STOP RUN
        END-EVALUATE.
        IF SelectedCount = ZERO
            DISPLAY "No open bills selected - nothing paid"
            CLOSE VendorFile
            STOP RUN
        END-IF.

        PERFORM ShowSelection.
        DISPLAY "Cut checks for these bills (Y/N)? " WITH NO ADVANCING.
        ACCEPT ConfirmReply.
        IF NOT RunConfirmed
            DISPLAY "Payment run cancelled - nothing paid"
            CLOSE VendorFile
            STOP RUN
        END-IF.

        PERFORM OpenPaymentOutputs.
        PERFORM GetNextCheckNumber.
        PERFORM CutChecksForItem VARYING ApIdx FROM 1 BY 1
            UNTIL ApIdx > ApCount.

        MOVE ChecksCut TO PrnRegCount
        MOVE BillsPaid TO PrnRegBills
        MOVE ChecksTotal TO PrnRegTotal
        WRITE ChkRegisterLine FROM RegTotalLine AFTER ADVANCING 2 LINES.
        CLOSE VendorFile, VendChkFile, PayHistFile, CheckPrint,
            ChkRegister.
        PERFORM SaveAPTable.
        PERFORM SaveNextCheckNumber.
        DISPLAY "Payment run complete - " ChecksCut " checks for "
            BillsPaid " bills - see APChecks.rpt and APChkReg.rpt".
        STOP RUN.

    SelectDueBills.
        MOVE "DUE BY DATE" TO PrnRegMode
        DISPLAY "Pay bills due on or before (YYYYMMDD) : "
            WITH NO ADVANCING
        ACCEPT CutoffDate
        IF CutoffDate = SPACES OR CutoffDate IS NOT NUMERIC
            MOVE CheckDate TO CutoffDate
        END-IF
        MOVE CutoffDate TO PrnRegMode(13:8)
        PERFORM PickIfDue VARYING ApIdx FROM 1 BY 1
            UNTIL ApIdx > ApCount.

    PickIfDue.
        PERFORM GetItemBalance
        IF ItemBalance > ZERO
            PERFORM GetEffectiveDueDate
            IF EffDueDate NOT > CutoffDate
                PERFORM PickWholeItem
            END-IF
        END-IF.

    SelectVendorBills.
        MOVE "BY VENDOR" TO PrnRegMode
        DISPLAY "Vendor ID to pay : " WITH NO ADVANCING
        ACCEPT EntryVendID
        IF EntryVendID IS NOT NUMERIC OR EntryVendID = ZERO
            EXIT PARAGRAPH
        END-IF
        MOVE EntryVendID TO PrnRegMode(11:5)
        PERFORM PickIfVendor VARYING ApIdx FROM 1 BY 1
            UNTIL ApIdx > ApCount.

    PickIfVendor.
        IF TabApVendID(ApIdx) = EntryVendID
            PERFORM GetItemBalance
            IF ItemBalance > ZERO
                PERFORM PickWholeItem
            END-IF
        END-IF.

    SelectHandPicked.
        *> The clerk names each bill - vendor plus reference, the same
        *> pair vendinv refuses to accept twice - and may pay part of
        *> one; zero or blank takes the whole open balance.
        MOVE "HAND-PICKED" TO PrnRegMode
        MOVE 'Y' TO MorePicks
        PERFORM PickOneByHand UNTIL NoMorePicks.

    PickOneByHand.
        DISPLAY " "
        DISPLAY "Vendor ID (0 to finish) : " WITH NO ADVANCING
        ACCEPT EntryVendID
        IF EntryVendID IS NOT NUMERIC OR EntryVendID = ZERO
            MOVE 'N' TO MorePicks
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Vendor invoice reference : " WITH NO ADVANCING
        ACCEPT EntryInvRef
        MOVE ZERO TO FoundIdx
        PERFORM MatchHandPick VARYING ScanIdx FROM 1 BY 1
            UNTIL ScanIdx > ApCount OR FoundIdx > ZERO
        IF FoundIdx = ZERO
            DISPLAY "Vendor " EntryVendID " reference " EntryInvRef
                " is not on the payable file"
            EXIT PARAGRAPH
        END-IF
        MOVE FoundIdx TO ApIdx
        IF TabApType(ApIdx) = "D"
            DISPLAY "That is a debit memo - it comes off the vendor's "
                "next check by itself"
            EXIT PARAGRAPH
        END-IF
        PERFORM GetItemBalance
        IF ItemBalance = ZERO OR TabApStatus(ApIdx) NOT = "O"
            DISPLAY "That bill is already paid"
            EXIT PARAGRAPH
        END-IF
        IF TabApPick(ApIdx) = 'Y'
            DISPLAY "That bill is already picked for this run"
            EXIT PARAGRAPH
        END-IF
        MOVE ItemBalance TO PrnBalance
        DISPLAY "Open balance : " PrnBalance
        DISPLAY "Amount to pay (0 = full balance) : " WITH NO ADVANCING
        ACCEPT EntryPayAmt
        IF EntryPayAmt IS NOT NUMERIC OR EntryPayAmt = ZERO
            MOVE ItemBalance TO EntryPayAmt
        END-IF
        IF EntryPayAmt > ItemBalance
            *> The balance fields are unsigned - an overpayment has
            *> nowhere to sit, so it is refused like cashrcpt does
            DISPLAY "Amount exceeds the open balance - not picked"
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO TabApPick(ApIdx)
        MOVE EntryPayAmt TO TabApPayAmt(ApIdx)
        ADD 1 TO SelectedCount
        ADD EntryPayAmt TO SelectedTotal.

    MatchHandPick.
        IF TabApVendID(ScanIdx) = EntryVendID
            AND TabApInvRef(ScanIdx) = EntryInvRef
            MOVE ScanIdx TO FoundIdx
        END-IF.

    PickWholeItem.
        MOVE 'Y' TO TabApPick(ApIdx)
        MOVE ItemBalance TO TabApPayAmt(ApIdx)
        ADD 1 TO SelectedCount
        ADD ItemBalance TO SelectedTotal.

    GetItemBalance.
        *> Debit memos are never picked - they ride on the bills
        IF TabApStatus(ApIdx) = "O" AND TabApType(ApIdx) NOT = "D"
            COMPUTE ItemBalance = TabApAmount(ApIdx) - TabApPaid(ApIdx)
        ELSE
            MOVE ZERO TO ItemBalance
        END-IF.

    GetEffectiveDueDate.
        *> Bills keyed before the due date was captured pay net 30
        *> from the invoice date
        IF TabApDueDate(ApIdx) IS NUMERIC
            MOVE TabApDueDate(ApIdx) TO EffDueDate
        ELSE IF TabApDate(ApIdx) IS NUMERIC
            COMPUTE DueDateInt = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(TabApDate(ApIdx))) + 30
            MOVE FUNCTION DATE-OF-INTEGER(DueDateInt) TO EffDueDate
        ELSE
            MOVE LOW-VALUES TO EffDueDate
        END-IF.

    ShowSelection.
        DISPLAY " "
        DISPLAY "  Vendor Reference   Due            Paying"
        PERFORM ShowOneSelected VARYING ApIdx FROM 1 BY 1
            UNTIL ApIdx > ApCount
        MOVE SelectedTotal TO PrnBalance
        DISPLAY SelectedCount " bills selected, total " PrnBalance.

    ShowOneSelected.
        IF TabApPick(ApIdx) = 'Y'
            PERFORM GetEffectiveDueDate
            MOVE TabApVendID(ApIdx) TO PrnSelVend
            MOVE TabApInvRef(ApIdx) TO PrnSelRef
            MOVE EffDueDate TO PrnSelDue
            MOVE TabApPayAmt(ApIdx) TO PrnSelAmt
            DISPLAY SelListLine
        END-IF.

    CutChecksForItem.
        *> The first picked bill for a vendor triggers that vendor's
        *> check; every other bill of theirs rides on the same check
        *> and is marked done so it does not start a second one.
        IF TabApPick(ApIdx) = 'Y'
            MOVE TabApVendID(ApIdx) TO RunVendID
            PERFORM CutVendorCheck
        END-IF.

    CutVendorCheck.
        MOVE ZERO TO CheckAmount, CheckItems
        PERFORM SumVendorPick VARYING ScanIdx FROM 1 BY 1
            UNTIL ScanIdx > ApCount
        IF CheckAmount = ZERO
            EXIT PARAGRAPH
        END-IF
        PERFORM GetRunVendor
        MOVE ZERO TO MemoTotal, MemosApplied
        PERFORM ApplyVendorMemo VARYING ScanIdx FROM 1 BY 1
            UNTIL ScanIdx > ApCount
        *> Memos covering the whole amount leave nothing to pay - the
        *> vendor gets the stub as their remittance advice, no check
        IF MemoTotal < CheckAmount
            MOVE NextChkNum TO PayChkNum
        ELSE
            MOVE ZERO TO PayChkNum
        END-IF
        MOVE PayChkNum TO PrnChkHeadNum
        MOVE CheckDate TO PrnChkHeadDate
        WRITE CheckLine FROM ChkHeadLine AFTER ADVANCING PAGE
        MOVE RunVendID TO PrnChkVendID
        MOVE RunVendName TO PrnChkVendName
        WRITE CheckLine FROM ChkVendLine AFTER ADVANCING 1 LINE
        WRITE CheckLine FROM ChkStubHeads AFTER ADVANCING 2 LINES
        PERFORM PayVendorItem VARYING ScanIdx FROM 1 BY 1
            UNTIL ScanIdx > ApCount
        IF MemoTotal > ZERO
            PERFORM PayVendorMemo VARYING ScanIdx FROM 1 BY 1
                UNTIL ScanIdx > ApCount
            SUBTRACT MemoTotal FROM CheckAmount
            MOVE CheckAmount TO PrnMemoNet
            WRITE CheckLine FROM ChkMemoTotal AFTER ADVANCING 1 LINE
            PERFORM RegisterVendorMemos
        END-IF
        IF PayChkNum = ZERO
            MOVE "SETTLED IN FULL BY DEBIT MEMO - NO CHECK ISSUED"
                TO CheckLine
            WRITE CheckLine AFTER ADVANCING 2 LINES
            EXIT PARAGRAPH
        END-IF
        WRITE CheckLine FROM ChkTearLine AFTER ADVANCING 2 LINES
        MOVE ChkHeadLine TO CheckLine
        WRITE CheckLine AFTER ADVANCING 2 LINES
        MOVE RunVendName TO PrnFaceName
        MOVE CheckAmount TO PrnFaceAmount
        WRITE CheckLine FROM ChkFaceLine AFTER ADVANCING 2 LINES
        MOVE SPACES TO VendChkData
        MOVE NextChkNum TO VcNum
        MOVE RunVendID TO VcVendID
        MOVE CheckDate TO VcDate
        MOVE CheckAmount TO VcAmount
        MOVE CheckItems TO VcItemCount
        SET VendChkOutstanding TO TRUE
        WRITE VendChkData
        MOVE SPACES TO RegDetail
        MOVE NextChkNum TO PrnRegNum
        MOVE RunVendID TO PrnRegVend
        MOVE RunVendName TO PrnRegName
        MOVE CheckItems TO PrnRegItems
        MOVE CheckAmount TO PrnRegAmount
        WRITE ChkRegisterLine FROM RegDetail AFTER ADVANCING 1 LINE
        ADD 1 TO ChecksCut
        ADD CheckAmount TO ChecksTotal
        ADD 1 TO NextChkNum.

    SumVendorPick.
        IF TabApPick(ScanIdx) = 'Y' AND TabApVendID(ScanIdx) = RunVendID
            ADD TabApPayAmt(ScanIdx) TO CheckAmount
            ADD 1 TO CheckItems
        END-IF.

    PayVendorItem.
        IF TabApPick(ScanIdx) = 'Y' AND TabApVendID(ScanIdx) = RunVendID
            MOVE SPACES TO ChkStubLine
            MOVE TabApInvRef(ScanIdx) TO PrnStubRef
            MOVE TabApDate(ScanIdx) TO PrnStubDate
            MOVE TabApPoNum(ScanIdx) TO PrnStubPo
            MOVE TabApAmount(ScanIdx) TO PrnStubBill
            MOVE TabApPayAmt(ScanIdx) TO PrnStubPaid
            WRITE CheckLine FROM ChkStubLine AFTER ADVANCING 1 LINE
            MOVE SPACES TO PayHistData
            MOVE PayChkNum TO VpChkNum
            MOVE RunVendID TO VpVendID
            MOVE TabApInvRef(ScanIdx) TO VpInvRef
            MOVE CheckDate TO VpDate
            MOVE TabApPayAmt(ScanIdx) TO VpAmount
            SET VpIsPayment TO TRUE
            WRITE PayHistData
            ADD TabApPayAmt(ScanIdx) TO TabApPaid(ScanIdx)
            IF TabApPaid(ScanIdx) NOT < TabApAmount(ScanIdx)
                MOVE "P" TO TabApStatus(ScanIdx)
            END-IF
            MOVE 'D' TO TabApPick(ScanIdx)
            ADD 1 TO BillsPaid
        END-IF.

    ApplyVendorMemo.
        *> Oldest memo first, never more than the bills still unpaid
        IF TabApType(ScanIdx) = "D" AND TabApStatus(ScanIdx) = "O"
            AND TabApVendID(ScanIdx) = RunVendID
            AND MemoTotal < CheckAmount
            COMPUTE MemoBalance = TabApAmount(ScanIdx) - TabApPaid(ScanIdx)
            IF MemoBalance > ZERO
                COMPUTE MemoApply = CheckAmount - MemoTotal
                IF MemoApply > MemoBalance
                    MOVE MemoBalance TO MemoApply
                END-IF
                MOVE 'M' TO TabApPick(ScanIdx)
                MOVE MemoApply TO TabApPayAmt(ScanIdx)
                ADD MemoApply TO MemoTotal
                ADD 1 TO MemosApplied
            END-IF
        END-IF.

    PayVendorMemo.
        IF TabApPick(ScanIdx) = 'M' AND TabApVendID(ScanIdx) = RunVendID
            MOVE SPACES TO ChkMemoLine
            MOVE TabApInvRef(ScanIdx) TO PrnMemoRef
            MOVE TabApDate(ScanIdx) TO PrnMemoDate
            MOVE TabApPoNum(ScanIdx) TO PrnMemoPo
            COMPUTE PrnMemoApplied = ZERO - TabApPayAmt(ScanIdx)
            WRITE CheckLine FROM ChkMemoLine AFTER ADVANCING 1 LINE
            MOVE SPACES TO PayHistData
            MOVE PayChkNum TO VpChkNum
            MOVE RunVendID TO VpVendID
            MOVE TabApInvRef(ScanIdx) TO VpInvRef
            MOVE CheckDate TO VpDate
            MOVE TabApPayAmt(ScanIdx) TO VpAmount
            SET VpIsMemoApplied TO TRUE
            WRITE PayHistData
            ADD TabApPayAmt(ScanIdx) TO TabApPaid(ScanIdx)
            IF TabApPaid(ScanIdx) NOT < TabApAmount(ScanIdx)
                MOVE "P" TO TabApStatus(ScanIdx)
            END-IF
            MOVE 'N' TO TabApPick(ScanIdx)
            MOVE ZERO TO TabApPayAmt(ScanIdx)
        END-IF.

    RegisterVendorMemos.
        MOVE SPACES TO RegMemoDetail
        MOVE RunVendID TO PrnRegMemoVend
        MOVE RunVendName TO PrnRegMemoName
        MOVE MemosApplied TO PrnRegMemoItems
        COMPUTE PrnRegMemoAmount = ZERO - MemoTotal
        IF PayChkNum = ZERO
            MOVE "SETTLED - NO CHECK" TO PrnRegMemoNote
        ELSE
            MOVE "NETTED OFF CHECK" TO PrnRegMemoNote
        END-IF
        WRITE ChkRegisterLine FROM RegMemoDetail AFTER ADVANCING 1 LINE.

    GetRunVendor.
        MOVE 'Y' TO VendExists
        MOVE RunVendID TO VendID
        READ VendorFile
            INVALID KEY MOVE 'N' TO VendExists
        END-READ
        IF VendExists = 'Y'
            MOVE VendName TO RunVendName
            IF VendorIsInactive
                DISPLAY "Vendor " RunVendID " is inactive - paying "
                    "the bills already owed"
            END-IF
        ELSE
            MOVE "** NOT ON VENDOR FILE **" TO RunVendName
        END-IF.

    OpenPaymentOutputs.
        OPEN EXTEND VendChkFile.
        IF VendChkFileStatus NOT = "00" AND VendChkFileStatus NOT = "05"
            DISPLAY "Unable to open APChecks.dat - status "
                VendChkFileStatus
            STOP RUN
        END-IF.
        OPEN EXTEND PayHistFile.
        IF PayHistFileStatus NOT = "00" AND PayHistFileStatus NOT = "05"
            DISPLAY "Unable to open APPayHist.dat - status "
                PayHistFileStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT CheckPrint.
        IF NOT CheckPrintOpenOK
            DISPLAY "Unable to open APChecks.rpt - status "
                CheckPrintStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT ChkRegister.
        IF NOT ChkRegisterOpenOK
            DISPLAY "Unable to open APChkReg.rpt - status "
                ChkRegisterStatus
            STOP RUN
        END-IF.
        MOVE CheckDate TO PrnRegDate.
        WRITE ChkRegisterLine FROM RegRunLine.
        WRITE ChkRegisterLine FROM RegHeads AFTER ADVANCING 2 LINES.

    GetNextCheckNumber.
        OPEN INPUT ChkControlFile
        IF ChkControlFileOpenOK
            READ ChkControlFile
                AT END MOVE 1 TO NextChkNum
                NOT AT END MOVE CtlNextChkNum TO NextChkNum
            END-READ
        END-IF
        CLOSE ChkControlFile.

    SaveNextCheckNumber.
        OPEN OUTPUT ChkControlFile
        IF ChkControlFileStatus NOT = "00"
            AND ChkControlFileStatus NOT = "05"
            DISPLAY "Unable to save APNextChk.dat - status "
                ChkControlFileStatus
            STOP RUN
        END-IF
        MOVE NextChkNum TO CtlNextChkNum
        WRITE ChkControlRecord
        CLOSE ChkControlFile.

    LoadAPTable.
        OPEN INPUT APFile.
        IF APFileStatus = "35"
            EXIT PARAGRAPH
        END-IF.
        IF NOT APFileOpenOK
            DISPLAY "Unable to open APOpen.dat - status " APFileStatus
            STOP RUN
        END-IF.
        READ APFile
            AT END SET NoMoreAP TO TRUE
        END-READ.
        PERFORM LoadAPEntry UNTIL NoMoreAP.
        CLOSE APFile.

    LoadAPEntry.
        ADD 1 TO ApCount
        IF APTableFull
            *> Saving a partial table would truncate APOpen.dat -
            *> never run on half the payables
            DISPLAY "Payable table full at vendor " ApVendID
                " - raise the table size - run abandoned"
            CLOSE APFile
            STOP RUN
        ELSE
            MOVE ApVendID TO TabApVendID(ApCount)
            MOVE ApInvRef TO TabApInvRef(ApCount)
            MOVE ApPoNum TO TabApPoNum(ApCount)
            MOVE ApDate TO TabApDate(ApCount)
            MOVE ApAmount TO TabApAmount(ApCount)
            MOVE ApPaid TO TabApPaid(ApCount)
            MOVE ApStatus TO TabApStatus(ApCount)
            IF ApIsDebitMemo
                MOVE "D" TO TabApType(ApCount)
            ELSE
                MOVE "B" TO TabApType(ApCount)
            END-IF
            MOVE ApDueDate TO TabApDueDate(ApCount)
            *> Bills from before the voucher number read back as
            *> spaces - carry those as zero so the rewrite stays clean
            IF ApBillNum IS NUMERIC
                MOVE ApBillNum TO TabApBillNum(ApCount)
            ELSE
                MOVE ZERO TO TabApBillNum(ApCount)
            END-IF
            IF ApExpected IS NUMERIC
                MOVE ApExpected TO TabApExpected(ApCount)
            ELSE
                MOVE ZERO TO TabApExpected(ApCount)
            END-IF
            MOVE ApPostDate TO TabApPostDate(ApCount)
            MOVE 'N' TO TabApPick(ApCount)
            MOVE ZERO TO TabApPayAmt(ApCount)
        END-IF
        READ APFile
            AT END SET NoMoreAP TO TRUE
        END-READ.

    SaveAPTable.
        OPEN OUTPUT APFile.
        IF NOT APFileOpenOK
            DISPLAY "Unable to rewrite APOpen.dat - status "
                APFileStatus
            STOP RUN
        END-IF.
        PERFORM WriteAPEntry VARYING SaveIdx FROM 1 BY 1
            UNTIL SaveIdx > ApCount.
        CLOSE APFile.

    WriteAPEntry.
        MOVE SPACES TO APData
        MOVE TabApVendID(SaveIdx) TO ApVendID
        MOVE TabApInvRef(SaveIdx) TO ApInvRef
        MOVE TabApPoNum(SaveIdx) TO ApPoNum
        MOVE TabApDate(SaveIdx) TO ApDate
        MOVE TabApAmount(SaveIdx) TO ApAmount
        MOVE TabApPaid(SaveIdx) TO ApPaid
        MOVE TabApStatus(SaveIdx) TO ApStatus
        MOVE TabApDueDate(SaveIdx) TO ApDueDate
        MOVE TabApBillNum(SaveIdx) TO ApBillNum
        MOVE TabApExpected(SaveIdx) TO ApExpected
        MOVE TabApType(SaveIdx) TO ApType
        MOVE TabApPostDate(SaveIdx) TO ApPostDate
        WRITE APData.
