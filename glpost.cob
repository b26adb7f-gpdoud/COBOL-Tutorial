        SELECT OPTIONAL StubFile ASSIGN TO "PayStubs.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StubFileStatus.
        SELECT OPTIONAL LedgerFile ASSIGN TO "StockLedger.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LedgerFileStatus.
        SELECT OPTIONAL ProductMaster ASSIGN TO "product.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.
        SELECT OPTIONAL APFile ASSIGN TO "APOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS APFileStatus.
        SELECT OPTIONAL VendChkFile ASSIGN TO "APChecks.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendChkFileStatus.
        SELECT OPTIONAL PayAccrFile ASSIGN TO "PayAccr.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayAccrFileStatus.
        SELECT OPTIONAL LandCostFile ASSIGN TO "LandCost.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LandCostFileStatus.

DATA DIVISION.
    FILE SECTION.
            02 StubNet PIC X(7).
            02 FILLER PIC X.
            02 StubOtherDed PIC X(7).
            02 FILLER PIC X.
            02 StubVacBal PIC X(7).
            02 FILLER PIC X.
            02 StubSickBal PIC X(7).
            02 FILLER PIC X.
            02 StubStateTax PIC X(7).
            02 FILLER PIC X.
            02 StubWorkState PIC X(2).
            02 FILLER PIC X.
            02 StubSocSec PIC X(7).
            02 FILLER PIC X.
            02 StubMedicare PIC X(7).
            02 FILLER PIC X.
            02 StubErFica PIC X(7).
            02 FILLER PIC X.
            02 StubFuta PIC X(7).
            02 FILLER PIC X.
            02 StubSuta PIC X(7).
            02 FILLER PIC X.
            02 StubCheckDate PIC X(8).
            02 FILLER PIC X.
            02 StubPayType PIC X.
            02 FILLER PIC X.
            02 StubRate PIC X(6).
            02 FILLER PIC X.
            02 StubRetroPay PIC X(7).
            02 FILLER PIC X.
            02 StubRunTime PIC X(6).
            02 FILLER PIC X.
            02 StubSeq PIC X(4).
            02 FILLER PIC X.
            02 StubCheckNum PIC X(6).

        FD LedgerFile.
        01 LedgerData.
            COPY STKLEDG.

        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD APFile.
        01 APData.
            COPY APREC.

        FD VendChkFile.
        01 VendChkData.
            COPY APCHK.

        FD PayAccrFile.
        01 PayAccrRecord.
            COPY PAYACCR.

        FD LandCostFile.
        01 LandCostData.
            COPY LANDCOST.

    WORKING-STORAGE SECTION.
        01 GLEOF PIC X VALUE 'N'.
            88 NoMoreGL VALUE 'Y'.
        01 StubEOF PIC X VALUE 'N'.
            88 NoMoreStubs VALUE 'Y'.
        01 PostDate PIC X(8).
        *> Date the legs of the document in hand carry - the posting
        *> date, except the payroll accrual which dates to its month end
        01 LegDate PIC X(8).
        01 PayrollReply PIC X.
            88 PayrollWanted VALUE "Y" "y".
      *> Standing account assignments - the posting rules. Kept as
        01 AcctCash PIC 9(4) VALUE 1000.
        01 AcctAR PIC 9(4) VALUE 1200.
        01 AcctSales PIC 9(4) VALUE 4000.
        01 AcctTuition PIC 9(4) VALUE 4100.
        01 AcctTaxPayable PIC 9(4) VALUE 2200.
        01 AcctWageExp PIC 9(4) VALUE 6000.
        01 AcctInventory PIC 9(4) VALUE 1300.
        01 AcctAPAccrual PIC 9(4) VALUE 2100.
        01 AcctCOGS PIC 9(4) VALUE 5000.
        01 AcctWithholding PIC 9(4) VALUE 2300.
        01 AcctStateWithhold PIC 9(4) VALUE 2310.
        01 AcctFicaPayable PIC 9(4) VALUE 2320.
        01 AcctFutaPayable PIC 9(4) VALUE 2330.
        01 AcctSutaPayable PIC 9(4) VALUE 2340.
        01 AcctInsPayable PIC 9(4) VALUE 2400.
        01 AcctOtherDedPay PIC 9(4) VALUE 2500.
        01 AcctAPControl PIC 9(4) VALUE 2000.
        01 AcctPurchExp PIC 9(4) VALUE 6100.
        01 AcctPayTaxExp PIC 9(4) VALUE 6010.
        01 AcctAccruedPay PIC 9(4) VALUE 2150.
        01 PostedTable.
            02 PostedEntry OCCURS 900 TIMES.
                03 TabPostedSource PIC X(8).
        01 Idx PIC 9(3) VALUE ZERO.
        01 AlreadyPosted PIC X VALUE 'N'.
        01 LegTable.
            02 LegEntry OCCURS 12 TIMES.
                03 TabLegAcct PIC 9(4).
                03 TabLegDrCr PIC X.
                03 TabLegAmount PIC 9(9)V99.
        01 LegCount PIC 99 VALUE ZERO.
        01 LegIdx PIC 99 VALUE ZERO.
        01 DocSource PIC X(8).
        01 DocRef PIC 9(7).
        01 DocDebits PIC 9(9)V99 VALUE ZERO.
        01 TaxPart PIC 9(9)V99 VALUE ZERO.
        01 PRGross PIC 9(9)V99 VALUE ZERO.
        01 PRFedTax PIC 9(9)V99 VALUE ZERO.
        01 PRStateTax PIC 9(9)V99 VALUE ZERO.
        01 PRInsurance PIC 9(9)V99 VALUE ZERO.
        01 PRNet PIC 9(9)V99 VALUE ZERO.
        01 PROtherDed PIC 9(9)V99 VALUE ZERO.
        01 PRFicaWithheld PIC 9(9)V99 VALUE ZERO.
        01 PRErFica PIC 9(9)V99 VALUE ZERO.
        01 PRFuta PIC 9(9)V99 VALUE ZERO.
        01 PRSuta PIC 9(9)V99 VALUE ZERO.
        01 PRErTaxes PIC 9(9)V99 VALUE ZERO.
        01 PRLastCheckDate PIC X(8) VALUE SPACES.
        01 PRDocsBefore PIC 9(5) VALUE ZERO.
        01 AccrTable.
            02 AccrEntry OCCURS 500 TIMES.
                03 TabAccrImage PIC X(60).
        01 AccrCount PIC 9(3) VALUE ZERO.
            88 AccrTableFull VALUE 501 THRU 999.
        01 AccrIdx PIC 9(3) VALUE ZERO.
        01 AccrEOF PIC X VALUE 'N'.
            88 NoMoreAccruals VALUE 'Y'.
        01 AccrMonthEnd PIC X(8).
        01 AccrWages PIC 9(9)V99 VALUE ZERO.
        01 AccrErTax PIC 9(9)V99 VALUE ZERO.
        01 AccrDocsBefore PIC 9(5) VALUE ZERO.
        01 BillTable.
            02 BillEntry OCCURS 500 TIMES.
                03 TabBillImage PIC X(80).
        01 BillCount PIC 9(3) VALUE ZERO.
            88 BillTableFull VALUE 501 THRU 999.
        01 BillIdx PIC 9(3) VALUE ZERO.
        01 BillsStamped PIC 9(3) VALUE ZERO.
        01 BillDocsBefore PIC 9(5) VALUE ZERO.
        01 LedgerEOF PIC X VALUE 'N'.
            88 NoMoreLedger VALUE 'Y'.
        01 LedgerType PIC X.
            88 MoveIsReceipt VALUE "R".
            88 MoveIsReturn VALUE "N".
            88 MoveIsOutward VALUE "I" "S" "K" "B".
        01 StockReply PIC X.
            88 StockWanted VALUE "Y" "y".
        01 ProdExists PIC X.
        01 MoveValue PIC 9(9)V99 VALUE ZERO.
        01 ReceiptValue PIC 9(9)V99 VALUE ZERO.
        01 IssueValue PIC 9(9)V99 VALUE ZERO.
        01 ReturnValue PIC 9(9)V99 VALUE ZERO.
        01 DocsPosted PIC 9(5) VALUE ZERO.
        01 DocsRejected PIC 9(5) VALUE ZERO.
        01 APEOF PIC X VALUE 'N'.
            88 NoMoreAP VALUE 'Y'.
        01 VendChkEOF PIC X VALUE 'N'.
            88 NoMoreVendChks VALUE 'Y'.
        01 LandEOF PIC X VALUE 'N'.
            88 NoMoreLanded VALUE 'Y'.
        01 LandTable.
            02 LandEntry OCCURS 200 TIMES.
                03 TabLndPoNum PIC 9(5).
                03 TabLndDate PIC X(8).
                03 TabLndAmount PIC 9(9)V99.
                03 TabLndPosted PIC X.
        01 LandCount PIC 9(3) VALUE ZERO.
        01 LandIdx PIC 9(3) VALUE ZERO.
        01 LandCharges PIC 9(9)V99 VALUE ZERO.
        COPY RETCODE.
        01 GLTransFileStatus PIC XX.
            88 GLTransFileOpenOK VALUE "00".
        01 ChartFileStatus PIC XX.
            88 PaymentFileOpenOK VALUE "00".
        01 StubFileStatus PIC XX.
            88 StubFileOpenOK VALUE "00".
        01 LedgerFileStatus PIC XX.
            88 LedgerFileOpenOK VALUE "00".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 APFileStatus PIC XX.
            88 APFileOpenOK VALUE "00".
        01 VendChkFileStatus PIC XX.
            88 VendChkFileOpenOK VALUE "00".
        01 PayAccrFileStatus PIC XX.
            88 PayAccrFileOpenOK VALUE "00".
        01 LandCostFileStatus PIC XX.
            88 LandCostFileOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartPost.
        *> refuses the whole document - out-of-balance postings never
        *> reach the trial balance. Source+reference pairs already on
        *> the journal are skipped, so a rerun cannot double-post.
        *> Vendor bills and vendor checks post only into an open
        *> period on PerCtl.dat, the same gate vendinv and appay
        *> apply when the documents are first entered.
        *> Landed cost allocations keyed this month post dated to the
        *> day they were made, under the same open-period gate.
        *> A month-end payroll accrual waiting on PayAccr.dat posts
        *> dated to its month end, and is reversed on the posting
        *> date once a pay run with a later check date posts.
        DISPLAY "Posting date (YYYYMMDD) : " WITH NO ADVANCING.
        ACCEPT PostDate.
        DISPLAY "Include payroll stubs (Y/N) : " WITH NO ADVANCING.
        ACCEPT PayrollReply.
        DISPLAY "Include stock movements (Y/N) : " WITH NO ADVANCING.
        ACCEPT StockReply.
        MOVE PostDate TO LegDate.

        OPEN INPUT ChartFile.
        IF NOT ChartFileOpenOK
            DISPLAY "Unable to open ChartAcct.dat - status "
                ChartFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        PERFORM LoadPostedRefs.
        OPEN EXTEND GLTransFile.
        IF GLTransFileStatus NOT = "00" AND GLTransFileStatus NOT = "05"
            DISPLAY "Unable to open GLTrans.dat - status "
                GLTransFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.

        PERFORM PostBillings.
        PERFORM PostReceipts.
        CALL "PERCHK" USING PostDate, LRetCode.
        IF RetCodeSuccess
            PERFORM PostPayables
            PERFORM PostVendorPayments
            PERFORM PostLandedCosts
        ELSE
            DISPLAY "Accounting period " PostDate(1:6)
                " is closed - payables not posted"
        END-IF.
        PERFORM LoadAccruals.
        PERFORM PostPayAccrual.
        IF PayrollWanted
            PERFORM PostPayroll
        END-IF.
        CLOSE GLTransFile, ChartFile.
        DISPLAY "Posted " DocsPosted " documents, " DocsRejected
            " rejected".
        GOBACK.

    PostBillings.
        MOVE 'N' TO InvoiceEOF
        MOVE "D" TO TabLegDrCr(LegCount)
        MOVE InvTotal TO TabLegAmount(LegCount)
        ADD 1 TO LegCount
        *> A term tuition bill is tuition revenue, not a sale
        IF DocIsTuition
            MOVE AcctTuition TO TabLegAcct(LegCount)
        ELSE
            MOVE AcctSales TO TabLegAcct(LegCount)
        END-IF
        MOVE "C" TO TabLegDrCr(LegCount)
        MOVE SalesNet TO TabLegAmount(LegCount)
        IF TaxPart > ZERO
            AT END SET NoMorePayments TO TRUE
        END-READ.

    PostPayables.
        *> APOpen.dat is held in the table so each bill can be
        *> stamped as it posts, and written back when any were.
        MOVE 'N' TO APEOF
        MOVE ZERO TO BillCount, BillsStamped
        OPEN INPUT APFile
        IF NOT APFileOpenOK
            SET NoMoreAP TO TRUE
        ELSE
            READ APFile
                AT END SET NoMoreAP TO TRUE
            END-READ
            PERFORM LoadOneBill UNTIL NoMoreAP
        END-IF
        CLOSE APFile
        PERFORM PostOneBill VARYING BillIdx FROM 1 BY 1
            UNTIL BillIdx > BillCount
        IF BillsStamped > ZERO
            PERFORM SaveBills
        END-IF.

    LoadOneBill.
        ADD 1 TO BillCount
        IF BillTableFull
            *> A partial table written back would truncate APOpen.dat
            DISPLAY "Payable table full - raise the table size - "
                "run abandoned"
            CLOSE APFile, GLTransFile, ChartFile
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE APData TO TabBillImage(BillCount)
        READ APFile
            AT END SET NoMoreAP TO TRUE
        END-READ.

    SaveBills.
        OPEN OUTPUT APFile
        IF APFileStatus NOT = "00" AND APFileStatus NOT = "05"
            DISPLAY "Unable to save APOpen.dat - status "
                APFileStatus
            EXIT PARAGRAPH
        END-IF
        PERFORM SaveOneBill VARYING BillIdx FROM 1 BY 1
            UNTIL BillIdx > BillCount
        CLOSE APFile.

    SaveOneBill.
        MOVE TabBillImage(BillIdx) TO APData
        WRITE APData.

    PostOneBill.
        *> Bills keyed before voucher numbering carry no reference to
        *> guard a rerun with - those are left to the opening entry.
        *> A bill against a purchase order clears the accrual that
        *> PostStockMoves credited when the goods were received, so
        *> inventory is debited once, at receipt; a bill with no
        *> order behind it is a straight purchase expense. A debit
        *> memo for goods sent back reverses the same legs - the
        *> return itself took the stock off inventory against the
        *> accrual in PostStockMoves. The invoice date is the
        *> vendor's, and a bill is often keyed days after it, so every
        *> voucher dated up to the posting date goes. A posted bill is
        *> stamped with the posting date on APOpen.dat and not looked
        *> at again - the journal's legs are archived in time, the
        *> bill stays open until paid. One found already on the
        *> journal with no stamp is stamped without a second posting.
        MOVE TabBillImage(BillIdx) TO APData
        IF ApDate NOT > PostDate AND ApPostDate = SPACES
            AND ApBillNum IS NUMERIC AND ApBillNum > ZERO
            MOVE "APB" TO DocSource
            MOVE ApBillNum TO DocRef
            PERFORM CheckAlreadyPosted
            IF AlreadyPosted = 'Y'
                PERFORM StampBillPosted
            ELSE
                MOVE ZERO TO LegCount
                ADD 1 TO LegCount
                IF ApPoNum > ZERO
                    MOVE AcctAPAccrual TO TabLegAcct(LegCount)
                ELSE
                    MOVE AcctPurchExp TO TabLegAcct(LegCount)
                END-IF
                MOVE "D" TO TabLegDrCr(LegCount)
                MOVE ApAmount TO TabLegAmount(LegCount)
                ADD 1 TO LegCount
                MOVE AcctAPControl TO TabLegAcct(LegCount)
                MOVE "C" TO TabLegDrCr(LegCount)
                MOVE ApAmount TO TabLegAmount(LegCount)
                IF ApIsDebitMemo
                    MOVE "C" TO TabLegDrCr(1)
                    MOVE "D" TO TabLegDrCr(2)
                END-IF
                MOVE DocsPosted TO BillDocsBefore
                PERFORM PostDocument
                IF DocsPosted > BillDocsBefore
                    PERFORM StampBillPosted
                END-IF
            END-IF
        END-IF.

    StampBillPosted.
        MOVE PostDate TO ApPostDate
        MOVE APData TO TabBillImage(BillIdx)
        ADD 1 TO BillsStamped.

    PostVendorPayments.
        MOVE 'N' TO VendChkEOF
        OPEN INPUT VendChkFile
        IF NOT VendChkFileOpenOK
            SET NoMoreVendChks TO TRUE
        ELSE
            READ VendChkFile
                AT END SET NoMoreVendChks TO TRUE
            END-READ
            PERFORM PostOneVendorCheck UNTIL NoMoreVendChks
        END-IF
        CLOSE VendChkFile.

    PostOneVendorCheck.
        IF VcDate = PostDate AND NOT VendChkVoided
            MOVE "APC" TO DocSource
            MOVE VcNum TO DocRef
            PERFORM CheckAlreadyPosted
            IF AlreadyPosted = 'N'
                MOVE ZERO TO LegCount
                ADD 1 TO LegCount
                MOVE AcctAPControl TO TabLegAcct(LegCount)
                MOVE "D" TO TabLegDrCr(LegCount)
                MOVE VcAmount TO TabLegAmount(LegCount)
                ADD 1 TO LegCount
                MOVE AcctCash TO TabLegAcct(LegCount)
                MOVE "C" TO TabLegDrCr(LegCount)
                MOVE VcAmount TO TabLegAmount(LegCount)
                PERFORM PostDocument
            END-IF
        END-IF
        READ VendChkFile
            AT END SET NoMoreVendChks TO TRUE
        END-READ.

    PostLandedCosts.
        *> landcost raises the receipt's cost layers and PMUnitCost by
        *> the freight-in, duty and brokerage it spreads, so the stock
        *> postings credit inventory at landed cost from then on. The
        *> carrier's and broker's own bills are keyed in vendinv with
        *> no PO, so PostPayables has them in purchase expense against
        *> the payable; this moves the share spread onto received
        *> goods from expense to inventory. One entry per PO per allocation date, referenced
        *> by the PO and dated with the allocation - a PO and date
        *> already carrying LND legs on the journal is not posted
        *> again. Only the posting date's month is looked at.
        MOVE ZERO TO LandCount
        MOVE 'N' TO LandEOF
        OPEN INPUT LandCostFile
        IF NOT LandCostFileOpenOK
            CLOSE LandCostFile
            EXIT PARAGRAPH
        END-IF
        READ LandCostFile
            AT END SET NoMoreLanded TO TRUE
        END-READ
        PERFORM TotalOneLanded UNTIL NoMoreLanded
        CLOSE LandCostFile
        IF LandCount = ZERO
            EXIT PARAGRAPH
        END-IF
        PERFORM MarkLandedPosted
        PERFORM PostOneLanded VARYING LandIdx FROM 1 BY 1
            UNTIL LandIdx > LandCount
        MOVE PostDate TO LegDate.

    TotalOneLanded.
        IF LcAllocDate(1:6) = PostDate(1:6)
            AND LcAllocDate NOT > PostDate
            COMPUTE LandCharges = LcFreight + LcDuty + LcBrokerage
            IF LandCharges > ZERO
                PERFORM AddLandedCharges
            END-IF
        END-IF
        READ LandCostFile
            AT END SET NoMoreLanded TO TRUE
        END-READ.

    AddLandedCharges.
        MOVE ZERO TO LandIdx
        PERFORM VARYING Idx FROM 1 BY 1
            UNTIL Idx > LandCount OR LandIdx > ZERO
            IF TabLndPoNum(Idx) = LcPoNum
                AND TabLndDate(Idx) = LcAllocDate
                MOVE Idx TO LandIdx
            END-IF
        END-PERFORM
        IF LandIdx = ZERO
            IF LandCount NOT < 200
                DISPLAY "Landed cost table full - PO " LcPoNum
                    " allocation of " LcAllocDate " not posted"
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO LandCount
            MOVE LandCount TO LandIdx
            MOVE LcPoNum TO TabLndPoNum(LandIdx)
            MOVE LcAllocDate TO TabLndDate(LandIdx)
            MOVE ZERO TO TabLndAmount(LandIdx)
            MOVE 'N' TO TabLndPosted(LandIdx)
        END-IF
        ADD LandCharges TO TabLndAmount(LandIdx).

    MarkLandedPosted.
        *> The journal is open for append - close it for the scan
        *> and put it back after
        MOVE 'N' TO GLEOF
        CLOSE GLTransFile
        OPEN INPUT GLTransFile
        IF GLTransFileOpenOK
            READ GLTransFile
                AT END SET NoMoreGL TO TRUE
            END-READ
            PERFORM MarkOneLandedLeg UNTIL NoMoreGL
        END-IF
        CLOSE GLTransFile
        OPEN EXTEND GLTransFile.

    MarkOneLandedLeg.
        IF GtSource = "LND"
            PERFORM VARYING Idx FROM 1 BY 1 UNTIL Idx > LandCount
                IF TabLndPoNum(Idx) = GtRef
                    AND TabLndDate(Idx) = GtDate
                    MOVE 'Y' TO TabLndPosted(Idx)
                END-IF
            END-PERFORM
        END-IF
        READ GLTransFile
            AT END SET NoMoreGL TO TRUE
        END-READ.

    PostOneLanded.
        IF TabLndPosted(LandIdx) = 'N'
            MOVE "LND" TO DocSource
            MOVE TabLndPoNum(LandIdx) TO DocRef
            MOVE TabLndDate(LandIdx) TO LegDate
            MOVE ZERO TO LegCount
            ADD 1 TO LegCount
            MOVE AcctInventory TO TabLegAcct(LegCount)
            MOVE "D" TO TabLegDrCr(LegCount)
            MOVE TabLndAmount(LandIdx) TO TabLegAmount(LegCount)
            ADD 1 TO LegCount
            MOVE AcctPurchExp TO TabLegAcct(LegCount)
            MOVE "C" TO TabLegDrCr(LegCount)
            MOVE TabLndAmount(LandIdx) TO TabLegAmount(LegCount)
            PERFORM PostDocument
        END-IF.

    PostPayroll.
        *> One summary entry for the whole stub file - gross to wage
        *> expense, withholdings to their payables, net to cash.
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO PRGross, PRFedTax, PRInsurance, PRNet,
            PROtherDed, PRStateTax, PRFicaWithheld, PRErFica,
            PRFuta, PRSuta
        MOVE SPACES TO PRLastCheckDate
        MOVE 'N' TO StubEOF
        OPEN INPUT StubFile
        IF NOT StubFileOpenOK
        MOVE AcctWithholding TO TabLegAcct(LegCount)
        MOVE "C" TO TabLegDrCr(LegCount)
        MOVE PRFedTax TO TabLegAmount(LegCount)
        IF PRStateTax > ZERO
            ADD 1 TO LegCount
            MOVE AcctStateWithhold TO TabLegAcct(LegCount)
            MOVE "C" TO TabLegDrCr(LegCount)
            MOVE PRStateTax TO TabLegAmount(LegCount)
        END-IF
        ADD 1 TO LegCount
        MOVE AcctInsPayable TO TabLegAcct(LegCount)
        MOVE "C" TO TabLegDrCr(LegCount)
        MOVE AcctCash TO TabLegAcct(LegCount)
        MOVE "C" TO TabLegDrCr(LegCount)
        MOVE PRNet TO TabLegAmount(LegCount)
        *> Employer payroll taxes - expense against the same
        *> liabilities the employee withholding goes to, FICA
        *> carrying both halves
        COMPUTE PRErTaxes = PRErFica + PRFuta + PRSuta
        IF PRFicaWithheld + PRErFica > ZERO
            ADD 1 TO LegCount
            MOVE AcctFicaPayable TO TabLegAcct(LegCount)
            MOVE "C" TO TabLegDrCr(LegCount)
            COMPUTE TabLegAmount(LegCount) = PRFicaWithheld + PRErFica
        END-IF
        IF PRErTaxes > ZERO
            ADD 1 TO LegCount
            MOVE AcctPayTaxExp TO TabLegAcct(LegCount)
            MOVE "D" TO TabLegDrCr(LegCount)
            MOVE PRErTaxes TO TabLegAmount(LegCount)
        END-IF
        IF PRFuta > ZERO
            ADD 1 TO LegCount
            MOVE AcctFutaPayable TO TabLegAcct(LegCount)
            MOVE "C" TO TabLegDrCr(LegCount)
            MOVE PRFuta TO TabLegAmount(LegCount)
        END-IF
        IF PRSuta > ZERO
            ADD 1 TO LegCount
            MOVE AcctSutaPayable TO TabLegAcct(LegCount)
            MOVE "C" TO TabLegDrCr(LegCount)
            MOVE PRSuta TO TabLegAmount(LegCount)
        END-IF
        MOVE DocsPosted TO PRDocsBefore
        PERFORM PostDocument
        IF DocsPosted > PRDocsBefore
            PERFORM ReversePayAccrual
        END-IF.

    SumOneStub.
        COMPUTE PRGross = PRGross + FUNCTION NUMVAL(StubGross)
        IF StubCheckDate > PRLastCheckDate
            MOVE StubCheckDate TO PRLastCheckDate
        END-IF
        COMPUTE PRFedTax = PRFedTax + FUNCTION NUMVAL(StubFedTax)
        COMPUTE PRInsurance = PRInsurance
            + FUNCTION NUMVAL(StubInsurance)
            COMPUTE PROtherDed = PROtherDed
                + FUNCTION NUMVAL(StubOtherDed)
        END-IF
        IF StubStateTax NOT = SPACES
            COMPUTE PRStateTax = PRStateTax
                + FUNCTION NUMVAL(StubStateTax)
        END-IF
        IF StubSocSec NOT = SPACES
            COMPUTE PRFicaWithheld = PRFicaWithheld
                + FUNCTION NUMVAL(StubSocSec)
            COMPUTE PRFicaWithheld = PRFicaWithheld
                + FUNCTION NUMVAL(StubMedicare)
            COMPUTE PRErFica = PRErFica + FUNCTION NUMVAL(StubErFica)
            COMPUTE PRFuta = PRFuta + FUNCTION NUMVAL(StubFuta)
            COMPUTE PRSuta = PRSuta + FUNCTION NUMVAL(StubSuta)
        END-IF
        READ StubFile
            AT END SET NoMoreStubs TO TRUE
        END-READ.

    PostPayAccrual.
        *> The estimated accrual rows, all of one month end, post as
        *> one summary document - wages and employer taxes to their
        *> expense accounts against accrued payroll. The department
        *> split stays on PayAccr.dat and the payaccr report.
        MOVE SPACES TO AccrMonthEnd
        MOVE ZERO TO AccrWages, AccrErTax
        PERFORM SumOneEstimate VARYING AccrIdx FROM 1 BY 1
            UNTIL AccrIdx > AccrCount
        IF AccrMonthEnd = SPACES
            EXIT PARAGRAPH
        END-IF
        MOVE "PRACCR" TO DocSource
        MOVE AccrMonthEnd(1:6) TO DocRef
        PERFORM CheckAlreadyPosted
        IF AlreadyPosted = 'Y'
            DISPLAY "Payroll accrual for " AccrMonthEnd
                " already on the journal - not posted again"
            EXIT PARAGRAPH
        END-IF
        CALL "PERCHK" USING AccrMonthEnd, LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Accounting period " AccrMonthEnd(1:6)
                " is closed - payroll accrual not posted"
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO LegCount
        ADD 1 TO LegCount
        MOVE AcctWageExp TO TabLegAcct(LegCount)
        MOVE "D" TO TabLegDrCr(LegCount)
        MOVE AccrWages TO TabLegAmount(LegCount)
        IF AccrErTax > ZERO
            ADD 1 TO LegCount
            MOVE AcctPayTaxExp TO TabLegAcct(LegCount)
            MOVE "D" TO TabLegDrCr(LegCount)
            MOVE AccrErTax TO TabLegAmount(LegCount)
        END-IF
        ADD 1 TO LegCount
        MOVE AcctAccruedPay TO TabLegAcct(LegCount)
        MOVE "C" TO TabLegDrCr(LegCount)
        COMPUTE TabLegAmount(LegCount) = AccrWages + AccrErTax
        MOVE AccrMonthEnd TO LegDate
        MOVE DocsPosted TO AccrDocsBefore
        PERFORM PostDocument
        MOVE PostDate TO LegDate
        IF DocsPosted > AccrDocsBefore
            PERFORM MarkOneAccrualPosted VARYING AccrIdx FROM 1 BY 1
                UNTIL AccrIdx > AccrCount
            PERFORM SaveAccruals
        END-IF.

    SumOneEstimate.
        MOVE TabAccrImage(AccrIdx) TO PayAccrRecord
        IF AccrualEstimated
            MOVE PaMonthEnd TO AccrMonthEnd
            ADD PaWages TO AccrWages
            ADD PaErTax TO AccrErTax
        END-IF.

    MarkOneAccrualPosted.
        MOVE TabAccrImage(AccrIdx) TO PayAccrRecord
        IF AccrualEstimated AND PaMonthEnd = AccrMonthEnd
            SET AccrualPosted TO TRUE
            MOVE PostDate TO PaPostDate
            MOVE PayAccrRecord TO TabAccrImage(AccrIdx)
        END-IF.

    ReversePayAccrual.
        *> The pay run just posted carries the wages the accrual
        *> estimated once its check date is past the month end - the
        *> accrual comes back out, same reference, legs flipped, on
        *> the posting date.
        MOVE SPACES TO AccrMonthEnd
        MOVE ZERO TO AccrWages, AccrErTax
        PERFORM SumOnePostedAccrual VARYING AccrIdx FROM 1 BY 1
            UNTIL AccrIdx > AccrCount
        IF AccrMonthEnd = SPACES
            EXIT PARAGRAPH
        END-IF
        MOVE "PRACREV" TO DocSource
        MOVE AccrMonthEnd(1:6) TO DocRef
        PERFORM CheckAlreadyPosted
        IF AlreadyPosted = 'Y'
            DISPLAY "Payroll accrual reversal for " AccrMonthEnd
                " already on the journal - not posted again"
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO LegCount
        ADD 1 TO LegCount
        MOVE AcctWageExp TO TabLegAcct(LegCount)
        MOVE "C" TO TabLegDrCr(LegCount)
        MOVE AccrWages TO TabLegAmount(LegCount)
        IF AccrErTax > ZERO
            ADD 1 TO LegCount
            MOVE AcctPayTaxExp TO TabLegAcct(LegCount)
            MOVE "C" TO TabLegDrCr(LegCount)
            MOVE AccrErTax TO TabLegAmount(LegCount)
        END-IF
        ADD 1 TO LegCount
        MOVE AcctAccruedPay TO TabLegAcct(LegCount)
        MOVE "D" TO TabLegDrCr(LegCount)
        COMPUTE TabLegAmount(LegCount) = AccrWages + AccrErTax
        MOVE DocsPosted TO AccrDocsBefore
        PERFORM PostDocument
        IF DocsPosted > AccrDocsBefore
            PERFORM MarkOneAccrualReversed VARYING AccrIdx FROM 1 BY 1
                UNTIL AccrIdx > AccrCount
            PERFORM SaveAccruals
            DISPLAY "Payroll accrual for " AccrMonthEnd " reversed"
        END-IF.

    SumOnePostedAccrual.
        MOVE TabAccrImage(AccrIdx) TO PayAccrRecord
        IF AccrualPosted AND PaMonthEnd < PRLastCheckDate
            AND (AccrMonthEnd = SPACES OR PaMonthEnd = AccrMonthEnd)
            MOVE PaMonthEnd TO AccrMonthEnd
            ADD PaWages TO AccrWages
            ADD PaErTax TO AccrErTax
        END-IF.

    MarkOneAccrualReversed.
        MOVE TabAccrImage(AccrIdx) TO PayAccrRecord
        IF AccrualPosted AND PaMonthEnd = AccrMonthEnd
            SET AccrualReversed TO TRUE
            MOVE PostDate TO PaRevDate
            MOVE PayAccrRecord TO TabAccrImage(AccrIdx)
        END-IF.

    LoadAccruals.
        OPEN INPUT PayAccrFile
        IF PayAccrFileOpenOK
            READ PayAccrFile
                AT END SET NoMoreAccruals TO TRUE
            END-READ
            PERFORM LoadOneAccrual UNTIL NoMoreAccruals
        END-IF
        CLOSE PayAccrFile.

    LoadOneAccrual.
        ADD 1 TO AccrCount
        IF AccrTableFull
            DISPLAY "Accrual table full - raise the table size - "
                "run abandoned"
            CLOSE PayAccrFile, GLTransFile, ChartFile
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE PayAccrRecord TO TabAccrImage(AccrCount)
        READ PayAccrFile
            AT END SET NoMoreAccruals TO TRUE
        END-READ.

    SaveAccruals.
        OPEN OUTPUT PayAccrFile
        IF PayAccrFileStatus NOT = "00" AND PayAccrFileStatus NOT = "05"
            DISPLAY "Unable to save PayAccr.dat - status "
                PayAccrFileStatus
            EXIT PARAGRAPH
        END-IF
        PERFORM SaveOneAccrual VARYING AccrIdx FROM 1 BY 1
            UNTIL AccrIdx > AccrCount
        CLOSE PayAccrFile.

    SaveOneAccrual.
        MOVE TabAccrImage(AccrIdx) TO PayAccrRecord
        WRITE PayAccrRecord.

    PostStockMoves.
        *> One summary entry per posting date over the stock ledger
        *> rows of that date, valued at the FIFO layer cost each row
        *> carries - receipts debit inventory against the payable
        *> accrual at what they came in at, issues, shipments, kit
        *> issues and backorder allocations move inventory to cost of
        *> sales at the layers they consumed, and returns to vendor
        *> take it back off against the accrual. A row from before
        *> layers were kept is valued at the master unit cost. Count
        *> adjustments carry an absolute quantity, not a delta, so
        *> they are left to the accountant's manual entry, and
        *> transfers between locations change no value. Guarded by
        *> date like payroll.
        MOVE "STK" TO DocSource
        MOVE ZERO TO DocRef
        PERFORM CheckAlreadyPostedStk
            DISPLAY "Stock movements already posted for " PostDate
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO ReceiptValue, IssueValue, ReturnValue
        MOVE 'N' TO LedgerEOF
        OPEN INPUT LedgerFile
        IF NOT LedgerFileOpenOK
            DISPLAY "No StockLedger.dat - stock not posted"
            EXIT PARAGRAPH
        END-IF
        OPEN INPUT ProductMaster
        IF NOT ProductMasterOpenOK
            DISPLAY "No product master - stock not posted"
            CLOSE LedgerFile
            EXIT PARAGRAPH
        END-IF
        READ LedgerFile
            AT END SET NoMoreLedger TO TRUE
        END-READ
        PERFORM ValueOneMove UNTIL NoMoreLedger
        CLOSE LedgerFile, ProductMaster
        IF ReceiptValue = ZERO AND IssueValue = ZERO
            AND ReturnValue = ZERO
            DISPLAY "No costed movements for " PostDate
                " - stock not posted"
            EXIT PARAGRAPH
            MOVE "C" TO TabLegDrCr(LegCount)
            MOVE IssueValue TO TabLegAmount(LegCount)
        END-IF
        IF ReturnValue > ZERO
            ADD 1 TO LegCount
            MOVE AcctAPAccrual TO TabLegAcct(LegCount)
            MOVE "D" TO TabLegDrCr(LegCount)
            MOVE ReturnValue TO TabLegAmount(LegCount)
            ADD 1 TO LegCount
            MOVE AcctInventory TO TabLegAcct(LegCount)
            MOVE "C" TO TabLegDrCr(LegCount)
            MOVE ReturnValue TO TabLegAmount(LegCount)
        END-IF
        PERFORM PostDocument.

    ValueOneMove.
        MOVE LgType TO LedgerType
        IF LgDate = PostDate
            AND (MoveIsReceipt OR MoveIsOutward OR MoveIsReturn)
            IF LgCost IS NUMERIC
                MOVE LgCost TO MoveValue
            ELSE
                MOVE ZERO TO MoveValue
                MOVE 'Y' TO ProdExists
                MOVE LgProdCode TO PMProdCode
                READ ProductMaster
                    INVALID KEY MOVE 'N' TO ProdExists
                END-READ
                IF ProdExists = 'Y'
                    COMPUTE MoveValue = LgQty * PMUnitCost
                END-IF
            END-IF
            IF MoveValue > ZERO
                EVALUATE TRUE
                    WHEN MoveIsReceipt ADD MoveValue TO ReceiptValue
                    WHEN MoveIsReturn ADD MoveValue TO ReturnValue
                    WHEN OTHER ADD MoveValue TO IssueValue
                END-EVALUATE
            ELSE IF LgQty > ZERO
                DISPLAY "Movement for " LgProdCode
                    " has no cost - not valued"
            END-IF
            END-IF
        END-IF
        READ LedgerFile
            AT END SET NoMoreLedger TO TRUE
        END-READ.

    CheckAlreadyPostedStk.
        *> The journal is open for append - close it for the scan
        *> and put it back after
        MOVE 'N' TO AlreadyPosted
        MOVE 'N' TO GLEOF
        CLOSE GLTransFile
        OPEN INPUT GLTransFile
        IF GLTransFileOpenOK
            READ GLTransFile
            END-READ
            PERFORM ScanForStkPost UNTIL NoMoreGL
        END-IF
        CLOSE GLTransFile
        OPEN EXTEND GLTransFile.

    ScanForStkPost.
        IF GtSource = "STK" AND GtDate = PostDate

    WriteOneLeg.
        MOVE SPACES TO GLTransData
        MOVE LegDate TO GtDate
        MOVE LegDate(1:6) TO GtPeriod
        MOVE DocSource TO GtSource
        MOVE DocRef TO GtRef
        MOVE TabLegAcct(LegIdx) TO GtAcctNum

    CheckAlreadyPostedPR.
        *> Payroll posts under reference zero, so the guard is the
        *> posting date itself. The journal is open for append -
        *> close it for the scan and put it back after.
        MOVE 'N' TO AlreadyPosted
        MOVE 'N' TO GLEOF
        CLOSE GLTransFile
        OPEN INPUT GLTransFile
        IF GLTransFileOpenOK
            READ GLTransFile
            END-READ
            PERFORM ScanForPRPost UNTIL NoMoreGL
        END-IF
        CLOSE GLTransFile
        OPEN EXTEND GLTransFile.

    ScanForPRPost.
        IF GtSource = "PR" AND GtDate = PostDate
                DISPLAY "Posted-reference table full - raise the "
                    "table size - run abandoned"
                CLOSE GLTransFile
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE GtSource TO TabPostedSource(PostedCount)
            MOVE GtRef TO TabPostedRef(PostedCount)
