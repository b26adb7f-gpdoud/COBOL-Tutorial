       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. lockbox.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LockboxFile ASSIGN TO "Lockbox.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LockboxFileStatus.
        SELECT InvoiceFile ASSIGN TO "InvoiceOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvoiceFileStatus.
        SELECT PaymentFile ASSIGN TO "PaymentsIx.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PayNum
            ALTERNATE RECORD KEY IS PayInvNum WITH DUPLICATES
            ALTERNATE RECORD KEY IS PayCustID WITH DUPLICATES
            FILE STATUS IS PaymentFileStatus.
        SELECT CustomerFile ASSIGN TO "customer.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT OPTIONAL PayControlFile ASSIGN TO "NextPay.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayControlFileStatus.
        SELECT OPTIONAL InvControlFile ASSIGN TO "InvControl.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvControlFileStatus.
        SELECT OPTIONAL BatchControlFile ASSIGN TO "DepCtl.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BatchControlFileStatus.
        SELECT OPTIONAL BatchFile ASSIGN TO "DepBatch.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BatchFileStatus.
        SELECT LockboxReport ASSIGN TO "Lockbox.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LockboxReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD LockboxFile.
        01 LockboxRecord.
            COPY LOCKBOX.

        FD InvoiceFile.
        01 InvoiceData.
            COPY INVREC.

        FD PaymentFile.
        01 PaymentData.
            COPY PAYREC.

        FD CustomerFile.
        01 CustomerData.
            COPY CUSTREC.

        FD PayControlFile.
        01 PayControlRecord.
            02 CtlNextPayNum PIC 9(7).

        FD InvControlFile.
        01 InvControlRecord.
            02 CtlNextInvNum PIC 9(5).

        FD BatchControlFile.
        01 BatchControlRecord.
            02 CtlNextBatchNum PIC 9(5).

        FD BatchFile.
        01 BatchRecord.
            COPY DEPBATCH.

        FD LockboxReport.
        01 PrintLine PIC X(100).
    WORKING-STORAGE SECTION.
        01 LockboxEOF PIC X VALUE 'N'.
            88 NoMoreLockbox VALUE 'Y'.
        01 InvoiceEOF PIC X VALUE 'N'.
            88 NoMoreInvoices VALUE 'Y'.
        01 InvFound PIC X VALUE 'N'.
            88 InvoiceFound VALUE 'Y'.
        01 InvBalance PIC 9(6)V99.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 ItemDate PIC X(8).
        01 DepositDate PIC X(8) VALUE SPACES.
        01 EntryInvNum PIC 9(5).
        01 EntryCustID PIC 9(5).
        01 EntryAmount PIC 9(6)V99.
        01 PaymentCount PIC 9(5) VALUE ZERO.
        01 InvTable.
            02 InvEntry OCCURS 200 TIMES INDEXED BY InvIdx.
                03 TabInvNum PIC 9(5).
                03 TabInvOrdNum PIC 9(5).
                03 TabInvCustID PIC 9(5).
                03 TabInvDate PIC X(8).
                03 TabInvJuris PIC X(5).
                03 TabInvTotal PIC 9(6)V99.
                03 TabInvPaid PIC 9(6)V99.
                03 TabInvStatus PIC X.
                03 TabInvSalesRep PIC X(3).
                03 TabInvTax PIC 9(6)V99.
                03 TabInvDocType PIC X.
                03 TabInvCurrency PIC X(3).
                03 TabInvExchRate PIC 9(3)V9(4).
                03 TabInvFreight PIC 9(6)V99.
                03 TabInvFreightTax PIC X.
        01 InvCount PIC 9(3) VALUE ZERO.
            88 InvTableFull VALUE 201 THRU 999.
        01 SaveIdx PIC 9(3) VALUE ZERO.
        01 BatchNum PIC 9(5) VALUE ZERO.
        01 CtlCount PIC 9(3) VALUE ZERO.
        01 CtlAmount PIC 9(7)V99 VALUE ZERO.
        01 KeyedCount PIC 9(3) VALUE ZERO.
        01 KeyedAmount PIC 9(7)V99 VALUE ZERO.
        01 ExcCount PIC 9(3) VALUE ZERO.
        01 ExcAmount PIC 9(7)V99 VALUE ZERO.
        01 ExcReason PIC X(34).
        01 ExcTable.
            02 ExcEntry OCCURS 200 TIMES.
                03 TabExcCheckNum PIC X(10).
                03 TabExcCustID PIC X(5).
                03 TabExcInvNum PIC X(5).
                03 TabExcAmount PIC 9(6)V99.
                03 TabExcReason PIC X(34).
        01 ExcIdx PIC 9(3) VALUE ZERO.
        01 PayRemaining PIC 9(7)V99 VALUE ZERO.
        01 ApplyAmt PIC 9(6)V99 VALUE ZERO.
        01 OldestIdx PIC 9(3) VALUE ZERO.
        01 OldestDate PIC X(8).
        01 CreditIdx PIC 9(3) VALUE ZERO.
        01 ScanIdx PIC 9(3) VALUE ZERO.
        01 NextInvNum PIC 9(5) VALUE 1.
        01 NextPayNum PIC 9(7) VALUE 1.
        01 OnAcctCount PIC 9(3) VALUE ZERO.
        01 OnAcctAmount PIC 9(7)V99 VALUE ZERO.
        01 CheckDate PIC X(8).
        COPY RETCODE.
        01 ReportHeading.
            02 FILLER PIC X(30) VALUE "LOCKBOX IMPORT - DEPOSIT BATCH".
            02 FILLER PIC X VALUE SPACE.
            02 PrnBatchNum PIC 9(5).
            02 FILLER PIC X(16) VALUE "   DEPOSITED ON ".
            02 PrnDepositDate PIC X(8).
        01 SectionLine PIC X(60).
        01 ItemHeads PIC X(100) VALUE
            "  Check #     Cust   Invoice       Amount   Applied As".
        01 ItemLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCheckNum PIC X(10).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCustID PIC X(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnInvNum PIC X(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAmount PIC $$$$,$$9.99.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnNote PIC X(34).
        01 TotalLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnTotalName PIC X(24).
            02 PrnTotalCount PIC ZZ9.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnTotalAmount PIC $$$,$$$,$$9.99.
        01 LockboxFileStatus PIC XX.
            88 LockboxFileOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".
        01 InvControlFileStatus PIC XX.
            88 InvControlFileOpenOK VALUE "00".
        01 BatchControlFileStatus PIC XX.
            88 BatchControlFileOpenOK VALUE "00".
        01 BatchFileStatus PIC XX.
            88 BatchFileOpenOK VALUE "00".
        01 LockboxReportStatus PIC XX.
            88 LockboxReportOpenOK VALUE "00".
        01 InvoiceFileStatus PIC XX.
            88 InvoiceFileOpenOK VALUE "00".
        01 PaymentFileStatus PIC XX.
            88 PaymentFileOpenOK VALUE "00".
        01 PayControlFileStatus PIC XX.
            88 PayControlFileOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartLockbox.
        *> Lockbox import - the bank's remittance file replaces the
        *> clerk keying each check into cashrcpt. The whole file is
        *> one deposit batch on DepBatch.dat: the bank's line count
        *> and total are the batch controls, and whatever applies is
        *> the keyed side, so a batch with exceptions stays out of
        *> balance until they are worked. A line with an invoice
        *> number pays that invoice; a line with only a customer is
        *> applied oldest invoice first with any remainder held on
        *> account, exactly as cashrcpt does it. Anything that cannot
        *> be applied is listed on the exceptions page of Lockbox.rpt
        *> and left for the receipts desk.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        MOVE RunDate TO CheckDate.
        CALL "PERCHK" USING CheckDate, LRetCode.
        IF NOT RetCodeSuccess
            DISPLAY "Accounting period " CheckDate(1:6)
                " is closed - lockbox not imported"
            STOP RUN
        END-IF.
        PERFORM TotalLockboxFile.
        IF CtlCount = ZERO
            DISPLAY "Lockbox.dat has no remittance lines - nothing imported"
            STOP RUN
        END-IF.
        PERFORM OpenDepositBatch.
        PERFORM GetNextPayNum.
        PERFORM LoadInvoiceTable.
        OPEN I-O PaymentFile.
        IF PaymentFileStatus = "35" OR PaymentFileStatus = "05"
            *> First run - no payments on the indexed file yet
            OPEN OUTPUT PaymentFile
            CLOSE PaymentFile
            OPEN I-O PaymentFile
        END-IF.
        IF NOT PaymentFileOpenOK
            DISPLAY "Unable to open PaymentsIx.dat - status "
                PaymentFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status "
                CustomerFileStatus
            CLOSE PaymentFile
            STOP RUN
        END-IF.
        OPEN OUTPUT LockboxReport.
        IF NOT LockboxReportOpenOK
            DISPLAY "Unable to open Lockbox.rpt - status "
                LockboxReportStatus
            CLOSE PaymentFile, CustomerFile
            STOP RUN
        END-IF.
        MOVE BatchNum TO PrnBatchNum.
        MOVE DepositDate TO PrnDepositDate.
        WRITE PrintLine FROM ReportHeading.
        MOVE "PAYMENTS APPLIED" TO SectionLine.
        WRITE PrintLine FROM SectionLine AFTER ADVANCING 2 LINES.
        WRITE PrintLine FROM ItemHeads AFTER ADVANCING 1 LINE.

        OPEN INPUT LockboxFile.
        READ LockboxFile
            AT END SET NoMoreLockbox TO TRUE
        END-READ.
        PERFORM ImportOneItem UNTIL NoMoreLockbox.
        CLOSE LockboxFile.

        CLOSE PaymentFile, CustomerFile.
        PERFORM SaveInvoiceTable.
        PERFORM SaveNextPayNum.
        PERFORM CloseDepositBatch.
        PERFORM PrintExceptions.
        PERFORM PrintTotals.
        CLOSE LockboxReport.
        DISPLAY "Lockbox batch " BatchNum ": " KeyedCount
            " checks applied, " ExcCount " exceptions".
        DISPLAY "See Lockbox.rpt".
        STOP RUN.

    TotalLockboxFile.
        *> First pass - the bank's own count and total become the
        *> batch controls, and the latest deposit date on the file is
        *> the batch date the bank statement will show
        OPEN INPUT LockboxFile
        IF NOT LockboxFileOpenOK
            DISPLAY "Unable to open Lockbox.dat - status "
                LockboxFileStatus
            STOP RUN
        END-IF
        READ LockboxFile
            AT END SET NoMoreLockbox TO TRUE
        END-READ
        PERFORM TotalOneLine UNTIL NoMoreLockbox
        CLOSE LockboxFile
        MOVE 'N' TO LockboxEOF
        IF DepositDate = SPACES
            MOVE RunDate TO DepositDate
        END-IF.

    TotalOneLine.
        ADD 1 TO CtlCount
        IF LbAmount IS NUMERIC
            ADD LbAmount TO CtlAmount
        END-IF
        IF LbDate IS NUMERIC
            AND (DepositDate = SPACES OR LbDate > DepositDate)
            MOVE LbDate TO DepositDate
        END-IF
        READ LockboxFile
            AT END SET NoMoreLockbox TO TRUE
        END-READ.

    ImportOneItem.
        IF LbDate IS NUMERIC
            MOVE LbDate TO ItemDate
        ELSE
            MOVE RunDate TO ItemDate
        END-IF
        EVALUATE TRUE
            WHEN LbAmount IS NOT NUMERIC OR LbAmount = ZERO
                MOVE "Amount missing or zero" TO ExcReason
                PERFORM RecordException
            WHEN LbInvNum IS NUMERIC AND LbInvNum > ZERO
                PERFORM InvoiceItem
            WHEN LbCustID IS NUMERIC AND LbCustID > ZERO
                PERFORM CustomerItem
            WHEN OTHER
                MOVE "No invoice or customer given" TO ExcReason
                PERFORM RecordException
        END-EVALUATE
        READ LockboxFile
            AT END SET NoMoreLockbox TO TRUE
        END-READ.

    InvoiceItem.
        MOVE LbInvNum TO EntryInvNum
        MOVE LbAmount TO EntryAmount
        PERFORM FindInvoice
        IF NOT InvoiceFound
            MOVE "Invoice not on file" TO ExcReason
            PERFORM RecordException
            EXIT PARAGRAPH
        END-IF
        IF TabInvDocType(InvIdx) = "C"
            MOVE "Document is a credit memo" TO ExcReason
            PERFORM RecordException
            EXIT PARAGRAPH
        END-IF
        IF LbCustID IS NUMERIC AND LbCustID > ZERO
            AND LbCustID NOT = TabInvCustID(InvIdx)
            MOVE "Customer does not match invoice" TO ExcReason
            PERFORM RecordException
            EXIT PARAGRAPH
        END-IF
        COMPUTE InvBalance =
            TabInvTotal(InvIdx) - TabInvPaid(InvIdx)
        IF EntryAmount > InvBalance
            *> Same rule as the receipts desk - the balance fields are
            *> unsigned, so an overpayment cannot be carried
            MOVE "Payment exceeds open balance" TO ExcReason
            PERFORM RecordException
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO KeyedCount
        ADD EntryAmount TO KeyedAmount
        PERFORM ApplyPayment.

    ApplyPayment.
        MOVE EntryInvNum TO PayInvNum
        MOVE TabInvCustID(InvIdx) TO PayCustID
        MOVE ItemDate TO PayDate
        MOVE EntryAmount TO PayAmount
        PERFORM StampAndTrackPayment
        WRITE PaymentData
            INVALID KEY DISPLAY "Payment " PayNum " was not written!"
        END-WRITE
        ADD 1 TO PaymentCount
        ADD EntryAmount TO TabInvPaid(InvIdx)
        IF TabInvPaid(InvIdx) NOT < TabInvTotal(InvIdx)
            MOVE "P" TO TabInvStatus(InvIdx)
            MOVE "Invoice - paid in full" TO PrnNote
        ELSE
            MOVE "Invoice - partial payment" TO PrnNote
        END-IF
        MOVE EntryAmount TO PrnAmount
        PERFORM PrintAppliedLine.

    CustomerItem.
        MOVE LbCustID TO EntryCustID
        MOVE LbAmount TO EntryAmount
        MOVE EntryCustID TO IDNum
        READ CustomerFile
            INVALID KEY
                MOVE "Customer not on file" TO ExcReason
                PERFORM RecordException
                EXIT PARAGRAPH
        END-READ
        ADD 1 TO KeyedCount
        ADD EntryAmount TO KeyedAmount
        MOVE EntryAmount TO PayRemaining
        PERFORM ApplyOldestFirst UNTIL PayRemaining = ZERO
        PERFORM DrawDownCredits.

    ApplyOldestFirst.
        PERFORM FindOldestOpenInvoice
        IF OldestIdx = ZERO
            PERFORM HoldOnAccount
            EXIT PARAGRAPH
        END-IF
        COMPUTE InvBalance =
            TabInvTotal(OldestIdx) - TabInvPaid(OldestIdx)
        IF PayRemaining < InvBalance
            MOVE PayRemaining TO ApplyAmt
        ELSE
            MOVE InvBalance TO ApplyAmt
        END-IF
        MOVE TabInvNum(OldestIdx) TO PayInvNum
        MOVE EntryCustID TO PayCustID
        MOVE ItemDate TO PayDate
        MOVE ApplyAmt TO PayAmount
        PERFORM StampAndTrackPayment
        WRITE PaymentData
            INVALID KEY DISPLAY "Payment " PayNum " was not written!"
        END-WRITE
        ADD 1 TO PaymentCount
        ADD ApplyAmt TO TabInvPaid(OldestIdx)
        SUBTRACT ApplyAmt FROM PayRemaining
        IF TabInvPaid(OldestIdx) NOT < TabInvTotal(OldestIdx)
            MOVE "P" TO TabInvStatus(OldestIdx)
        END-IF
        MOVE ApplyAmt TO PrnAmount
        MOVE "Oldest invoice first" TO PrnNote
        PERFORM PrintAppliedLine.

    FindOldestOpenInvoice.
        MOVE ZERO TO OldestIdx
        MOVE HIGH-VALUES TO OldestDate
        PERFORM VARYING ScanIdx FROM 1 BY 1 UNTIL ScanIdx > InvCount
            IF TabInvCustID(ScanIdx) = EntryCustID
                AND TabInvStatus(ScanIdx) = "O"
                AND TabInvDocType(ScanIdx) NOT = "C"
                AND TabInvTotal(ScanIdx) > TabInvPaid(ScanIdx)
                AND TabInvDate(ScanIdx) < OldestDate
                MOVE ScanIdx TO OldestIdx
                MOVE TabInvDate(ScanIdx) TO OldestDate
            END-IF
        END-PERFORM.

    HoldOnAccount.
        *> Nothing left to pay - the rest of the check becomes an
        *> on-account credit memo under the shared invoice numbering,
        *> with a Payments.dat line against the memo number so the
        *> deposit still foots.
        PERFORM GetNextInvoiceNumber
        ADD 1 TO InvCount
        IF InvTableFull
            DISPLAY "Invoice table full - raise the table size - "
                "remainder NOT held on account"
            SUBTRACT 1 FROM InvCount
            MOVE ZERO TO PayRemaining
            EXIT PARAGRAPH
        END-IF
        MOVE NextInvNum TO TabInvNum(InvCount)
        MOVE ZERO TO TabInvOrdNum(InvCount)
        MOVE EntryCustID TO TabInvCustID(InvCount)
        MOVE ItemDate TO TabInvDate(InvCount)
        MOVE SPACES TO TabInvJuris(InvCount)
        MOVE PayRemaining TO TabInvTotal(InvCount)
        MOVE ZERO TO TabInvPaid(InvCount)
        MOVE "O" TO TabInvStatus(InvCount)
        MOVE SPACES TO TabInvSalesRep(InvCount)
        MOVE ZERO TO TabInvTax(InvCount)
        MOVE "C" TO TabInvDocType(InvCount)
        MOVE SPACES TO TabInvCurrency(InvCount)
        MOVE ZERO TO TabInvExchRate(InvCount)
        MOVE ZERO TO TabInvFreight(InvCount)
        MOVE "N" TO TabInvFreightTax(InvCount)
        MOVE NextInvNum TO PayInvNum
        MOVE EntryCustID TO PayCustID
        MOVE ItemDate TO PayDate
        MOVE PayRemaining TO PayAmount
        PERFORM StampAndTrackPayment
        WRITE PaymentData
            INVALID KEY DISPLAY "Payment " PayNum " was not written!"
        END-WRITE
        ADD 1 TO PaymentCount
        ADD 1 TO OnAcctCount
        ADD PayRemaining TO OnAcctAmount
        MOVE PayRemaining TO PrnAmount
        MOVE "Held on account as credit memo" TO PrnNote
        PERFORM PrintAppliedLine
        ADD 1 TO NextInvNum
        PERFORM SaveNextInvoiceNumber
        MOVE ZERO TO PayRemaining.

    DrawDownCredits.
        *> Open on-account credits cover the oldest open invoices -
        *> an internal transfer, so no Payments.dat line is written;
        *> the statements already net the credit out.
        PERFORM VARYING CreditIdx FROM 1 BY 1 UNTIL CreditIdx > InvCount
            IF TabInvCustID(CreditIdx) = EntryCustID
                AND TabInvDocType(CreditIdx) = "C"
                AND TabInvStatus(CreditIdx) = "O"
                AND TabInvTotal(CreditIdx) > TabInvPaid(CreditIdx)
                MOVE 1 TO OldestIdx
                PERFORM DrawOneCredit
                    UNTIL TabInvStatus(CreditIdx) NOT = "O"
                    OR OldestIdx = ZERO
            END-IF
        END-PERFORM.

    DrawOneCredit.
        PERFORM FindOldestOpenInvoice
        IF OldestIdx = ZERO
            EXIT PARAGRAPH
        END-IF
        COMPUTE InvBalance =
            TabInvTotal(OldestIdx) - TabInvPaid(OldestIdx)
        COMPUTE ApplyAmt =
            TabInvTotal(CreditIdx) - TabInvPaid(CreditIdx)
        IF ApplyAmt > InvBalance
            MOVE InvBalance TO ApplyAmt
        END-IF
        ADD ApplyAmt TO TabInvPaid(OldestIdx)
        ADD ApplyAmt TO TabInvPaid(CreditIdx)
        IF TabInvPaid(OldestIdx) NOT < TabInvTotal(OldestIdx)
            MOVE "P" TO TabInvStatus(OldestIdx)
        END-IF
        IF TabInvPaid(CreditIdx) NOT < TabInvTotal(CreditIdx)
            MOVE "P" TO TabInvStatus(CreditIdx)
        END-IF.

    PrintAppliedLine.
        MOVE LbCheckNum TO PrnCheckNum
        MOVE PayCustID TO PrnCustID
        MOVE PayInvNum TO PrnInvNum
        WRITE PrintLine FROM ItemLine AFTER ADVANCING 1 LINE.

    RecordException.
        ADD 1 TO ExcCount
        IF LbAmount IS NUMERIC
            ADD LbAmount TO ExcAmount
        END-IF
        IF ExcCount > 200
            DISPLAY "Exception table full - check " LbCheckNum
                " not listed: " ExcReason
        ELSE
            MOVE LbCheckNum TO TabExcCheckNum(ExcCount)
            MOVE LockboxRecord(7:5) TO TabExcCustID(ExcCount)
            MOVE LockboxRecord(1:5) TO TabExcInvNum(ExcCount)
            IF LbAmount IS NUMERIC
                MOVE LbAmount TO TabExcAmount(ExcCount)
            ELSE
                MOVE ZERO TO TabExcAmount(ExcCount)
            END-IF
            MOVE ExcReason TO TabExcReason(ExcCount)
        END-IF.

    PrintExceptions.
        MOVE "EXCEPTIONS - NOT APPLIED, WORK THROUGH CASHRCPT"
            TO SectionLine
        WRITE PrintLine FROM SectionLine AFTER ADVANCING 3 LINES
        WRITE PrintLine FROM ItemHeads AFTER ADVANCING 1 LINE
        IF ExcCount = ZERO
            MOVE "  None - every lockbox line applied" TO PrintLine
            WRITE PrintLine AFTER ADVANCING 1 LINE
        END-IF
        PERFORM PrintOneException VARYING ExcIdx FROM 1 BY 1
            UNTIL ExcIdx > ExcCount OR ExcIdx > 200.

    PrintOneException.
        MOVE TabExcCheckNum(ExcIdx) TO PrnCheckNum
        MOVE TabExcCustID(ExcIdx) TO PrnCustID
        MOVE TabExcInvNum(ExcIdx) TO PrnInvNum
        MOVE TabExcAmount(ExcIdx) TO PrnAmount
        MOVE TabExcReason(ExcIdx) TO PrnNote
        WRITE PrintLine FROM ItemLine AFTER ADVANCING 1 LINE.

    PrintTotals.
        MOVE "Lockbox lines (bank)" TO PrnTotalName
        MOVE CtlCount TO PrnTotalCount
        MOVE CtlAmount TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 3 LINES
        MOVE "Applied" TO PrnTotalName
        MOVE KeyedCount TO PrnTotalCount
        MOVE KeyedAmount TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
        MOVE "Exceptions" TO PrnTotalName
        MOVE ExcCount TO PrnTotalCount
        MOVE ExcAmount TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
        MOVE "Held on account" TO PrnTotalName
        MOVE OnAcctCount TO PrnTotalCount
        MOVE OnAcctAmount TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE.

    StampAndTrackPayment.
        *> Lockbox receipts are always checks
        MOVE NextPayNum TO PayNum
        ADD 1 TO NextPayNum
        MOVE BatchNum TO PayBatchNum
        MOVE "K" TO PayTndType.

    GetNextPayNum.
        OPEN INPUT PayControlFile
        IF PayControlFileOpenOK
            READ PayControlFile
                AT END MOVE 1 TO NextPayNum
                NOT AT END MOVE CtlNextPayNum TO NextPayNum
            END-READ
        END-IF
        CLOSE PayControlFile.

    SaveNextPayNum.
        OPEN OUTPUT PayControlFile
        IF PayControlFileStatus NOT = "00"
            AND PayControlFileStatus NOT = "05"
            DISPLAY "Unable to save NextPay.dat - status "
                PayControlFileStatus
            STOP RUN
        END-IF
        MOVE NextPayNum TO CtlNextPayNum
        WRITE PayControlRecord
        CLOSE PayControlFile.

    OpenDepositBatch.
        OPEN INPUT BatchControlFile
        IF BatchControlFileOpenOK
            READ BatchControlFile
                AT END MOVE 1 TO BatchNum
                NOT AT END MOVE CtlNextBatchNum TO BatchNum
            END-READ
        ELSE
            MOVE 1 TO BatchNum
        END-IF
        CLOSE BatchControlFile
        DISPLAY "Lockbox deposit batch " BatchNum.

    CloseDepositBatch.
        *> Dated with the bank's deposit date, not the run date, so
        *> deprecon matches the batch to the statement credit
        MOVE SPACES TO BatchRecord
        MOVE BatchNum TO DbBatchNum
        MOVE "L" TO DbSource
        MOVE DepositDate TO DbDate
        MOVE CtlCount TO DbCtlCount
        MOVE CtlAmount TO DbCtlAmount
        MOVE KeyedCount TO DbKeyedCount
        MOVE KeyedAmount TO DbKeyedAmount
        IF KeyedCount = CtlCount AND KeyedAmount = CtlAmount
            SET BatchBalanced TO TRUE
        ELSE
            SET BatchOutOfBalance TO TRUE
            DISPLAY "BATCH " BatchNum " OUT OF BALANCE - applied "
                KeyedCount " items for " KeyedAmount
                " against lockbox " CtlCount " for " CtlAmount
        END-IF
        OPEN EXTEND BatchFile
        IF BatchFileStatus = "00" OR BatchFileStatus = "05"
            WRITE BatchRecord
            CLOSE BatchFile
        ELSE
            DISPLAY "Unable to open DepBatch.dat - status "
                BatchFileStatus
        END-IF
        OPEN OUTPUT BatchControlFile
        IF BatchControlFileStatus = "00" OR BatchControlFileStatus = "05"
            COMPUTE CtlNextBatchNum = BatchNum + 1
            WRITE BatchControlRecord
            CLOSE BatchControlFile
        END-IF.

    GetNextInvoiceNumber.
        OPEN INPUT InvControlFile
        IF InvControlFileOpenOK
            READ InvControlFile
                AT END MOVE 1 TO NextInvNum
                NOT AT END MOVE CtlNextInvNum TO NextInvNum
            END-READ
        END-IF
        CLOSE InvControlFile.

    SaveNextInvoiceNumber.
        OPEN OUTPUT InvControlFile
        IF InvControlFileStatus NOT = "00"
            AND InvControlFileStatus NOT = "05"
            DISPLAY "Unable to save InvControl.dat - status "
                InvControlFileStatus
            STOP RUN
        END-IF
        MOVE NextInvNum TO CtlNextInvNum
        WRITE InvControlRecord
        CLOSE InvControlFile.

    FindInvoice.
        MOVE 'N' TO InvFound
        SET InvIdx TO 1
        PERFORM TEST BEFORE UNTIL InvIdx > InvCount OR InvoiceFound
            IF TabInvNum(InvIdx) = EntryInvNum
                SET InvoiceFound TO TRUE
            ELSE
                SET InvIdx UP BY 1
            END-IF
        END-PERFORM.

    LoadInvoiceTable.
        OPEN INPUT InvoiceFile.
        IF NOT InvoiceFileOpenOK
            DISPLAY "Unable to open InvoiceOpen.dat - status "
                InvoiceFileStatus
            STOP RUN
        END-IF.
        READ InvoiceFile
            AT END SET NoMoreInvoices TO TRUE
        END-READ.
        PERFORM LoadInvoiceEntry UNTIL NoMoreInvoices.
        CLOSE InvoiceFile.

    LoadInvoiceEntry.
        ADD 1 TO InvCount
        IF InvTableFull
            *> Saving a partial table would truncate InvoiceOpen.dat -
            *> never run on half the receivables
            DISPLAY "Invoice table full at " InvNum
                " - raise the table size - run abandoned"
            CLOSE InvoiceFile
            STOP RUN
        ELSE
            MOVE InvNum TO TabInvNum(InvCount)
            MOVE InvOrdNum TO TabInvOrdNum(InvCount)
            MOVE InvCustID TO TabInvCustID(InvCount)
            MOVE InvDate TO TabInvDate(InvCount)
            MOVE InvJuris TO TabInvJuris(InvCount)
            MOVE InvTotal TO TabInvTotal(InvCount)
            MOVE InvPaid TO TabInvPaid(InvCount)
            MOVE InvStatus TO TabInvStatus(InvCount)
            MOVE InvSalesRep TO TabInvSalesRep(InvCount)
            IF InvTax IS NUMERIC
                MOVE InvTax TO TabInvTax(InvCount)
            ELSE
                MOVE ZERO TO TabInvTax(InvCount)
            END-IF
            MOVE InvDocType TO TabInvDocType(InvCount)
            MOVE InvCurrency TO TabInvCurrency(InvCount)
            IF InvExchRate IS NUMERIC
                MOVE InvExchRate TO TabInvExchRate(InvCount)
            ELSE
                MOVE ZERO TO TabInvExchRate(InvCount)
            END-IF
            IF InvFreight IS NUMERIC
                MOVE InvFreight TO TabInvFreight(InvCount)
            ELSE
                MOVE ZERO TO TabInvFreight(InvCount)
            END-IF
            MOVE InvFreightTax TO TabInvFreightTax(InvCount)
        END-IF
        READ InvoiceFile
            AT END SET NoMoreInvoices TO TRUE
        END-READ.

    SaveInvoiceTable.
        OPEN OUTPUT InvoiceFile.
        IF NOT InvoiceFileOpenOK
            DISPLAY "Unable to open InvoiceOpen.dat - status "
                InvoiceFileStatus
            STOP RUN
        END-IF.
        PERFORM WriteInvoiceEntry VARYING SaveIdx FROM 1 BY 1
            UNTIL SaveIdx > InvCount.
        CLOSE InvoiceFile.

    WriteInvoiceEntry.
        MOVE TabInvNum(SaveIdx) TO InvNum
        MOVE TabInvOrdNum(SaveIdx) TO InvOrdNum
        MOVE TabInvCustID(SaveIdx) TO InvCustID
        MOVE TabInvDate(SaveIdx) TO InvDate
        MOVE TabInvJuris(SaveIdx) TO InvJuris
        MOVE TabInvTotal(SaveIdx) TO InvTotal
        MOVE TabInvPaid(SaveIdx) TO InvPaid
        MOVE TabInvStatus(SaveIdx) TO InvStatus
        MOVE TabInvSalesRep(SaveIdx) TO InvSalesRep
        MOVE TabInvTax(SaveIdx) TO InvTax
        MOVE TabInvDocType(SaveIdx) TO InvDocType
        MOVE TabInvCurrency(SaveIdx) TO InvCurrency
        MOVE TabInvExchRate(SaveIdx) TO InvExchRate
        MOVE TabInvFreight(SaveIdx) TO InvFreight
        MOVE TabInvFreightTax(SaveIdx) TO InvFreightTax
        WRITE InvoiceData.
