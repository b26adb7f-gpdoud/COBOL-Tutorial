            ALTERNATE RECORD KEY IS PayInvNum WITH DUPLICATES
            ALTERNATE RECORD KEY IS PayCustID WITH DUPLICATES
            FILE STATUS IS PaymentFileStatus.
        SELECT OPTIONAL EmailOutFile ASSIGN TO "EmailOut.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EmailOutFileStatus.
        SELECT OPTIONAL DeliveryLogFile ASSIGN TO "DeliveryLog.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DeliveryLogFileStatus.
        SELECT DocFile ASSIGN USING DocFileName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DocFileStatus.
        SELECT StatementFile ASSIGN TO "CustStmt.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StatementFileStatus.
        01 PaymentData.
            COPY PAYREC.

        FD EmailOutFile.
        01 EmailOutData.
            COPY EMAILOUT.

        FD DeliveryLogFile.
        01 DeliveryLogData.
            COPY DELIVLOG.

        FD DocFile.
        01 DocFileLine PIC X(80).

        FD StatementFile.
        01 PrintLine PIC X(80).
    WORKING-STORAGE SECTION.
            88 PayFundsCredit VALUE 'Y'.
        01 ChkIdx PIC 9(3) VALUE ZERO.
        01 WSFullName PIC X(31).
        01 WSCurrentDateTime PIC X(21).
        01 DocFileName PIC X(20).
        01 DocLine PIC X(80).
        01 DocAdvance PIC 9 VALUE 1.
        01 DocSpacers PIC 9 VALUE ZERO.
        01 PrintCopy PIC X VALUE 'Y'.
            88 PrintThisDoc VALUE 'Y'.
        01 EmailCopy PIC X VALUE 'N'.
            88 EmailThisDoc VALUE 'Y'.
        01 DeliveryNote PIC X(20).
        01 PrintedCount PIC 9(5) VALUE ZERO.
        01 EmailedCount PIC 9(5) VALUE ZERO.
        COPY RETCODE.
        01 StmtHeading.
            02 FILLER PIC X(21) VALUE "CUSTOMER STATEMENT - ".
            02 FILLER PIC X(16) VALUE "TOTAL STATEMENTS".
            02 FILLER PIC X(3) VALUE " : ".
            02 PrnTotalStatements PIC ZZZZ9.
        01 ReportDeliveryFooting.
            02 FILLER PIC X(13) VALUE SPACE.
            02 FILLER PIC X(16) VALUE "PRINTED".
            02 FILLER PIC X(3) VALUE " : ".
            02 PrnPrintedCount PIC ZZZZ9.
            02 FILLER PIC X(13) VALUE "   EMAILED : ".
            02 PrnEmailedCount PIC ZZZZ9.
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".
        01 InvoiceFileStatus PIC XX.
            88 InvoiceFileOpenOK VALUE "00".
        01 PaymentFileStatus PIC XX.
            88 PaymentFileOpenOK VALUE "00".
        01 EmailOutFileStatus PIC XX.
            88 EmailOutFileOpenOK VALUE "00".
        01 DeliveryLogFileStatus PIC XX.
            88 DeliveryLogFileOpenOK VALUE "00".
        01 DocFileStatus PIC XX.
            88 DocFileOpenOK VALUE "00".
        01 StatementFileStatus PIC XX.
            88 StatementFileOpenOK VALUE "00".

        *> and the closing balance. Customers with no activity in the
        *> month and a zero balance are skipped, and the run reports a
        *> grand total of statements produced the way coboltut12 reports
        *> TOTAL CUSTOMERS. Customers who take email get their
        *> statement in their own file queued on EmailOut.dat, and
        *> email-only customers are left off CustStmt.rpt; every copy
        *> sent is logged on DeliveryLog.dat.
        DISPLAY "Statement month (YYYYMM) : " WITH NO ADVANCING.
        ACCEPT StmtMonth.

        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT StatementFile.
        IF NOT StatementFileOpenOK
            DISPLAY "Unable to open CustStmt.rpt - status "
                StatementFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN EXTEND EmailOutFile.
        IF EmailOutFileStatus NOT = "00" AND EmailOutFileStatus NOT = "05"
            DISPLAY "Unable to open EmailOut.dat - status "
                EmailOutFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN EXTEND DeliveryLogFile.
        IF DeliveryLogFileStatus NOT = "00"
            AND DeliveryLogFileStatus NOT = "05"
            DISPLAY "Unable to open DeliveryLog.dat - status "
                DeliveryLogFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.

        READ CustomerFile

        MOVE StatementCount TO PrnTotalStatements
        WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES.
        MOVE PrintedCount TO PrnPrintedCount
        MOVE EmailedCount TO PrnEmailedCount
        WRITE PrintLine FROM ReportDeliveryFooting AFTER ADVANCING 1 LINE.
        IF PayFileOnHand
            CLOSE PaymentFile
        END-IF.
        CLOSE CustomerFile, EmailOutFile, DeliveryLogFile, StatementFile.
        DISPLAY "Produced " StatementCount " statements - see CustStmt.rpt".
        DISPLAY "Printed " PrintedCount ", emailed " EmailedCount
            " - see EmailOut.dat and DeliveryLog.dat".
        GOBACK.

    StatementForCust.
        IF CustIsActive
            PERFORM ComputeOpeningBalance
            PERFORM CountMonthActivity
            IF ActivityCount > ZERO OR OpeningBalance NOT = ZERO
                PERFORM SetDeliveryRoute
                PERFORM PrintStatement
                PERFORM LogStmtDelivery
                ADD 1 TO StatementCount
            END-IF
        END-IF
        END-PERFORM.

    PrintStatement.
        *> Every line goes through EmitDocLine, which puts it on
        *> CustStmt.rpt, the customer's document file, or both,
        *> according to the route SetDeliveryRoute chose.
        CALL "NAMEFMT" USING FirstName, LastName, WSFullName, LRetCode
        IF EmailThisDoc
            PERFORM OpenStmtDocFile
        END-IF
        MOVE StmtMonth TO PrnStmtMonth
        MOVE StmtHeading TO DocLine
        MOVE ZERO TO DocAdvance
        PERFORM EmitDocLine
        MOVE IDNum TO PrnCustID
        MOVE WSFullName TO PrnCustName
        MOVE StmtCustLine TO DocLine
        MOVE 2 TO DocAdvance
        PERFORM EmitDocLine
        MOVE CustAddress TO PrnCustAddr
        MOVE StmtAddrLine TO DocLine
        MOVE 1 TO DocAdvance
        PERFORM EmitDocLine
        MOVE "OPENING BALANCE" TO PrnBalLabel
        MOVE OpeningBalance TO PrnBalAmount
        MOVE StmtBalLine TO DocLine
        MOVE 2 TO DocAdvance
        PERFORM EmitDocLine
        MOVE OpeningBalance TO ClosingBalance
        PERFORM VARYING InvIdx FROM 1 BY 1 UNTIL InvIdx > InvCount
            IF TabInvCustID(InvIdx) = IDNum
                IF TabInvDocType(InvIdx) = "C"
                    MOVE "CREDIT" TO PrnDetLabel
                    SUBTRACT TabInvTotal(InvIdx) FROM ClosingBalance
                ELSE IF TabInvDocType(InvIdx) = "T"
                    MOVE "TUITION" TO PrnDetLabel
                    ADD TabInvTotal(InvIdx) TO ClosingBalance
                ELSE
                    MOVE "INVOICE" TO PrnDetLabel
                    ADD TabInvTotal(InvIdx) TO ClosingBalance
                END-IF
                END-IF
                MOVE StmtDetailLine TO DocLine
                MOVE 1 TO DocAdvance
                PERFORM EmitDocLine
            END-IF
        END-PERFORM
        PERFORM VARYING PayIdx FROM 1 BY 1 UNTIL PayIdx > PayCount
                MOVE "PAYMENT" TO PrnDetLabel
                MOVE TabPayInvNum(PayIdx) TO PrnDetRef
                MOVE TabPayAmount(PayIdx) TO PrnDetAmount
                MOVE StmtDetailLine TO DocLine
                MOVE 1 TO DocAdvance
                PERFORM EmitDocLine
                SUBTRACT TabPayAmount(PayIdx) FROM ClosingBalance
            END-IF
        END-PERFORM
        MOVE "CLOSING BALANCE" TO PrnBalLabel
        MOVE ClosingBalance TO PrnBalAmount
        MOVE StmtBalLine TO DocLine
        MOVE 2 TO DocAdvance
        PERFORM EmitDocLine
        IF EmailThisDoc
            CLOSE DocFile
        END-IF.

    SetDeliveryRoute.
        *> The customer's delivery preference decides where the copy
        *> goes. Email wanted but no address on file prints instead
        *> and the log says why.
        MOVE 'N' TO PrintCopy
        MOVE 'N' TO EmailCopy
        MOVE SPACES TO DeliveryNote
        EVALUATE TRUE
            WHEN CustDeliverEmail
                SET EmailThisDoc TO TRUE
            WHEN CustDeliverBoth
                SET EmailThisDoc TO TRUE
                SET PrintThisDoc TO TRUE
            WHEN OTHER
                SET PrintThisDoc TO TRUE
        END-EVALUATE
        IF EmailThisDoc AND Email = SPACES
            MOVE 'N' TO EmailCopy
            SET PrintThisDoc TO TRUE
            MOVE "NO EMAIL - PRINTED" TO DeliveryNote
        END-IF.

    OpenStmtDocFile.
        *> One file per customer document - ED, the customer ID, S and
        *> the statement month.
        MOVE SPACES TO DocFileName
        STRING "ED" IDNum "S" StmtMonth ".txt"
            DELIMITED BY SIZE INTO DocFileName
        OPEN OUTPUT DocFile
        IF NOT DocFileOpenOK
            DISPLAY "Unable to open " DocFileName " - status "
                DocFileStatus " - customer " IDNum " printed"
            MOVE 'N' TO EmailCopy
            SET PrintThisDoc TO TRUE
            MOVE "DOC FILE FAILED" TO DeliveryNote
        END-IF.

    EmitDocLine.
        *> DocAdvance is the printer spacing - zero for a new page.
        *> The document file has no carriage control, so the spacing
        *> is written out as blank lines.
        IF PrintThisDoc
            IF DocAdvance = ZERO
                WRITE PrintLine FROM DocLine AFTER ADVANCING PAGE
            ELSE
                WRITE PrintLine FROM DocLine AFTER ADVANCING DocAdvance LINES
            END-IF
        END-IF
        IF EmailThisDoc
            IF DocAdvance > 1
                COMPUTE DocSpacers = DocAdvance - 1
                PERFORM WriteDocSpacer DocSpacers TIMES
            END-IF
            WRITE DocFileLine FROM DocLine
        END-IF.

    WriteDocSpacer.
        MOVE SPACES TO DocFileLine
        WRITE DocFileLine.

    LogStmtDelivery.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime
        MOVE SPACES TO DeliveryLogData
        MOVE WSCurrentDateTime(1:8) TO DlDate
        MOVE WSCurrentDateTime(9:6) TO DlTime
        MOVE IDNum TO DlCustID
        SET DlIsStatement TO TRUE
        MOVE StmtMonth TO DlDocRef
        IF PrintThisDoc
            SET DlPrinted TO TRUE
            MOVE "CustStmt.rpt" TO DlDestination
            MOVE DeliveryNote TO DlNote
            WRITE DeliveryLogData
            ADD 1 TO PrintedCount
        END-IF
        IF EmailThisDoc
            MOVE SPACES TO EmailOutData
            MOVE Email TO EmAddress
            MOVE IDNum TO EmCustID
            SET EmIsStatement TO TRUE
            MOVE StmtMonth TO EmDocRef
            MOVE DocFileName TO EmDocFile
            STRING "Statement of account for " StmtMonth
                DELIMITED BY SIZE INTO EmSubject
            MOVE WSCurrentDateTime(1:8) TO EmQueuedDate
            WRITE EmailOutData
            SET DlEmailed TO TRUE
            MOVE Email TO DlDestination
            MOVE DocFileName TO DlDocFile
            MOVE SPACES TO DlNote
            WRITE DeliveryLogData
            ADD 1 TO EmailedCount
        END-IF.

    CheckPayOnAcct.
        *> A payment row keyed to a credit memo is the on-account
        ELSE IF NOT InvoiceFileOpenOK
            DISPLAY "Unable to open InvoiceOpen.dat - status "
                InvoiceFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        ELSE
            READ InvoiceFile
                AT END SET NoMoreInvoices TO TRUE
