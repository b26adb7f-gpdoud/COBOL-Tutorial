       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. tuitstmt.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ChargeFile ASSIGN TO "TuitChg.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ChargeFileStatus.
        SELECT OPTIONAL MergedFile ASSIGN TO "student_merged.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MergedFileStatus.
        SELECT CustomerFile ASSIGN TO "customer.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT OPTIONAL RateFile ASSIGN TO "TuitRate.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS TrDept
            FILE STATUS IS RateFileStatus.
        SELECT OPTIONAL InvoiceFile ASSIGN TO "InvoiceOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvoiceFileStatus.
        SELECT OPTIONAL PaymentFile ASSIGN TO "PaymentsIx.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PayNum
            ALTERNATE RECORD KEY IS PayInvNum WITH DUPLICATES
            ALTERNATE RECORD KEY IS PayCustID WITH DUPLICATES
            FILE STATUS IS PaymentFileStatus.
        SELECT StatementFile ASSIGN TO "TuitStmt.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StatementFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD ChargeFile.
        01 ChargeData.
            COPY TUITCHG.

        FD MergedFile.
        01 MStudData.
            COPY STUDREC REPLACING StudID BY MStudID,
                StudName BY MStudName,
                StudFirstName BY MStudFirstName,
                StudLastName BY MStudLastName,
                StudDOB BY MStudDOB,
                StudSection BY MStudSection.

        FD CustomerFile.
        01 CustomerData.
            COPY CUSTREC.

        FD RateFile.
        01 RateData.
            COPY TUITRATE.

        FD InvoiceFile.
        01 InvoiceData.
            COPY INVREC.

        FD PaymentFile.
        01 PaymentData.
            COPY PAYREC.

        FD StatementFile.
        01 PrintLine PIC X(80).
    WORKING-STORAGE SECTION.
        01 ChargeEOF PIC X VALUE 'N'.
            88 NoMoreCharges VALUE 'Y'.
        01 InvoiceEOF PIC X VALUE 'N'.
            88 NoMoreInvoices VALUE 'Y'.
        01 PaymentEOF PIC X VALUE 'N'.
            88 NoMorePayments VALUE 'Y'.
        01 MergedEOF PIC X VALUE 'N'.
            88 NoMoreStudents VALUE 'Y'.
        01 StudFound PIC X VALUE 'N'.
            88 StudentFound VALUE 'Y'.
        01 StmtTerm PIC X(6).
        01 WantedStudID PIC X(5).
        01 WantedStudNum PIC 9(5) VALUE ZERO.
      *> This term's charge rows, in the order tuitbill wrote them -
      *> each student's courses sit together under their invoice
        01 ChargeTable.
            02 ChargeEntry OCCURS 2000 TIMES.
                03 TabTcStudID PIC 9(5).
                03 TabTcCustID PIC 9(5).
                03 TabTcInvNum PIC 9(5).
                03 TabTcDate PIC X(8).
                03 TabTcCourse PIC X(8).
                03 TabTcDept PIC X(4).
                03 TabTcCredits PIC 9V9.
                03 TabTcTuition PIC 9(5)V99.
                03 TabTcFee PIC 9(5)V99.
        01 ChargeCount PIC 9(4) VALUE ZERO.
            88 ChargeTableFull VALUE 2001 THRU 9999.
        01 ChgIdx PIC 9(4) VALUE ZERO.
        01 InvTable.
            02 InvEntry OCCURS 500 TIMES.
                03 TabInvNum PIC 9(5).
                03 TabInvCustID PIC 9(5).
                03 TabInvTotal PIC 9(6)V99.
                03 TabInvPaid PIC 9(6)V99.
                03 TabInvDocType PIC X.
        01 InvCount PIC 9(3) VALUE ZERO.
            88 InvTableFull VALUE 501 THRU 999.
        01 InvIdx PIC 9(3) VALUE ZERO.
        01 PayFileAvail PIC X VALUE 'N'.
            88 PayFileOnHand VALUE 'Y'.
        01 RateFileAvail PIC X VALUE 'N'.
            88 RateFileOnHand VALUE 'Y'.
        01 CurrentStudID PIC 9(5).
        01 CurrentInvNum PIC 9(5).
        01 TermCharges PIC 9(6)V99.
        01 TermCredits PIC 9(3)V9.
        01 InvBalance PIC S9(7)V99.
        01 InvOnFile PIC X.
            88 InvoiceStillOpen VALUE 'Y'.
        01 AccountBalance PIC S9(7)V99.
        01 PaidOnInvoice PIC 9(7)V99.
        01 StatementCount PIC 9(5) VALUE ZERO.
        01 StudName PIC X(31).
        01 WSFullName PIC X(31).
        COPY RETCODE.
        01 StmtHeading.
            02 FILLER PIC X(28) VALUE "STUDENT ACCOUNT STATEMENT - ".
            02 PrnStmtTerm PIC X(6).
        01 StmtStudLine.
            02 FILLER PIC X(11) VALUE "STUDENT  : ".
            02 PrnStudID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStudName PIC X(31).
        01 StmtCustLine.
            02 FILLER PIC X(11) VALUE "BILLED TO: ".
            02 PrnCustID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCustName PIC X(31).
        01 StmtAddrLine.
            02 FILLER PIC X(11) VALUE "MAIL TO  : ".
            02 PrnCustAddr PIC X(47).
        01 CourseHeads PIC X(80) VALUE
            "  Course    Dept  Credits     Tuition         Fee  Fee For".
        01 CourseLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCourse PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnDept PIC X(4).
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnCredits PIC 9.9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnTuition PIC ZZ,ZZ9.99.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnFee PIC ZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnFeeDesc PIC X(20).
        01 StmtBalLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnBalLabel PIC X(30).
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnBalAmount PIC $,$$$,$$9.99CR.
        01 StmtDetailLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnDetDate PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnDetLabel PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 PrnDetRef PIC 9(5).
            02 FILLER PIC X(7) VALUE SPACE.
            02 PrnDetAmount PIC $,$$$,$$9.99.
        01 ReportFooting.
            02 FILLER PIC X(13) VALUE "END OF RUN   ".
            02 FILLER PIC X(16) VALUE "TOTAL STATEMENTS".
            02 FILLER PIC X(3) VALUE " : ".
            02 PrnTotalStatements PIC ZZZZ9.
        01 ChargeFileStatus PIC XX.
            88 ChargeFileOpenOK VALUE "00".
        01 MergedFileStatus PIC XX.
            88 MergedFileOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".
        01 RateFileStatus PIC XX.
            88 RateFileOpenOK VALUE "00".
        01 InvoiceFileStatus PIC XX.
            88 InvoiceFileOpenOK VALUE "00".
        01 PaymentFileStatus PIC XX.
            88 PaymentFileOpenOK VALUE "00".
        01 StatementFileStatus PIC XX.
            88 StatementFileOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartStatements.
        *> Student account statement for a term - the courses the
        *> student was billed for with the tuition and fee on each
        *> (TuitChg.dat, written by tuitbill), the tuition invoice and
        *> what has been paid against it through cashrcpt, and the
        *> balance of the whole billing account, since a parent's
        *> account may carry more than one student or older items.
        *> One student, or every student billed for the term.
        DISPLAY "Statement term (e.g. 2026FA) : " WITH NO ADVANCING.
        ACCEPT StmtTerm.
        MOVE FUNCTION UPPER-CASE(StmtTerm) TO StmtTerm.
        DISPLAY "Student ID (blank = every student billed) : "
            WITH NO ADVANCING.
        MOVE SPACES TO WantedStudID.
        ACCEPT WantedStudID.
        IF WantedStudID NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WantedStudID) NOT = ZERO
                DISPLAY "Student ID must be numeric - no statements"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE FUNCTION NUMVAL(WantedStudID) TO WantedStudNum
        END-IF.

        OPEN INPUT ChargeFile.
        IF NOT ChargeFileOpenOK
            DISPLAY "Unable to open TuitChg.dat - status "
                ChargeFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        READ ChargeFile
            AT END SET NoMoreCharges TO TRUE
        END-READ.
        PERFORM LoadOneCharge UNTIL NoMoreCharges.
        CLOSE ChargeFile.
        IF ChargeCount = ZERO
            DISPLAY "No tuition charges on file for " StmtTerm
            GOBACK
        END-IF.

        PERFORM LoadInvoiceTable.
        OPEN INPUT PaymentFile.
        IF PaymentFileOpenOK
            SET PayFileOnHand TO TRUE
        END-IF.
        OPEN INPUT RateFile.
        IF RateFileOpenOK
            SET RateFileOnHand TO TRUE
        END-IF.
        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT StatementFile.
        IF NOT StatementFileOpenOK
            DISPLAY "Unable to open TuitStmt.rpt - status "
                StatementFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.

        MOVE ZERO TO CurrentInvNum
        PERFORM StatementForInvoice VARYING ChgIdx FROM 1 BY 1
            UNTIL ChgIdx > ChargeCount.

        MOVE StatementCount TO PrnTotalStatements
        WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES.
        IF PayFileOnHand
            CLOSE PaymentFile
        END-IF.
        IF RateFileOnHand
            CLOSE RateFile
        END-IF.
        CLOSE CustomerFile, StatementFile.
        DISPLAY "Produced " StatementCount
            " student statements - see TuitStmt.rpt".
        GOBACK.

    LoadOneCharge.
        IF TcTerm = StmtTerm
            AND (WantedStudNum = ZERO OR TcStudID = WantedStudNum)
            ADD 1 TO ChargeCount
            IF ChargeTableFull
                DISPLAY "Charge table full - ignoring student " TcStudID
                SUBTRACT 1 FROM ChargeCount
            ELSE
                MOVE TcStudID TO TabTcStudID(ChargeCount)
                MOVE TcCustID TO TabTcCustID(ChargeCount)
                MOVE TcInvNum TO TabTcInvNum(ChargeCount)
                MOVE TcDate TO TabTcDate(ChargeCount)
                MOVE TcCourse TO TabTcCourse(ChargeCount)
                MOVE TcDept TO TabTcDept(ChargeCount)
                MOVE TcCredits TO TabTcCredits(ChargeCount)
                MOVE TcTuition TO TabTcTuition(ChargeCount)
                MOVE TcFee TO TabTcFee(ChargeCount)
            END-IF
        END-IF
        READ ChargeFile
            AT END SET NoMoreCharges TO TRUE
        END-READ.

    StatementForInvoice.
        *> The first charge row of each invoice starts its statement
        IF TabTcInvNum(ChgIdx) = CurrentInvNum
            EXIT PARAGRAPH
        END-IF
        MOVE TabTcInvNum(ChgIdx) TO CurrentInvNum
        MOVE TabTcStudID(ChgIdx) TO CurrentStudID
        MOVE TabTcCustID(ChgIdx) TO IDNum
        READ CustomerFile
            INVALID KEY
                DISPLAY "Billing account " IDNum " for student "
                    CurrentStudID " is not on file - no statement"
                EXIT PARAGRAPH
        END-READ
        PERFORM FindStudentName
        PERFORM PrintStatement
        ADD 1 TO StatementCount.

    PrintStatement.
        CALL "NAMEFMT" USING FirstName, LastName, WSFullName, LRetCode
        MOVE StmtTerm TO PrnStmtTerm
        IF StatementCount = ZERO
            WRITE PrintLine FROM StmtHeading
        ELSE
            WRITE PrintLine FROM StmtHeading AFTER ADVANCING PAGE
        END-IF
        MOVE CurrentStudID TO PrnStudID
        MOVE StudName TO PrnStudName
        WRITE PrintLine FROM StmtStudLine AFTER ADVANCING 2 LINES
        MOVE IDNum TO PrnCustID
        MOVE WSFullName TO PrnCustName
        WRITE PrintLine FROM StmtCustLine AFTER ADVANCING 1 LINE
        MOVE CustAddress TO PrnCustAddr
        WRITE PrintLine FROM StmtAddrLine AFTER ADVANCING 1 LINE
        WRITE PrintLine FROM CourseHeads AFTER ADVANCING 2 LINES
        MOVE ZERO TO TermCharges, TermCredits
        PERFORM PrintCourseLine VARYING ChgIdx FROM ChgIdx BY 1
            UNTIL ChgIdx > ChargeCount
            OR TabTcInvNum(ChgIdx) NOT = CurrentInvNum
        *> Leave the driving subscript on this invoice's last row
        SUBTRACT 1 FROM ChgIdx
        MOVE "TERM CHARGES" TO PrnBalLabel
        MOVE TermCharges TO PrnBalAmount
        WRITE PrintLine FROM StmtBalLine AFTER ADVANCING 2 LINES

        MOVE TabTcDate(ChgIdx) TO PrnDetDate
        MOVE "INVOICE" TO PrnDetLabel
        MOVE CurrentInvNum TO PrnDetRef
        MOVE TermCharges TO PrnDetAmount
        WRITE PrintLine FROM StmtDetailLine AFTER ADVANCING 2 LINES
        MOVE ZERO TO PaidOnInvoice
        PERFORM ListInvoicePayments
        PERFORM FindInvoiceBalance
        MOVE "BALANCE OF THIS TERM'S BILL" TO PrnBalLabel
        MOVE InvBalance TO PrnBalAmount
        WRITE PrintLine FROM StmtBalLine AFTER ADVANCING 2 LINES
        PERFORM ComputeAccountBalance
        MOVE "TOTAL DUE ON THE ACCOUNT" TO PrnBalLabel
        MOVE AccountBalance TO PrnBalAmount
        WRITE PrintLine FROM StmtBalLine AFTER ADVANCING 1 LINE.

    PrintCourseLine.
        MOVE TabTcCourse(ChgIdx) TO PrnCourse
        MOVE TabTcDept(ChgIdx) TO PrnDept
        MOVE TabTcCredits(ChgIdx) TO PrnCredits
        MOVE TabTcTuition(ChgIdx) TO PrnTuition
        MOVE TabTcFee(ChgIdx) TO PrnFee
        MOVE SPACES TO PrnFeeDesc
        IF TabTcFee(ChgIdx) > ZERO AND RateFileOnHand
            MOVE TabTcDept(ChgIdx) TO TrDept
            READ RateFile
                INVALID KEY
                    MOVE "ALL" TO TrDept
                    READ RateFile
                        INVALID KEY MOVE SPACES TO TrFeeDesc
                    END-READ
            END-READ
            MOVE TrFeeDesc TO PrnFeeDesc
        END-IF
        WRITE PrintLine FROM CourseLine AFTER ADVANCING 1 LINE
        ADD TabTcCredits(ChgIdx) TO TermCredits
        ADD TabTcTuition(ChgIdx) TO TermCharges
        ADD TabTcFee(ChgIdx) TO TermCharges.

    ListInvoicePayments.
        *> Keyed pick-up of the receipts applied to this bill through
        *> the PayInvNum alternate index
        IF NOT PayFileOnHand
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO PaymentEOF
        MOVE CurrentInvNum TO PayInvNum
        START PaymentFile KEY IS EQUAL TO PayInvNum
            INVALID KEY SET NoMorePayments TO TRUE
        END-START
        PERFORM ListOnePayment UNTIL NoMorePayments.

    ListOnePayment.
        READ PaymentFile NEXT RECORD
            AT END SET NoMorePayments TO TRUE
            NOT AT END
                IF PayInvNum NOT = CurrentInvNum
                    SET NoMorePayments TO TRUE
                ELSE
                    MOVE PayDate TO PrnDetDate
                    MOVE "PAYMENT" TO PrnDetLabel
                    MOVE PayNum TO PrnDetRef
                    MOVE PayAmount TO PrnDetAmount
                    WRITE PrintLine FROM StmtDetailLine
                        AFTER ADVANCING 1 LINE
                    ADD PayAmount TO PaidOnInvoice
                END-IF
        END-READ.

    FindInvoiceBalance.
        *> A bill paid off and archived by invarchive is no longer on
        *> the open file - what was billed less what came in is left
        MOVE 'N' TO InvOnFile
        PERFORM VARYING InvIdx FROM 1 BY 1
            UNTIL InvIdx > InvCount OR InvoiceStillOpen
            IF TabInvNum(InvIdx) = CurrentInvNum
                SET InvoiceStillOpen TO TRUE
                COMPUTE InvBalance = TabInvTotal(InvIdx) - TabInvPaid(InvIdx)
            END-IF
        END-PERFORM
        IF NOT InvoiceStillOpen
            COMPUTE InvBalance = TermCharges - PaidOnInvoice
            IF InvBalance < ZERO
                MOVE ZERO TO InvBalance
            END-IF
        END-IF.

    ComputeAccountBalance.
        *> Everything open on the billing account, credits netted off
        MOVE ZERO TO AccountBalance
        PERFORM VARYING InvIdx FROM 1 BY 1 UNTIL InvIdx > InvCount
            IF TabInvCustID(InvIdx) = IDNum
                IF TabInvDocType(InvIdx) = "C"
                    COMPUTE AccountBalance = AccountBalance
                        - (TabInvTotal(InvIdx) - TabInvPaid(InvIdx))
                ELSE
                    COMPUTE AccountBalance = AccountBalance
                        + TabInvTotal(InvIdx) - TabInvPaid(InvIdx)
                END-IF
            END-IF
        END-PERFORM.

    FindStudentName.
        MOVE SPACES TO StudName
        MOVE 'N' TO StudFound
        MOVE 'N' TO MergedEOF
        OPEN INPUT MergedFile
        IF MergedFileOpenOK
            READ MergedFile
                AT END SET NoMoreStudents TO TRUE
            END-READ
            PERFORM ScanOneStudent UNTIL NoMoreStudents OR StudentFound
        END-IF
        CLOSE MergedFile.

    ScanOneStudent.
        IF MStudID = CurrentStudID
            SET StudentFound TO TRUE
            STRING MStudFirstName DELIMITED BY "  "
                " " MStudLastName DELIMITED BY "  "
                INTO StudName
        ELSE
            READ MergedFile
                AT END SET NoMoreStudents TO TRUE
            END-READ
        END-IF.

    LoadInvoiceTable.
        MOVE 'N' TO InvoiceEOF
        OPEN INPUT InvoiceFile
        IF InvoiceFileOpenOK
            READ InvoiceFile
                AT END SET NoMoreInvoices TO TRUE
            END-READ
            PERFORM LoadInvoiceEntry UNTIL NoMoreInvoices
        END-IF
        CLOSE InvoiceFile.

    LoadInvoiceEntry.
        IF InvIsOpen
            ADD 1 TO InvCount
            IF InvTableFull
                DISPLAY "Invoice table full - ignoring " InvNum
                SUBTRACT 1 FROM InvCount
            ELSE
                MOVE InvNum TO TabInvNum(InvCount)
                MOVE InvCustID TO TabInvCustID(InvCount)
                MOVE InvTotal TO TabInvTotal(InvCount)
                IF InvPaid IS NUMERIC
                    MOVE InvPaid TO TabInvPaid(InvCount)
                ELSE
                    MOVE ZERO TO TabInvPaid(InvCount)
                END-IF
                MOVE InvDocType TO TabInvDocType(InvCount)
            END-IF
        END-IF
        READ InvoiceFile
            AT END SET NoMoreInvoices TO TRUE
        END-READ.
