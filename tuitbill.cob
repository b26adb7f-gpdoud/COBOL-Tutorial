       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. tuitbill.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT GradeFile ASSIGN TO "CourseGrades.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GradeFileStatus.
        SELECT OPTIONAL RegFile ASSIGN TO "Register.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RgKey
            ALTERNATE RECORD KEY IS RgStudID WITH DUPLICATES
            FILE STATUS IS RegFileStatus.
        SELECT CourseFile ASSIGN TO "CourseMast.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CrsCode
            FILE STATUS IS CourseFileStatus.
        SELECT RateFile ASSIGN TO "TuitRate.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS TrDept
            FILE STATUS IS RateFileStatus.
        SELECT StudAcctFile ASSIGN TO "StudAcct.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS SaStudID
            FILE STATUS IS StudAcctFileStatus.
        SELECT CustomerFile ASSIGN TO "customer.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT OPTIONAL InvoiceFile ASSIGN TO "InvoiceOpen.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvoiceFileStatus.
        SELECT OPTIONAL InvControlFile ASSIGN TO "InvControl.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS InvControlFileStatus.
        SELECT OPTIONAL ChargeFile ASSIGN TO "TuitChg.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ChargeFileStatus.
        SELECT BillingReport ASSIGN TO "TuitBill.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BillingReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD GradeFile.
        01 GradeRecord.
            02 CgStudID PIC 9(5).
            02 FILLER PIC X.
            02 CgCourse PIC X(8).
            02 FILLER PIC X.
            02 CgGrade PIC X.
            02 FILLER PIC X.
            02 CgTerm PIC X(6).

        FD RegFile.
        01 RegData.
            COPY REGREC.

        FD CourseFile.
        01 CourseData.
            COPY COURSEREC.

        FD RateFile.
        01 RateData.
            COPY TUITRATE.

        FD StudAcctFile.
        01 StudAcctData.
            COPY STUDACCT.

        FD CustomerFile.
        01 CustomerData.
            COPY CUSTREC.

        FD InvoiceFile.
        01 InvoiceData.
            COPY INVREC.

        FD InvControlFile.
        01 InvControlRecord.
            02 CtlNextInvNum PIC 9(5).

        FD ChargeFile.
        01 ChargeData.
            COPY TUITCHG.

        FD BillingReport.
        01 PrintLine PIC X(100).
    WORKING-STORAGE SECTION.
        01 GradeEOF PIC X VALUE 'N'.
            88 NoMoreGrades VALUE 'Y'.
        01 RegEOF PIC X VALUE 'N'.
            88 NoMoreRegs VALUE 'Y'.
        01 RegBilledCount PIC 9(5) VALUE ZERO.
        01 BillTerm PIC X(6).
        01 BillDate PIC X(8).
        01 WSCurrentDateTime PIC X(21).
        01 CheckDate PIC X(8).
        01 NextInvNum PIC 9(5) VALUE 1.
      *> One entry per student enrolled this term, and one per
      *> course they are enrolled in, pointing back at the student
        01 StudTable.
            02 StudEntry OCCURS 500 TIMES.
                03 TabStudID PIC 9(5).
                03 TabStudCredits PIC 9(3)V9.
                03 TabStudTuition PIC 9(6)V99.
                03 TabStudFees PIC 9(6)V99.
        01 StudCount PIC 9(3) VALUE ZERO.
            88 StudTableFull VALUE 501 THRU 999.
        01 StudIdx PIC 9(3) VALUE ZERO.
        01 FoundIdx PIC 9(3) VALUE ZERO.
        01 ChargeTable.
            02 ChargeEntry OCCURS 2000 TIMES.
                03 TabChgStudIdx PIC 9(3).
                03 TabChgCourse PIC X(8).
                03 TabChgDept PIC X(4).
                03 TabChgCredits PIC 9V9.
                03 TabChgTuition PIC 9(5)V99.
                03 TabChgFee PIC 9(5)V99.
                03 TabChgNew PIC X.
        01 ChargeCount PIC 9(4) VALUE ZERO.
            88 ChargeTableFull VALUE 2001 THRU 9999.
        01 ChgIdx PIC 9(4) VALUE ZERO.
      *> The courses already billed for the term on TuitChg.dat, for
      *> comparing a rerun against the enrollment as it stands now
        01 BilledTable.
            02 BilledEntry OCCURS 3000 TIMES.
                03 TabBlStudID PIC 9(5).
                03 TabBlCourse PIC X(8).
                03 TabBlInvNum PIC 9(5).
                03 TabBlMatched PIC X.
        01 BilledCrsCount PIC 9(4) VALUE ZERO.
            88 BilledTableFull VALUE 3001 THRU 9999.
        01 BlIdx PIC 9(4) VALUE ZERO.
        01 BlFoundIdx PIC 9(4) VALUE ZERO.
        01 ChargeEOF PIC X VALUE 'N'.
            88 NoMoreCharges VALUE 'Y'.
        01 Supplemental PIC X VALUE 'N'.
            88 IsSupplemental VALUE 'Y'.
        01 CourseFound PIC X.
        01 RateFound PIC X.
            88 RateIsOnFile VALUE 'Y'.
        01 StudTotal PIC 9(6)V99.
        01 SkippedCount PIC 9(5) VALUE ZERO.
        01 BilledCount PIC 9(5) VALUE ZERO.
        01 AlreadyCount PIC 9(5) VALUE ZERO.
        01 SupplCount PIC 9(5) VALUE ZERO.
        01 DroppedCount PIC 9(5) VALUE ZERO.
        01 NoAcctCount PIC 9(5) VALUE ZERO.
        01 UnknownCourseCount PIC 9(5) VALUE ZERO.
        01 GrandTuition PIC 9(8)V99 VALUE ZERO.
        01 GrandFees PIC 9(8)V99 VALUE ZERO.
        01 GrandTotal PIC 9(8)V99 VALUE ZERO.
        01 WSFullName PIC X(31).
        01 JobAction PIC X(5).
        01 JobName PIC X(12) VALUE "TUITBILL".
        01 JobRecCount PIC 9(7) VALUE ZERO.
        01 JobOutcome PIC X(4).
        COPY RETCODE.
        01 PageHeading.
            02 FILLER PIC X(28) VALUE "TUITION BILLING REGISTER - ".
            02 PrnBillTerm PIC X(6).
            02 FILLER PIC X(13) VALUE "   BILLED ON ".
            02 PrnBillDate PIC X(8).
        01 Heads PIC X(100) VALUE
            "Student Account Name                            Credits      Tuition       Fees      Total  Invoice".
        01 BillLine.
            02 PrnStudID PIC 9(5).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnCustID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PrnName PIC X(31).
            02 FILLER PIC X VALUE SPACE.
            02 PrnCredits PIC ZZ9.9.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTuition PIC ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnFees PIC ZZZ,ZZ9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotal PIC ZZZ,ZZ9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnInvNum PIC Z(5).
            02 FILLER PIC X VALUE SPACE.
            02 PrnSuppFlag PIC X(5).
        01 SkipLine.
            02 PrnSkipStudID PIC 9(5).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnSkipReason PIC X(60).
        01 TotalLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnTotLabel PIC X(30).
            02 FILLER PIC X(2) VALUE ": ".
            02 PrnTotAmount PIC $$$,$$$,$$9.99.
        01 CountLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCountLabel PIC X(30).
            02 FILLER PIC X(2) VALUE ": ".
            02 PrnCount PIC ZZ,ZZ9.
        01 GradeFileStatus PIC XX.
            88 GradeFileOpenOK VALUE "00".
        01 RegFileStatus PIC XX.
            88 RegFileOpenOK VALUE "00".
        01 CourseFileStatus PIC XX.
            88 CourseFileOpenOK VALUE "00".
        01 RateFileStatus PIC XX.
            88 RateFileOpenOK VALUE "00".
        01 StudAcctFileStatus PIC XX.
            88 StudAcctFileOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".
        01 InvoiceFileStatus PIC XX.
        01 InvControlFileStatus PIC XX.
            88 InvControlFileOpenOK VALUE "00".
        01 ChargeFileStatus PIC XX.
        01 BillingReportStatus PIC XX.
            88 BillingReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartBilling.
        *> Term tuition billing - every student enrolled for the term
        *> is charged CrsCredits times
        *> the department's per-credit-hour rate for each course, plus
        *> the department's flat course fee, from TuitRate.dat (the
        *> ALL row covers departments without their own). The charges
        *> go out as one tuition invoice on InvoiceOpen.dat to the
        *> customer account StudAcct.dat names for the student, so
        *> cashrcpt takes the payment and aging, dunning and the
        *> month-end statement treat the balance like any other.
        *> The course detail goes on TuitChg.dat for the tuitstmt
        *> student statement. A student with no billing account is
        *> listed and left alone. The run can be repeated as late
        *> registrations come in: a student already billed for the
        *> term is compared with the courses on TuitChg.dat, courses
        *> added since go out on a supplemental tuition invoice, and
        *> courses billed but no longer enrolled are listed for the
        *> bursar to credit under the refund schedule - how much of a
        *> drop comes back depends on when it was made. The billing
        *> date may not be before today.
        *> Enrollment comes from the crsreg registrations on
        *> Register.dat (waitlisted and dropped rows are not billed);
        *> a term registered before crsreg falls back to the rows on
        *> CourseGrades.dat.
        DISPLAY "Term to bill (e.g. 2026FA) : " WITH NO ADVANCING.
        ACCEPT BillTerm.
        MOVE FUNCTION UPPER-CASE(BillTerm) TO BillTerm.
        IF BillTerm = SPACES
            DISPLAY "A term is required - nothing billed"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        DISPLAY "Billing date YYYYMMDD (blank = today) : "
            WITH NO ADVANCING.
        MOVE SPACES TO BillDate.
        ACCEPT BillDate.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        IF BillDate = SPACES
            MOVE WSCurrentDateTime(1:8) TO BillDate
        END-IF.
        IF BillDate IS NOT NUMERIC
            OR BillDate < WSCurrentDateTime(1:8)
            DISPLAY "Billing date " BillDate
                " is not a date from today on - nothing billed"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        MOVE BillDate TO CheckDate.
        CALL "PERCHK" USING CheckDate, LRetCode.
        IF NOT RetCodeSuccess
            DISPLAY "Billing date " BillDate
                " falls in a closed period - nothing billed"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.

        MOVE "START" TO JobAction
        MOVE ZERO TO JobRecCount
        MOVE SPACES TO JobOutcome
        CALL "JOBLOG" USING JobAction, JobName, JobRecCount,
            JobOutcome, LRetCode.

        OPEN INPUT GradeFile.
        IF NOT GradeFileOpenOK
            DISPLAY "Unable to open CourseGrades.dat - status "
                GradeFileStatus
            PERFORM EndJobFailed
            GOBACK
        END-IF.
        OPEN INPUT CourseFile.
        IF NOT CourseFileOpenOK
            DISPLAY "Unable to open CourseMast.dat - status "
                CourseFileStatus
            PERFORM EndJobFailed
            GOBACK
        END-IF.
        OPEN INPUT RateFile.
        IF NOT RateFileOpenOK
            DISPLAY "Unable to open TuitRate.dat - status "
                RateFileStatus
            PERFORM EndJobFailed
            GOBACK
        END-IF.
        OPEN I-O StudAcctFile.
        IF NOT StudAcctFileOpenOK
            DISPLAY "Unable to open StudAcct.dat - status "
                StudAcctFileStatus
            PERFORM EndJobFailed
            GOBACK
        END-IF.
        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            PERFORM EndJobFailed
            GOBACK
        END-IF.
        OPEN EXTEND InvoiceFile.
        IF InvoiceFileStatus NOT = "00" AND InvoiceFileStatus NOT = "05"
            DISPLAY "Unable to open InvoiceOpen.dat - status "
                InvoiceFileStatus
            PERFORM EndJobFailed
            GOBACK
        END-IF.
        PERFORM LoadBilledCharges.
        OPEN EXTEND ChargeFile.
        IF ChargeFileStatus NOT = "00" AND ChargeFileStatus NOT = "05"
            DISPLAY "Unable to open TuitChg.dat - status "
                ChargeFileStatus
            PERFORM EndJobFailed
            GOBACK
        END-IF.
        OPEN OUTPUT BillingReport.
        IF NOT BillingReportOpenOK
            DISPLAY "Unable to open TuitBill.rpt - status "
                BillingReportStatus
            PERFORM EndJobFailed
            GOBACK
        END-IF.

        MOVE BillTerm TO PrnBillTerm
        MOVE BillDate TO PrnBillDate
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        WRITE PrintLine.

        OPEN INPUT RegFile.
        IF RegFileOpenOK
            MOVE BillTerm TO RgTerm
            MOVE LOW-VALUES TO RgCourse
            MOVE ZERO TO RgStudID
            START RegFile KEY IS NOT LESS THAN RgKey
                INVALID KEY SET NoMoreRegs TO TRUE
            END-START
            PERFORM TallyRegistration UNTIL NoMoreRegs
        END-IF.
        CLOSE RegFile.
        IF RegBilledCount = ZERO
            READ GradeFile
                AT END SET NoMoreGrades TO TRUE
            END-READ
            PERFORM TallyEnrollment UNTIL NoMoreGrades
        END-IF.

        PERFORM GetNextInvoiceNumber.
        PERFORM BillOneStudent VARYING StudIdx FROM 1 BY 1
            UNTIL StudIdx > StudCount.
        PERFORM ListUnenrolledCharge VARYING BlIdx FROM 1 BY 1
            UNTIL BlIdx > BilledCrsCount.
        PERFORM SaveNextInvoiceNumber.

        MOVE "TOTAL TUITION" TO PrnTotLabel
        MOVE GrandTuition TO PrnTotAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
        MOVE "TOTAL FEES" TO PrnTotLabel
        MOVE GrandFees TO PrnTotAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
        MOVE "TOTAL BILLED TO RECEIVABLES" TO PrnTotLabel
        MOVE GrandTotal TO PrnTotAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
        MOVE "STUDENTS BILLED" TO PrnCountLabel
        MOVE BilledCount TO PrnCount
        WRITE PrintLine FROM CountLine AFTER ADVANCING 2 LINES
        MOVE "SUPPLEMENTAL INVOICES" TO PrnCountLabel
        MOVE SupplCount TO PrnCount
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        MOVE "ALREADY BILLED FOR THE TERM" TO PrnCountLabel
        MOVE AlreadyCount TO PrnCount
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        MOVE "BILLED, NO LONGER ENROLLED" TO PrnCountLabel
        MOVE DroppedCount TO PrnCount
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        MOVE "NO BILLING ACCOUNT" TO PrnCountLabel
        MOVE NoAcctCount TO PrnCount
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        MOVE "COURSES NOT ON THE MASTER" TO PrnCountLabel
        MOVE UnknownCourseCount TO PrnCount
        WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        IF SkippedCount > ZERO
            MOVE "ENROLLMENTS NOT BILLED - FULL" TO PrnCountLabel
            MOVE SkippedCount TO PrnCount
            WRITE PrintLine FROM CountLine AFTER ADVANCING 1 LINE
        END-IF.

        CLOSE GradeFile, CourseFile, RateFile, StudAcctFile,
            CustomerFile, InvoiceFile, ChargeFile, BillingReport.
        MOVE "END" TO JobAction
        MOVE BilledCount TO JobRecCount
        MOVE "OK" TO JobOutcome
        CALL "JOBLOG" USING JobAction, JobName, JobRecCount,
            JobOutcome, LRetCode.
        DISPLAY BilledCount " student(s) billed for " BillTerm
            " - see TuitBill.rpt".
        GOBACK.

    EndJobFailed.
        MOVE "END" TO JobAction
        MOVE "FAIL" TO JobOutcome
        CALL "JOBLOG" USING JobAction, JobName, JobRecCount,
            JobOutcome, LRetCode
        MOVE 8 TO RETURN-CODE.

    TallyRegistration.
        READ RegFile NEXT RECORD
            AT END SET NoMoreRegs TO TRUE
            NOT AT END
                IF RgTerm NOT = BillTerm
                    SET NoMoreRegs TO TRUE
                ELSE IF RgIsEnrolled
                    ADD 1 TO RegBilledCount
                    MOVE RgStudID TO CgStudID
                    MOVE RgCourse TO CgCourse
                    PERFORM PriceOneCourse
                END-IF
        END-READ.

    TallyEnrollment.
        *> Rows still unstamped are this term's registrations; rows
        *> already stamped count only for the term asked for
        IF CgTerm = SPACES OR CgTerm = BillTerm
            PERFORM PriceOneCourse
        END-IF
        READ GradeFile
            AT END SET NoMoreGrades TO TRUE
        END-READ.

    PriceOneCourse.
        MOVE 'Y' TO CourseFound
        MOVE CgCourse TO CrsCode
        READ CourseFile
            INVALID KEY MOVE 'N' TO CourseFound
        END-READ
        IF CourseFound = 'N'
            ADD 1 TO UnknownCourseCount
            MOVE CgStudID TO PrnSkipStudID
            MOVE SPACES TO PrnSkipReason
            STRING "course " CgCourse " is not on CourseMast.dat"
                " - not billed" DELIMITED BY SIZE INTO PrnSkipReason
            WRITE PrintLine FROM SkipLine AFTER ADVANCING 1 LINE
            EXIT PARAGRAPH
        END-IF
        PERFORM FindStudent
        IF FoundIdx = ZERO
            ADD 1 TO SkippedCount
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ChargeCount
        IF ChargeTableFull
            SUBTRACT 1 FROM ChargeCount
            ADD 1 TO SkippedCount
            EXIT PARAGRAPH
        END-IF
        PERFORM FindDeptRate
        MOVE FoundIdx TO TabChgStudIdx(ChargeCount)
        MOVE CrsCode TO TabChgCourse(ChargeCount)
        MOVE CrsDept TO TabChgDept(ChargeCount)
        MOVE CrsCredits TO TabChgCredits(ChargeCount)
        MOVE 'Y' TO TabChgNew(ChargeCount)
        IF RateIsOnFile
            COMPUTE TabChgTuition(ChargeCount) ROUNDED =
                CrsCredits * TrPerCredit
            MOVE TrFlatFee TO TabChgFee(ChargeCount)
        ELSE
            MOVE ZERO TO TabChgTuition(ChargeCount), TabChgFee(ChargeCount)
        END-IF
        ADD CrsCredits TO TabStudCredits(FoundIdx)
        ADD TabChgTuition(ChargeCount) TO TabStudTuition(FoundIdx)
        ADD TabChgFee(ChargeCount) TO TabStudFees(FoundIdx).

    FindStudent.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING StudIdx FROM 1 BY 1
            UNTIL StudIdx > StudCount OR FoundIdx > ZERO
            IF TabStudID(StudIdx) = CgStudID
                MOVE StudIdx TO FoundIdx
            END-IF
        END-PERFORM
        IF FoundIdx = ZERO
            ADD 1 TO StudCount
            IF StudTableFull
                SUBTRACT 1 FROM StudCount
            ELSE
                MOVE StudCount TO FoundIdx
                MOVE CgStudID TO TabStudID(FoundIdx)
                MOVE ZERO TO TabStudCredits(FoundIdx),
                    TabStudTuition(FoundIdx), TabStudFees(FoundIdx)
            END-IF
        END-IF.

    FindDeptRate.
        *> The department's own rate, else the ALL default
        MOVE 'Y' TO RateFound
        MOVE CrsDept TO TrDept
        READ RateFile
            INVALID KEY MOVE 'N' TO RateFound
        END-READ
        IF NOT RateIsOnFile
            MOVE 'Y' TO RateFound
            MOVE "ALL" TO TrDept
            READ RateFile
                INVALID KEY MOVE 'N' TO RateFound
            END-READ
        END-IF.

    BillOneStudent.
        MOVE TabStudID(StudIdx) TO PrnSkipStudID
        MOVE SPACES TO PrnSkipReason
        MOVE TabStudID(StudIdx) TO SaStudID
        READ StudAcctFile
            INVALID KEY
                ADD 1 TO NoAcctCount
                MOVE "no billing account on StudAcct.dat - not billed"
                    TO PrnSkipReason
                WRITE PrintLine FROM SkipLine AFTER ADVANCING 1 LINE
                EXIT PARAGRAPH
        END-READ
        MOVE 'N' TO Supplemental
        IF SaLastTerm = BillTerm
            PERFORM ReconcileStudent
            IF NOT IsSupplemental
                EXIT PARAGRAPH
            END-IF
        END-IF
        MOVE SaCustID TO IDNum
        READ CustomerFile
            INVALID KEY
                ADD 1 TO NoAcctCount
                STRING "billing account " SaCustID
                    " is not on customer.txt - not billed"
                    DELIMITED BY SIZE INTO PrnSkipReason
                WRITE PrintLine FROM SkipLine AFTER ADVANCING 1 LINE
                EXIT PARAGRAPH
        END-READ
        COMPUTE StudTotal = TabStudTuition(StudIdx) + TabStudFees(StudIdx)
        IF StudTotal = ZERO
            MOVE "no tuition or fees at the rates on file - not billed"
                TO PrnSkipReason
            WRITE PrintLine FROM SkipLine AFTER ADVANCING 1 LINE
            EXIT PARAGRAPH
        END-IF

        MOVE SPACES TO InvoiceData
        MOVE NextInvNum TO InvNum
        MOVE ZERO TO InvOrdNum
        MOVE SaCustID TO InvCustID
        MOVE BillDate TO InvDate
        MOVE StudTotal TO InvTotal
        MOVE ZERO TO InvPaid
        SET InvIsOpen TO TRUE
        MOVE ZERO TO InvTax
        SET DocIsTuition TO TRUE
        MOVE "USD" TO InvCurrency
        MOVE 1 TO InvExchRate
        MOVE ZERO TO InvFreight
        MOVE "N" TO InvFreightTax
        WRITE InvoiceData
        PERFORM WriteChargeDetail VARYING ChgIdx FROM 1 BY 1
            UNTIL ChgIdx > ChargeCount

        MOVE BillTerm TO SaLastTerm
        MOVE NextInvNum TO SaLastInvNum
        REWRITE StudAcctData
            INVALID KEY DISPLAY "Student " SaStudID
                " billed but the account was not marked"
        END-REWRITE

        CALL "NAMEFMT" USING FirstName, LastName, WSFullName, LRetCode
        MOVE TabStudID(StudIdx) TO PrnStudID
        MOVE SaCustID TO PrnCustID
        MOVE WSFullName TO PrnName
        MOVE TabStudCredits(StudIdx) TO PrnCredits
        MOVE TabStudTuition(StudIdx) TO PrnTuition
        MOVE TabStudFees(StudIdx) TO PrnFees
        MOVE StudTotal TO PrnTotal
        MOVE NextInvNum TO PrnInvNum
        IF IsSupplemental
            MOVE "SUPPL" TO PrnSuppFlag
            ADD 1 TO SupplCount
        ELSE
            MOVE SPACES TO PrnSuppFlag
        END-IF
        WRITE PrintLine FROM BillLine AFTER ADVANCING 1 LINE
        ADD TabStudTuition(StudIdx) TO GrandTuition
        ADD TabStudFees(StudIdx) TO GrandFees
        ADD StudTotal TO GrandTotal
        ADD 1 TO BilledCount
        ADD 1 TO NextInvNum.

    ReconcileStudent.
        *> Already billed for the term - each enrolled course already
        *> on TuitChg.dat is left alone, and the student's totals are
        *> cut back to the courses added since, which go out on a
        *> supplemental invoice. Courses billed that the student is no
        *> longer enrolled in are listed.
        MOVE ZERO TO TabStudCredits(StudIdx), TabStudTuition(StudIdx),
            TabStudFees(StudIdx)
        PERFORM MatchOneCharge VARYING ChgIdx FROM 1 BY 1
            UNTIL ChgIdx > ChargeCount
        PERFORM CheckOneBilledCourse VARYING BlIdx FROM 1 BY 1
            UNTIL BlIdx > BilledCrsCount
        IF TabStudTuition(StudIdx) > ZERO OR TabStudFees(StudIdx) > ZERO
            SET IsSupplemental TO TRUE
        ELSE
            ADD 1 TO AlreadyCount
            MOVE TabStudID(StudIdx) TO PrnSkipStudID
            MOVE SPACES TO PrnSkipReason
            STRING "already billed for the term on invoice "
                SaLastInvNum DELIMITED BY SIZE INTO PrnSkipReason
            WRITE PrintLine FROM SkipLine AFTER ADVANCING 1 LINE
        END-IF.

    MatchOneCharge.
        IF TabChgStudIdx(ChgIdx) = StudIdx
            MOVE ZERO TO BlFoundIdx
            PERFORM VARYING BlIdx FROM 1 BY 1
                UNTIL BlIdx > BilledCrsCount OR BlFoundIdx > ZERO
                IF TabBlStudID(BlIdx) = TabStudID(StudIdx)
                    AND TabBlCourse(BlIdx) = TabChgCourse(ChgIdx)
                    MOVE BlIdx TO BlFoundIdx
                END-IF
            END-PERFORM
            IF BlFoundIdx > ZERO
                MOVE 'N' TO TabChgNew(ChgIdx)
                MOVE 'Y' TO TabBlMatched(BlFoundIdx)
            ELSE
                ADD TabChgCredits(ChgIdx) TO TabStudCredits(StudIdx)
                ADD TabChgTuition(ChgIdx) TO TabStudTuition(StudIdx)
                ADD TabChgFee(ChgIdx) TO TabStudFees(StudIdx)
            END-IF
        END-IF.

    CheckOneBilledCourse.
        IF TabBlStudID(BlIdx) = TabStudID(StudIdx)
            AND TabBlMatched(BlIdx) = 'N'
            PERFORM ListDroppedCourse
        END-IF.

    ListUnenrolledCharge.
        *> Billed for the term but with no enrolled course left at
        *> all, so never reached in the student pass
        IF TabBlMatched(BlIdx) = 'N'
            MOVE ZERO TO FoundIdx
            PERFORM VARYING StudIdx FROM 1 BY 1
                UNTIL StudIdx > StudCount OR FoundIdx > ZERO
                IF TabStudID(StudIdx) = TabBlStudID(BlIdx)
                    MOVE StudIdx TO FoundIdx
                END-IF
            END-PERFORM
            IF FoundIdx = ZERO
                PERFORM ListDroppedCourse
            END-IF
        END-IF.

    ListDroppedCourse.
        MOVE 'Y' TO TabBlMatched(BlIdx)
        ADD 1 TO DroppedCount
        MOVE TabBlStudID(BlIdx) TO PrnSkipStudID
        MOVE SPACES TO PrnSkipReason
        STRING "course " TabBlCourse(BlIdx) " on invoice "
            TabBlInvNum(BlIdx) " - no longer enrolled"
            DELIMITED BY SIZE INTO PrnSkipReason
        WRITE PrintLine FROM SkipLine AFTER ADVANCING 1 LINE.

    LoadBilledCharges.
        MOVE 'N' TO ChargeEOF
        OPEN INPUT ChargeFile
        IF ChargeFileStatus = "00"
            READ ChargeFile
                AT END SET NoMoreCharges TO TRUE
            END-READ
            PERFORM LoadOneBilledCharge UNTIL NoMoreCharges
        END-IF
        CLOSE ChargeFile.

    LoadOneBilledCharge.
        IF TcTerm = BillTerm
            ADD 1 TO BilledCrsCount
            IF BilledTableFull
                DISPLAY "Billed course table full - the rerun check "
                    "is incomplete - run abandoned"
                CLOSE ChargeFile
                PERFORM EndJobFailed
                GOBACK
            END-IF
            MOVE TcStudID TO TabBlStudID(BilledCrsCount)
            MOVE TcCourse TO TabBlCourse(BilledCrsCount)
            MOVE TcInvNum TO TabBlInvNum(BilledCrsCount)
            MOVE 'N' TO TabBlMatched(BilledCrsCount)
        END-IF
        READ ChargeFile
            AT END SET NoMoreCharges TO TRUE
        END-READ.

    WriteChargeDetail.
        IF TabChgStudIdx(ChgIdx) = StudIdx AND TabChgNew(ChgIdx) = 'Y'
            MOVE SPACES TO ChargeData
            MOVE BillTerm TO TcTerm
            MOVE TabStudID(StudIdx) TO TcStudID
            MOVE SaCustID TO TcCustID
            MOVE NextInvNum TO TcInvNum
            MOVE BillDate TO TcDate
            MOVE TabChgCourse(ChgIdx) TO TcCourse
            MOVE TabChgDept(ChgIdx) TO TcDept
            MOVE TabChgCredits(ChgIdx) TO TcCredits
            MOVE TabChgTuition(ChgIdx) TO TcTuition
            MOVE TabChgFee(ChgIdx) TO TcFee
            WRITE ChargeData
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
        IF InvControlFileStatus NOT = "00" AND InvControlFileStatus NOT = "05"
            DISPLAY "Unable to save InvControl.dat - status "
                InvControlFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE NextInvNum TO CtlNextInvNum
        WRITE InvControlRecord
        CLOSE InvControlFile.
