       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. loyalty.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL MemberFile ASSIGN TO "Loyalty.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LyMemberNum
            FILE STATUS IS MemberFileStatus.
        SELECT OPTIONAL LoyTxnFile ASSIGN TO "LoyaltyTxn.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LoyTxnFileStatus.
        SELECT OPTIONAL CustomerFile ASSIGN TO "customer.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT StmtReport ASSIGN TO "LoyStmt.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS StmtReportStatus.
        SELECT ExpireReport ASSIGN TO "LoyExpire.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ExpireReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD MemberFile.
        01 MemberData.
            COPY LOYALTY.

        FD LoyTxnFile.
        01 LoyTxnRecord.
            COPY LOYTXN.

        FD CustomerFile.
        01 CustomerData.
            COPY CUSTREC.

        FD StmtReport.
        01 StmtLine PIC X(80).

        FD ExpireReport.
        01 ExpireLine PIC X(80).

    WORKING-STORAGE SECTION.
        01 Choice PIC 9 VALUE ZERO.
        01 StayOpen PIC X VALUE 'Y'.
        01 MemberEOF PIC X VALUE 'N'.
            88 NoMoreMembers VALUE 'Y'.
        01 LedgerEOF PIC X VALUE 'N'.
            88 NoMoreLedger VALUE 'Y'.
        01 MemberExists PIC X VALUE 'N'.
            88 MemberOnFile VALUE 'Y'.
        01 CustExists PIC X VALUE 'N'.
        *> Screen entry fields
        01 EntryMemberNum PIC 9(10) VALUE ZERO.
        01 EntryName PIC X(20).
        01 EntryPhone PIC X(10).
        01 EntryZip PIC X(5).
        01 EntryCustID PIC 9(5) VALUE ZERO.
        01 EntryMonth PIC X(6).
        01 ValidEntry PIC X VALUE 'N'.
            88 EntryIsValid VALUE 'Y'.
        *> The month being reported and the one after it - points
        *> expire at the end of the month named on the ledger row
        01 RunMonth PIC X(6).
        01 RunMonthNum REDEFINES RunMonth.
            02 RunYear PIC 9(4).
            02 RunMon PIC 9(2).
        01 NextMonth PIC X(6).
        01 NextMonthNum REDEFINES NextMonth.
            02 NextYear PIC 9(4).
            02 NextMon PIC 9(2).
        01 MonthEndDate PIC 9(8) VALUE ZERO.
        01 MonthEndInt PIC 9(7) COMP VALUE ZERO.
        01 PostExpiries PIC X VALUE 'N'.
            88 ExpiriesWanted VALUE 'Y'.
        *> One entry per member with the points tallied off the ledger
        01 MemberTable.
            02 MemberEntry OCCURS 1000 TIMES.
                03 TabMemberNum PIC 9(10).
                03 TabName PIC X(20).
                03 TabPoints PIC 9(7).
                03 TabOpenBal PIC S9(8).
                03 TabEarned PIC S9(8).
                03 TabRedeemed PIC S9(8).
                03 TabExpired PIC S9(8).
                03 TabEarnedThru PIC S9(8).
                03 TabEarnedNext PIC S9(8).
                03 TabConsumed PIC S9(8).
        01 MemberCount PIC 9(4) VALUE ZERO.
            88 MemberTableFull VALUE 1001 THRU 9999.
        01 MemberIdx PIC 9(4) VALUE ZERO.
        01 MemberFoundIdx PIC 9(4) VALUE ZERO.
        01 SignedPoints PIC S9(8) VALUE ZERO.
        01 ExpireNow PIC S9(8) VALUE ZERO.
        01 ExpiringNext PIC S9(8) VALUE ZERO.
        01 ClosingBal PIC S9(8) VALUE ZERO.
        01 MembersListed PIC 9(5) VALUE ZERO.
        01 TotalExpired PIC 9(9) VALUE ZERO.
        01 TotalExpiring PIC 9(9) VALUE ZERO.
        01 TotalClosing PIC S9(9) VALUE ZERO.
        *> LOYPOST linkage
        01 LoyAction PIC X.
        01 LoyPoints PIC 9(7) VALUE ZERO.
        01 LoyDocDate PIC X(8).
        01 LoyRef PIC X(10).
        01 LoyBalanceOut PIC 9(7) VALUE ZERO.
        COPY RETCODE.
        01 PrnPoints PIC Z,ZZZ,ZZ9.
        *> Monthly statement
        01 StmtHeading.
            02 FILLER PIC X(33) VALUE "LOYALTY POINTS STATEMENT - MONTH ".
            02 PrnStmtMonth PIC X(6).
            02 FILLER PIC X(11) VALUE "   PRINTED ".
            02 PrnStmtRunDate PIC X(8).
        01 StmtMemberLine.
            02 FILLER PIC X(7) VALUE "MEMBER ".
            02 PrnStmtMember PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStmtName PIC X(20).
        01 StmtPointsLine.
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnStmtLabel PIC X(30).
            02 PrnStmtPoints PIC Z,ZZZ,ZZ9-.
        01 StmtTotalLine.
            02 PrnTotLabel PIC X(34).
            02 PrnTotPoints PIC ZZZ,ZZZ,ZZ9-.
        *> Expiring points list
        01 ExpHeading.
            02 FILLER PIC X(30) VALUE "POINTS EXPIRING AT THE END OF ".
            02 PrnExpMonth PIC X(6).
            02 FILLER PIC X(11) VALUE "   PRINTED ".
            02 PrnExpRunDate PIC X(8).
        01 ExpColHeads PIC X(80) VALUE
            "  Member No.  Name                     Balance    Expiring".
        01 ExpDetail.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnExpMember PIC 9(10).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnExpName PIC X(20).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnExpBalance PIC Z,ZZZ,ZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnExpPoints PIC Z,ZZZ,ZZ9.
        01 WSCurrentDateTime PIC X(21).
        01 SignOnID PIC X(8).
        01 SignOnName PIC X(20).
        01 SignOnTries PIC 9 VALUE ZERO.
        01 OperatorOK PIC X VALUE 'N'.
            88 OperatorSignedOn VALUE 'Y'.
        01 OpRole PIC 9 VALUE ZERO.
        01 SignOnRetCode PIC 9(2) VALUE ZERO.
        01 MemberFileStatus PIC XX.
            88 MemberFileOpenOK VALUE "00".
        01 LoyTxnFileStatus PIC XX.
            88 LoyTxnFileOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".
        01 StmtReportStatus PIC XX.
            88 StmtReportOpenOK VALUE "00".
        01 ExpireReportStatus PIC XX.
            88 ExpireReportOpenOK VALUE "00".

    SCREEN SECTION.
        01 SignOnScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "LOYALTY POINTS - SIGN ON".
            02 LINE 3 COLUMN 1 VALUE "Operator ID : ".
            02 LINE 3 COLUMN 15 PIC X(8) USING SignOnID.

        01 MenuScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "LOYALTY POINTS".
            02 LINE 3 COLUMN 1 VALUE "1 : Enroll Member".
            02 LINE 4 COLUMN 1 VALUE "2 : Member Inquiry".
            02 LINE 5 COLUMN 1 VALUE "3 : Monthly Points Statement".
            02 LINE 6 COLUMN 1 VALUE "4 : Expiring Points List".
            02 LINE 7 COLUMN 1 VALUE "0 : Quit".
            02 LINE 9 COLUMN 1 VALUE ": ".
            02 LINE 9 COLUMN 3 PIC 9 USING Choice.

        01 EnrollScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "ENROLL LOYALTY MEMBER".
            02 LINE 3 COLUMN 1 VALUE "Member No.  : ".
            02 LINE 3 COLUMN 15 PIC 9(10) USING EntryMemberNum.
            02 LINE 4 COLUMN 1 VALUE "Name        : ".
            02 LINE 4 COLUMN 15 PIC X(20) USING EntryName.
            02 LINE 5 COLUMN 1 VALUE "Phone       : ".
            02 LINE 5 COLUMN 15 PIC X(10) USING EntryPhone.
            02 LINE 6 COLUMN 1 VALUE "ZIP Code    : ".
            02 LINE 6 COLUMN 15 PIC X(5) USING EntryZip.
            02 LINE 7 COLUMN 1 VALUE "Customer ID : ".
            02 LINE 7 COLUMN 15 PIC 9(5) USING EntryCustID.
            02 LINE 7 COLUMN 21 VALUE "(0 = not a customer)".

        01 MemberNumScreen.
            02 LINE 3 COLUMN 1 VALUE "Member No.  : ".
            02 LINE 3 COLUMN 15 PIC 9(10) USING EntryMemberNum.

        01 MonthScreen.
            02 LINE 3 COLUMN 1 VALUE "Month YYYYMM : ".
            02 LINE 3 COLUMN 16 PIC X(6) USING EntryMonth.

PROCEDURE DIVISION.
    StartPara.
        *> Loyalty members and their points. Members are enrolled
        *> here under the number on their card and earn and redeem
        *> points at the register (coboltut8); every movement is
        *> posted through LOYPOST onto the LoyaltyTxn.dat ledger.
        *> Points expire at the end of the month a year after they
        *> were earned, oldest first. The monthly statement posts the
        *> expiries that fall due at the end of the month it covers,
        *> then shows each member's opening balance, points earned,
        *> redeemed, and expired, the closing balance, and what will
        *> expire at the end of the next month; the expiring points
        *> list names the members with points due to expire at the
        *> end of a month so they can be reminded to use them.
        PERFORM SignOn.
        IF NOT OperatorSignedOn
            DISPLAY "Sign-on failed - session ended"
            STOP RUN
        END-IF.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY MenuScreen
            ACCEPT MenuScreen
            EVALUATE Choice
                WHEN 1 PERFORM EnrollMember
                WHEN 2 PERFORM MemberInquiry
                WHEN 3 PERFORM MonthlyStatement
                WHEN 4 PERFORM ExpiringList
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        STOP RUN.

    EnrollMember.
        MOVE ZERO TO EntryMemberNum, EntryCustID
        MOVE SPACES TO EntryName, EntryPhone, EntryZip
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY EnrollScreen
            ACCEPT EnrollScreen
            PERFORM EditEnroll
        END-PERFORM
        IF EntryMemberNum = ZERO
            EXIT PARAGRAPH
        END-IF
        OPEN I-O MemberFile
        IF MemberFileStatus = "35" OR MemberFileStatus = "05"
            *> First member - no Loyalty.dat yet
            OPEN OUTPUT MemberFile
            CLOSE MemberFile
            OPEN I-O MemberFile
        END-IF
        IF NOT MemberFileOpenOK
            DISPLAY "Unable to open Loyalty.dat - status "
                MemberFileStatus
            STOP RUN
        END-IF
        MOVE SPACES TO MemberData
        MOVE EntryMemberNum TO LyMemberNum
        MOVE EntryName TO LyName
        MOVE EntryPhone TO LyPhone
        MOVE EntryZip TO LyZip
        MOVE EntryCustID TO LyCustID
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime
        MOVE WSCurrentDateTime(1:8) TO LyEnrolled
        MOVE ZERO TO LyPoints
        MOVE WSCurrentDateTime(1:8) TO LyLastDate
        WRITE MemberData
            INVALID KEY
                DISPLAY "Member " EntryMemberNum " is already enrolled"
            NOT INVALID KEY
                DISPLAY "Member " EntryMemberNum " enrolled"
        END-WRITE
        CLOSE MemberFile.

    EditEnroll.
        *> A zero member number backs out without enrolling anyone
        MOVE 'Y' TO ValidEntry
        IF EntryMemberNum IS NOT NUMERIC
            DISPLAY "Member number must be numeric"
            MOVE 'N' TO ValidEntry
            EXIT PARAGRAPH
        END-IF
        IF EntryMemberNum = ZERO
            EXIT PARAGRAPH
        END-IF
        PERFORM ReadMember
        IF MemberOnFile
            DISPLAY "Member " EntryMemberNum " is already enrolled to "
                LyName
            MOVE 'N' TO ValidEntry
            EXIT PARAGRAPH
        END-IF
        IF EntryName = SPACES
            DISPLAY "A name is required"
            MOVE 'N' TO ValidEntry
            EXIT PARAGRAPH
        END-IF
        IF EntryCustID IS NOT NUMERIC
            DISPLAY "Customer ID must be numeric"
            MOVE 'N' TO ValidEntry
            EXIT PARAGRAPH
        END-IF
        IF EntryCustID NOT = ZERO
            PERFORM CheckCustomer
            IF CustExists = 'N'
                DISPLAY "Customer " EntryCustID " is not on file"
                MOVE 'N' TO ValidEntry
            END-IF
        END-IF.

    CheckCustomer.
        MOVE 'N' TO CustExists
        OPEN INPUT CustomerFile
        IF CustomerFileOpenOK
            MOVE 'Y' TO CustExists
            MOVE EntryCustID TO IDNum
            READ CustomerFile
                INVALID KEY MOVE 'N' TO CustExists
            END-READ
        END-IF
        CLOSE CustomerFile.

    ReadMember.
        MOVE 'N' TO MemberExists
        OPEN INPUT MemberFile
        IF MemberFileOpenOK
            MOVE 'Y' TO MemberExists
            MOVE EntryMemberNum TO LyMemberNum
            READ MemberFile
                INVALID KEY MOVE 'N' TO MemberExists
            END-READ
        END-IF
        CLOSE MemberFile.

    MemberInquiry.
        MOVE ZERO TO EntryMemberNum
        DISPLAY MemberNumScreen
        ACCEPT MemberNumScreen
        IF EntryMemberNum = ZERO
            EXIT PARAGRAPH
        END-IF
        PERFORM ReadMember
        IF NOT MemberOnFile
            DISPLAY "Member " EntryMemberNum " is not enrolled"
            EXIT PARAGRAPH
        END-IF
        MOVE LyPoints TO PrnPoints
        DISPLAY "Member " LyMemberNum "  " LyName "  points " PrnPoints
        DISPLAY "Phone " LyPhone "  ZIP " LyZip "  customer " LyCustID
        DISPLAY "Enrolled " LyEnrolled "  last activity " LyLastDate.

    MonthlyStatement.
        *> Run after the month closes - the expiries due at its end
        *> are posted first so the statement shows them
        PERFORM EnterRunMonth
        IF NOT EntryIsValid
            EXIT PARAGRAPH
        END-IF
        SET ExpiriesWanted TO TRUE
        PERFORM TallyMembers
        OPEN OUTPUT StmtReport
        IF NOT StmtReportOpenOK
            DISPLAY "Unable to open LoyStmt.rpt - status "
                StmtReportStatus
            STOP RUN
        END-IF
        MOVE RunMonth TO PrnStmtMonth
        MOVE WSCurrentDateTime(1:8) TO PrnStmtRunDate
        WRITE StmtLine FROM StmtHeading
        MOVE ZERO TO MembersListed, TotalExpired, TotalExpiring,
            TotalClosing
        PERFORM PrintMemberStatement VARYING MemberIdx FROM 1 BY 1
            UNTIL MemberIdx > MemberCount
        MOVE "MEMBERS ON STATEMENT" TO PrnTotLabel
        MOVE MembersListed TO PrnTotPoints
        WRITE StmtLine FROM StmtTotalLine AFTER ADVANCING 2 LINES
        MOVE "POINTS OUTSTANDING" TO PrnTotLabel
        MOVE TotalClosing TO PrnTotPoints
        WRITE StmtLine FROM StmtTotalLine AFTER ADVANCING 1 LINE
        MOVE "POINTS EXPIRED THIS MONTH" TO PrnTotLabel
        MOVE TotalExpired TO PrnTotPoints
        WRITE StmtLine FROM StmtTotalLine AFTER ADVANCING 1 LINE
        MOVE "POINTS EXPIRING NEXT MONTH" TO PrnTotLabel
        MOVE TotalExpiring TO PrnTotPoints
        WRITE StmtLine FROM StmtTotalLine AFTER ADVANCING 1 LINE
        CLOSE StmtReport
        DISPLAY MembersListed " member statements - see LoyStmt.rpt".

    PrintMemberStatement.
        *> Members with no balance and nothing in the month are left
        *> off
        COMPUTE ClosingBal = TabOpenBal(MemberIdx) + TabEarned(MemberIdx)
            - TabRedeemed(MemberIdx) - TabExpired(MemberIdx)
        COMPUTE ExpiringNext = TabEarnedNext(MemberIdx)
            - TabConsumed(MemberIdx)
        IF ExpiringNext < ZERO
            MOVE ZERO TO ExpiringNext
        END-IF
        IF ClosingBal = ZERO AND TabEarned(MemberIdx) = ZERO
            AND TabRedeemed(MemberIdx) = ZERO
            AND TabExpired(MemberIdx) = ZERO
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO MembersListed
        ADD TabExpired(MemberIdx) TO TotalExpired
        ADD ExpiringNext TO TotalExpiring
        ADD ClosingBal TO TotalClosing
        MOVE TabMemberNum(MemberIdx) TO PrnStmtMember
        MOVE TabName(MemberIdx) TO PrnStmtName
        WRITE StmtLine FROM StmtMemberLine AFTER ADVANCING 2 LINES
        MOVE "OPENING BALANCE" TO PrnStmtLabel
        MOVE TabOpenBal(MemberIdx) TO PrnStmtPoints
        WRITE StmtLine FROM StmtPointsLine AFTER ADVANCING 1 LINE
        MOVE "EARNED" TO PrnStmtLabel
        MOVE TabEarned(MemberIdx) TO PrnStmtPoints
        WRITE StmtLine FROM StmtPointsLine AFTER ADVANCING 1 LINE
        MOVE "REDEEMED" TO PrnStmtLabel
        MOVE TabRedeemed(MemberIdx) TO PrnStmtPoints
        WRITE StmtLine FROM StmtPointsLine AFTER ADVANCING 1 LINE
        MOVE "EXPIRED" TO PrnStmtLabel
        MOVE TabExpired(MemberIdx) TO PrnStmtPoints
        WRITE StmtLine FROM StmtPointsLine AFTER ADVANCING 1 LINE
        MOVE "CLOSING BALANCE" TO PrnStmtLabel
        MOVE ClosingBal TO PrnStmtPoints
        WRITE StmtLine FROM StmtPointsLine AFTER ADVANCING 1 LINE
        MOVE SPACES TO PrnStmtLabel
        STRING "EXPIRING AT END OF " NextMonth DELIMITED BY SIZE
            INTO PrnStmtLabel
        MOVE ExpiringNext TO PrnStmtPoints
        WRITE StmtLine FROM StmtPointsLine AFTER ADVANCING 1 LINE.

    ExpiringList.
        *> Read-only - nothing is expired by the list
        PERFORM EnterRunMonth
        IF NOT EntryIsValid
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO PostExpiries
        PERFORM TallyMembers
        OPEN OUTPUT ExpireReport
        IF NOT ExpireReportOpenOK
            DISPLAY "Unable to open LoyExpire.rpt - status "
                ExpireReportStatus
            STOP RUN
        END-IF
        MOVE RunMonth TO PrnExpMonth
        MOVE WSCurrentDateTime(1:8) TO PrnExpRunDate
        WRITE ExpireLine FROM ExpHeading
        WRITE ExpireLine FROM ExpColHeads AFTER ADVANCING 2 LINES
        MOVE ZERO TO MembersListed, TotalExpiring
        PERFORM ListExpiringMember VARYING MemberIdx FROM 1 BY 1
            UNTIL MemberIdx > MemberCount
        MOVE SPACES TO ExpireLine
        WRITE ExpireLine
        MOVE "MEMBERS WITH POINTS EXPIRING" TO PrnTotLabel
        MOVE MembersListed TO PrnTotPoints
        WRITE ExpireLine FROM StmtTotalLine AFTER ADVANCING 1 LINE
        MOVE "TOTAL POINTS EXPIRING" TO PrnTotLabel
        MOVE TotalExpiring TO PrnTotPoints
        WRITE ExpireLine FROM StmtTotalLine AFTER ADVANCING 1 LINE
        CLOSE ExpireReport
        DISPLAY MembersListed " members with points expiring - "
            "see LoyExpire.rpt".

    ListExpiringMember.
        COMPUTE ExpireNow = TabEarnedThru(MemberIdx)
            - TabConsumed(MemberIdx)
        IF ExpireNow > TabPoints(MemberIdx)
            MOVE TabPoints(MemberIdx) TO ExpireNow
        END-IF
        IF ExpireNow > ZERO
            ADD 1 TO MembersListed
            ADD ExpireNow TO TotalExpiring
            MOVE SPACES TO ExpDetail
            MOVE TabMemberNum(MemberIdx) TO PrnExpMember
            MOVE TabName(MemberIdx) TO PrnExpName
            MOVE TabPoints(MemberIdx) TO PrnExpBalance
            MOVE ExpireNow TO PrnExpPoints
            WRITE ExpireLine FROM ExpDetail AFTER ADVANCING 1 LINE
        END-IF.

    EnterRunMonth.
        *> Blank is the current month
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime
        MOVE SPACES TO EntryMonth
        DISPLAY MonthScreen
        ACCEPT MonthScreen
        IF EntryMonth = SPACES
            MOVE WSCurrentDateTime(1:6) TO EntryMonth
        END-IF
        MOVE EntryMonth TO RunMonth
        MOVE 'Y' TO ValidEntry
        IF RunMonth IS NOT NUMERIC OR RunMon < 1 OR RunMon > 12
            DISPLAY "Month must be YYYYMM"
            MOVE 'N' TO ValidEntry
            EXIT PARAGRAPH
        END-IF
        IF RunMon = 12
            COMPUTE NextYear = RunYear + 1
            MOVE 1 TO NextMon
        ELSE
            MOVE RunYear TO NextYear
            COMPUTE NextMon = RunMon + 1
        END-IF
        *> The day before the first of the next month
        COMPUTE MonthEndInt =
            FUNCTION INTEGER-OF-DATE(NextYear * 10000 + NextMon * 100 + 1)
            - 1
        COMPUTE MonthEndDate = FUNCTION DATE-OF-INTEGER(MonthEndInt).

    TallyMembers.
        *> Members into the table, then one pass of the ledger adds
        *> each row to its member; with ExpiriesWanted the points past
        *> expiry at the end of RunMonth are posted through LOYPOST
        MOVE ZERO TO MemberCount
        MOVE 'N' TO MemberEOF
        OPEN INPUT MemberFile
        IF MemberFileOpenOK
            READ MemberFile NEXT RECORD
                AT END SET NoMoreMembers TO TRUE
            END-READ
            PERFORM LoadMemberEntry UNTIL NoMoreMembers
        END-IF
        CLOSE MemberFile
        MOVE 'N' TO LedgerEOF
        OPEN INPUT LoyTxnFile
        IF LoyTxnFileOpenOK
            READ LoyTxnFile
                AT END SET NoMoreLedger TO TRUE
            END-READ
            PERFORM TallyLedgerRow UNTIL NoMoreLedger
        END-IF
        CLOSE LoyTxnFile
        IF ExpiriesWanted
            PERFORM ExpireMemberPoints VARYING MemberIdx FROM 1 BY 1
                UNTIL MemberIdx > MemberCount
        END-IF.

    LoadMemberEntry.
        ADD 1 TO MemberCount
        IF MemberTableFull
            DISPLAY "Member table full at " LyMemberNum
                " - raise the table size - run abandoned"
            CLOSE MemberFile
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE LyMemberNum TO TabMemberNum(MemberCount)
        MOVE LyName TO TabName(MemberCount)
        MOVE LyPoints TO TabPoints(MemberCount)
        MOVE ZERO TO TabOpenBal(MemberCount), TabEarned(MemberCount),
            TabRedeemed(MemberCount), TabExpired(MemberCount),
            TabEarnedThru(MemberCount), TabEarnedNext(MemberCount),
            TabConsumed(MemberCount)
        READ MemberFile NEXT RECORD
            AT END SET NoMoreMembers TO TRUE
        END-READ.

    TallyLedgerRow.
        PERFORM FindMemberEntry
        IF MemberFoundIdx > ZERO
            PERFORM AddLedgerRow
        END-IF
        READ LoyTxnFile
            AT END SET NoMoreLedger TO TRUE
        END-READ.

    AddLedgerRow.
        MOVE MemberFoundIdx TO MemberIdx
        IF LtIsEarned OR LtIsGivenBack
            MOVE LtPoints TO SignedPoints
        ELSE
            COMPUTE SignedPoints = ZERO - LtPoints
        END-IF
        IF LtDate(1:6) < RunMonth
            ADD SignedPoints TO TabOpenBal(MemberIdx)
        END-IF
        IF LtDate(1:6) = RunMonth
            EVALUATE TRUE
                WHEN LtIsEarned
                    ADD LtPoints TO TabEarned(MemberIdx)
                WHEN LtIsCancelled
                    SUBTRACT LtPoints FROM TabEarned(MemberIdx)
                WHEN LtIsRedeemed
                    ADD LtPoints TO TabRedeemed(MemberIdx)
                WHEN LtIsGivenBack
                    SUBTRACT LtPoints FROM TabRedeemed(MemberIdx)
                WHEN LtIsExpired
                    ADD LtPoints TO TabExpired(MemberIdx)
            END-EVALUATE
        END-IF
        *> Earned points stand in expiry-month lots; everything taken
        *> off comes from the oldest lot first
        IF LtIsEarned OR LtIsCancelled
            IF LtExpMonth NOT > RunMonth
                ADD SignedPoints TO TabEarnedThru(MemberIdx)
            END-IF
            IF LtExpMonth NOT > NextMonth
                ADD SignedPoints TO TabEarnedNext(MemberIdx)
            END-IF
        ELSE
            SUBTRACT SignedPoints FROM TabConsumed(MemberIdx)
        END-IF.

    FindMemberEntry.
        MOVE ZERO TO MemberFoundIdx
        PERFORM VARYING MemberIdx FROM 1 BY 1
            UNTIL MemberIdx > MemberCount OR MemberFoundIdx > ZERO
            IF TabMemberNum(MemberIdx) = LtMemberNum
                MOVE MemberIdx TO MemberFoundIdx
            END-IF
        END-PERFORM.

    ExpireMemberPoints.
        *> Whatever of the lots due by the end of RunMonth has not
        *> been used up expires now - posting again for the same
        *> month finds nothing left to expire
        COMPUTE ExpireNow = TabEarnedThru(MemberIdx)
            - TabConsumed(MemberIdx)
        IF ExpireNow NOT > ZERO
            EXIT PARAGRAPH
        END-IF
        MOVE "X" TO LoyAction
        MOVE ExpireNow TO LoyPoints
        MOVE MonthEndDate TO LoyDocDate
        MOVE SPACES TO LoyRef
        STRING "EXP " RunMonth DELIMITED BY SIZE INTO LoyRef
        CALL "LOYPOST" USING LoyAction, TabMemberNum(MemberIdx),
            LoyPoints, LoyDocDate, LoyRef, SignOnID, LoyBalanceOut,
            LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Points for member " TabMemberNum(MemberIdx)
                " could not be expired"
            EXIT PARAGRAPH
        END-IF
        *> LOYPOST hands back what it actually took off
        ADD LoyPoints TO TabExpired(MemberIdx)
        ADD LoyPoints TO TabConsumed(MemberIdx)
        MOVE LoyBalanceOut TO TabPoints(MemberIdx).

    SignOn.
        PERFORM UNTIL OperatorSignedOn OR SignOnTries > 2
            MOVE SPACES TO SignOnID
            DISPLAY SignOnScreen
            ACCEPT SignOnScreen
            PERFORM LookupOperator
            IF NOT OperatorSignedOn
                DISPLAY "Operator ID not recognized or inactive"
                ADD 1 TO SignOnTries
            END-IF
        END-PERFORM.
        IF OperatorSignedOn
            DISPLAY "Signed on : " SignOnName
        END-IF.

    LookupOperator.
        *> The shared OPSIGNON subprogram owns the lookup, the PIN
        *> challenge, and the three-strikes lockout - success hands
        *> back the operator's name and role
        CALL "OPSIGNON" USING SignOnID, SignOnName, OpRole,
            SignOnRetCode
        IF SignOnRetCode = ZERO
            SET OperatorSignedOn TO TRUE
        END-IF.
