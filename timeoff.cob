       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. timeoff.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL TimeOffFile ASSIGN TO "TimeOff.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TimeOffFileStatus.
        SELECT EmployeeFile ASSIGN TO "Employee.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EmployeeFileStatus.
        SELECT CalWorkFile ASSIGN TO "TimeOffCal.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CalWorkFileStatus.
        SELECT SortWorkFile ASSIGN TO "timeoffsort.tmp".
        SELECT SortedCalFile ASSIGN TO "TimeOffCal.srt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SortedCalFileStatus.
        SELECT CalendarReport ASSIGN TO "TimeOffCal.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CalendarReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD TimeOffFile.
        01 TimeOffRecord.
            COPY TIMEOFF.

        FD EmployeeFile.
        01 EmployeeData.
            COPY EMPREC.

        *> One row per day out, keyed for the department / week
        *> calendar
        FD CalWorkFile.
        01 CalWorkRecord.
            02 CwDept PIC X(3).
            02 CwWeekEnd PIC 9(8).
            02 CwEmpID PIC 9(5).
            02 CwDate PIC X(8).
            02 CwName PIC X(20).
            02 CwType PIC X.
            02 CwHours PIC 9(2)V99.
            02 CwStatus PIC X.

        SD SortWorkFile.
        01 SortCalRecord.
            02 SwDept PIC X(3).
            02 SwWeekEnd PIC 9(8).
            02 SwEmpID PIC 9(5).
            02 SwDate PIC X(8).
            02 FILLER PIC X(26).

        FD SortedCalFile.
        01 SortedCalRecord.
            02 ScDept PIC X(3).
            02 ScWeekEnd PIC 9(8).
            02 ScEmpID PIC 9(5).
            02 ScDate PIC X(8).
            02 ScName PIC X(20).
            02 ScType PIC X.
            02 ScHours PIC 9(2)V99.
            02 ScStatus PIC X.
                88 CalDayPending VALUE "P".

        FD CalendarReport.
        01 PrintLine PIC X(80).

    WORKING-STORAGE SECTION.
        01 Choice PIC 9 VALUE ZERO.
        01 StayOpen PIC X VALUE 'Y'.
        01 TimeOffEOF PIC X VALUE 'N'.
            88 NoMoreTimeOff VALUE 'Y'.
        01 EmployeeEOF PIC X VALUE 'N'.
            88 NoMoreEmployees VALUE 'Y'.
        01 CalEOF PIC X VALUE 'N'.
            88 NoMoreCalDays VALUE 'Y'.
        01 ToTable.
            02 ToEntry OCCURS 2000 TIMES.
                03 TabToRecord PIC X(57).
        01 ToCount PIC 9(4) VALUE ZERO.
            88 ToTableFull VALUE 2001 THRU 9999.
        01 ToIdx PIC 9(4) VALUE ZERO.
        01 NextReqNum PIC 9(6) VALUE 1.
        01 TableChanged PIC X VALUE 'N'.
            88 TimeOffDirty VALUE 'Y'.
        01 EmpTable.
            02 EmpEntry OCCURS 50 TIMES.
                03 TabEmpRecord PIC X(250).
        01 EmpCount PIC 99 VALUE ZERO.
            88 EmpTableFull VALUE 51 THRU 99.
        01 EmpIdx PIC 99 VALUE ZERO.
        01 EmpFoundIdx PIC 99 VALUE ZERO.
        *> Request entry
        01 EntryEmpID PIC 9(5) VALUE ZERO.
        01 EntryType PIC X.
        01 EntryFrom PIC X(8).
        01 EntryThru PIC X(8).
        01 EntryHours PIC X(5).
        01 EntryReqNum PIC 9(6) VALUE ZERO.
        01 ActionReply PIC X.
        01 ValidEntry PIC X VALUE 'N'.
            88 EntryIsValid VALUE 'Y'.
        01 HoursPerDay PIC 9(2)V99 VALUE ZERO.
        01 FromInt PIC 9(7) COMP VALUE ZERO.
        01 ThruInt PIC 9(7) COMP VALUE ZERO.
        01 DayInt PIC 9(7) COMP VALUE ZERO.
        01 DayOfWeek PIC 9 VALUE ZERO.
            88 DayIsWeekend VALUE 0 6.
        01 DayDate PIC 9(8) VALUE ZERO.
        01 DayCount PIC 9(3) VALUE ZERO.
        01 ClashCount PIC 9(3) VALUE ZERO.
        01 DayClash PIC X VALUE 'N'.
            88 DayAlreadyOut VALUE 'Y'.
        01 MaxRequestDays PIC 9(3) VALUE 60.
        *> Balance check - what is banked less what is already
        *> approved and not yet paid
        01 BankedHours PIC S9(5)V99 VALUE ZERO.
        01 ApprovedHours PIC 9(5)V99 VALUE ZERO.
        01 PendingHours PIC 9(5)V99 VALUE ZERO.
        01 AvailHours PIC S9(5)V99 VALUE ZERO.
        01 RequestHours PIC 9(5)V99 VALUE ZERO.
        01 CheckType PIC X.
        01 SkipReqNum PIC 9(6) VALUE ZERO.
        01 ReqEmpID PIC 9(5) VALUE ZERO.
        01 ReqType PIC X.
        01 ReqFirst PIC X(8).
        01 ReqLast PIC X(8).
        01 ReqDays PIC 9(3) VALUE ZERO.
        01 ReqStatus PIC X.
        01 PrnHoursOut PIC ZZZZ9.99-.
        01 PrnHoursOut2 PIC ZZZZ9.99-.
        01 PrnHoursOut3 PIC ZZZZ9.99-.
        01 PrnHoursOut4 PIC ZZZZ9.99-.
        *> Calendar
        01 CalFromDate PIC X(8).
        01 WeekEndInt PIC 9(7) COMP VALUE ZERO.
        01 PrevDept PIC X(3) VALUE SPACES.
        01 PrevWeekEnd PIC 9(8) VALUE ZERO.
        01 WeekDays PIC 9(5) VALUE ZERO.
        01 CalDays PIC 9(5) VALUE ZERO.
        01 CalHeading.
            02 FILLER PIC X(32) VALUE "TIME OFF CALENDAR FROM".
            02 PrnCalFrom PIC X(8).
            02 FILLER PIC X(10) VALUE "  PRINTED ".
            02 PrnRunDate PIC X(8).
        01 DeptLine.
            02 FILLER PIC X(12) VALUE "DEPARTMENT ".
            02 PrnDept PIC X(3).
        01 WeekLine.
            02 FILLER PIC X(4) VALUE SPACE.
            02 FILLER PIC X(15) VALUE "WEEK ENDING  ".
            02 PrnWeekEnd PIC 9(8).
        01 CalDetail.
            02 FILLER PIC X(8) VALUE SPACE.
            02 PrnCalEmpID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCalName PIC X(20).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCalDate PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCalType PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCalHours PIC Z9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCalNote PIC X(8).
        01 WeekTotalLine.
            02 FILLER PIC X(8) VALUE SPACE.
            02 FILLER PIC X(20) VALUE "DAYS OUT THIS WEEK: ".
            02 PrnWeekDays PIC ZZZZ9.
        01 CalTotalLine.
            02 FILLER PIC X(20) VALUE "TOTAL DAYS OUT    : ".
            02 PrnCalDays PIC ZZZZ9.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 RunDateInt PIC 9(7) COMP VALUE ZERO.
        01 SignOnID PIC X(8).
        01 SignOnName PIC X(20).
        01 SignOnTries PIC 9 VALUE ZERO.
        01 OperatorOK PIC X VALUE 'N'.
            88 OperatorSignedOn VALUE 'Y'.
        01 OpRole PIC 9 VALUE ZERO.
        01 SignOnRetCode PIC 9(2) VALUE ZERO.
        01 SecEvent PIC X(12).
        01 SecRetCode PIC 9(2) VALUE ZERO.
        01 TimeOffFileStatus PIC XX.
            88 TimeOffFileOpenOK VALUE "00".
        01 EmployeeFileStatus PIC XX.
            88 EmployeeFileOpenOK VALUE "00".
        01 CalWorkFileStatus PIC XX.
            88 CalWorkFileOpenOK VALUE "00".
        01 SortedCalFileStatus PIC XX.
            88 SortedCalFileOpenOK VALUE "00".
        01 CalendarReportStatus PIC XX.
            88 CalendarReportOpenOK VALUE "00".

    SCREEN SECTION.
        01 SignOnScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "TIME OFF REQUESTS - SIGN ON".
            02 LINE 3 COLUMN 1 VALUE "Operator ID : ".
            02 LINE 3 COLUMN 15 PIC X(8) USING SignOnID.

        01 MenuScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "TIME OFF REQUESTS".
            02 LINE 3 COLUMN 1 VALUE "1 : Enter Request".
            02 LINE 4 COLUMN 1 VALUE "2 : Approve / Deny Request".
            02 LINE 5 COLUMN 1 VALUE "3 : Cancel Request".
            02 LINE 6 COLUMN 1 VALUE "4 : Balance Inquiry".
            02 LINE 7 COLUMN 1 VALUE "5 : Calendar Report".
            02 LINE 8 COLUMN 1 VALUE "0 : Quit".
            02 LINE 10 COLUMN 1 VALUE ": ".
            02 LINE 10 COLUMN 3 PIC 9 USING Choice.

        01 EmpIDScreen.
            02 LINE 3 COLUMN 1 VALUE "Employee ID : ".
            02 LINE 3 COLUMN 15 PIC 9(5) USING EntryEmpID.

        01 RequestEntryScreen.
            02 LINE 4 COLUMN 1 VALUE "Type        : ".
            02 LINE 4 COLUMN 15 PIC X USING EntryType.
            02 LINE 4 COLUMN 17 VALUE "(V vacation, S sick)".
            02 LINE 5 COLUMN 1 VALUE "First Day   : ".
            02 LINE 5 COLUMN 15 PIC X(8) USING EntryFrom.
            02 LINE 5 COLUMN 24 VALUE "(YYYYMMDD)".
            02 LINE 6 COLUMN 1 VALUE "Last Day    : ".
            02 LINE 6 COLUMN 15 PIC X(8) USING EntryThru.
            02 LINE 7 COLUMN 1 VALUE "Hours / Day : ".
            02 LINE 7 COLUMN 15 PIC X(5) USING EntryHours.

        01 ReqNumScreen.
            02 LINE 3 COLUMN 1 VALUE "Request No. : ".
            02 LINE 3 COLUMN 15 PIC 9(6) USING EntryReqNum.

PROCEDURE DIVISION.
    StartPara.
        *> Vacation and sick time requested and approved ahead of
        *> time instead of keyed into PayHours.dat after the fact. A
        *> request is checked against the employee's banked balance
        *> less everything already approved and not yet paid, waits
        *> for a supervisor (role 2 and up) to approve it, and payrun
        *> pays the approved days that fall on or before its check
        *> date as V/S hours. The calendar shows who is out by home
        *> department and week. TimeOff.dat is line sequential and is
        *> rewritten whole at end of session like the other masters.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunDate))
            TO RunDateInt.
        PERFORM SignOn.
        IF NOT OperatorSignedOn
            DISPLAY "Sign-on failed - session ended"
            STOP RUN
        END-IF.
        PERFORM LoadEmployeeTable.
        PERFORM LoadTimeOffTable.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY MenuScreen
            ACCEPT MenuScreen
            EVALUATE Choice
                WHEN 1 PERFORM EnterRequest
                WHEN 2 PERFORM ActionRequest
                WHEN 3 PERFORM CancelRequest
                WHEN 4 PERFORM BalanceInquiry
                WHEN 5 PERFORM CalendarRun
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        IF TimeOffDirty
            PERFORM SaveTimeOffTable
        END-IF.
        STOP RUN.

    EnterRequest.
        PERFORM GetEmployee
        IF EmpFoundIdx = ZERO
            EXIT PARAGRAPH
        END-IF
        IF EmpIsTerminated
            DISPLAY "Employee " EmpID " is terminated"
            EXIT PARAGRAPH
        END-IF
        MOVE "V" TO EntryType
        MOVE SPACES TO EntryFrom, EntryThru
        MOVE "8" TO EntryHours
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY RequestEntryScreen
            ACCEPT RequestEntryScreen
            PERFORM EditRequest
        END-PERFORM
        *> Count the weekdays and make sure none is already out
        MOVE ZERO TO DayCount, ClashCount
        PERFORM CountOneDay VARYING DayInt FROM FromInt BY 1
            UNTIL DayInt > ThruInt
        IF ClashCount > ZERO
            DISPLAY ClashCount " of those days are already requested "
                "or approved - request not taken"
            EXIT PARAGRAPH
        END-IF
        IF DayCount = ZERO
            DISPLAY "No weekdays in that range - request not taken"
            EXIT PARAGRAPH
        END-IF
        COMPUTE RequestHours = DayCount * HoursPerDay
        MOVE EntryType TO CheckType
        MOVE ZERO TO SkipReqNum
        PERFORM FigureAvailable
        IF RequestHours > AvailHours
            MOVE RequestHours TO PrnHoursOut
            MOVE AvailHours TO PrnHoursOut2
            DISPLAY "Request for " PrnHoursOut " hours exceeds the "
                PrnHoursOut2 " available after approved time off - "
                "not taken"
            EXIT PARAGRAPH
        END-IF
        PERFORM WriteOneDay VARYING DayInt FROM FromInt BY 1
            UNTIL DayInt > ThruInt
        DISPLAY "Request " NextReqNum " entered for " DayCount
            " days - pending supervisor approval"
        ADD 1 TO NextReqNum
        SET TimeOffDirty TO TRUE.

    EditRequest.
        MOVE 'Y' TO ValidEntry
        MOVE FUNCTION UPPER-CASE(EntryType) TO EntryType
        IF EntryType NOT = "V" AND EntryType NOT = "S"
            DISPLAY "Type must be V or S"
            MOVE 'N' TO ValidEntry
        ELSE IF EntryFrom IS NOT NUMERIC OR EntryThru IS NOT NUMERIC
            DISPLAY "Days must be entered as YYYYMMDD"
            MOVE 'N' TO ValidEntry
        ELSE IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(EntryFrom))
                NOT = ZERO
            OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(EntryThru))
                NOT = ZERO
            DISPLAY "Not a valid date"
            MOVE 'N' TO ValidEntry
        ELSE IF EntryThru < EntryFrom
            DISPLAY "Last day is before the first day"
            MOVE 'N' TO ValidEntry
        ELSE IF FUNCTION TEST-NUMVAL(EntryHours) NOT = ZERO
            DISPLAY "Hours per day must be a number"
            MOVE 'N' TO ValidEntry
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        IF NOT EntryIsValid
            EXIT PARAGRAPH
        END-IF
        COMPUTE HoursPerDay = FUNCTION NUMVAL(EntryHours)
            ON SIZE ERROR MOVE ZERO TO HoursPerDay
        END-COMPUTE
        IF HoursPerDay = ZERO OR HoursPerDay > 24
            DISPLAY "Hours per day must be more than 0 and at most 24"
            MOVE 'N' TO ValidEntry
            EXIT PARAGRAPH
        END-IF
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(EntryFrom))
            TO FromInt
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(EntryThru))
            TO ThruInt
        IF ThruInt - FromInt + 1 > MaxRequestDays
            DISPLAY "A request covers at most " MaxRequestDays
                " calendar days"
            MOVE 'N' TO ValidEntry
        END-IF.

    CountOneDay.
        COMPUTE DayOfWeek = FUNCTION MOD(DayInt, 7)
        IF DayIsWeekend
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO DayCount
        MOVE FUNCTION DATE-OF-INTEGER(DayInt) TO DayDate
        MOVE 'N' TO DayClash
        PERFORM VARYING ToIdx FROM 1 BY 1
            UNTIL ToIdx > ToCount OR DayAlreadyOut
            MOVE TabToRecord(ToIdx) TO TimeOffRecord
            IF ToEmpID = EmpID AND ToDate = DayDate
                AND (TimeOffPending OR TimeOffApproved OR TimeOffTaken)
                SET DayAlreadyOut TO TRUE
            END-IF
        END-PERFORM
        IF DayAlreadyOut
            ADD 1 TO ClashCount
        END-IF.

    WriteOneDay.
        COMPUTE DayOfWeek = FUNCTION MOD(DayInt, 7)
        IF DayIsWeekend
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ToCount
        IF ToTableFull
            DISPLAY "Time off table full at 2000 days - raise the "
                "table size - session abandoned, nothing saved"
            STOP RUN
        END-IF
        MOVE SPACES TO TimeOffRecord
        MOVE NextReqNum TO ToReqNum
        MOVE EmpID TO ToEmpID
        MOVE FUNCTION DATE-OF-INTEGER(DayInt) TO DayDate
        MOVE DayDate TO ToDate
        MOVE EntryType TO ToType
        MOVE HoursPerDay TO ToHours
        SET TimeOffPending TO TRUE
        MOVE SignOnID TO ToEnteredBy
        MOVE TimeOffRecord TO TabToRecord(ToCount).

    FigureAvailable.
        *> Banked balance less approved days not yet paid - a pay run
        *> draws the balance down when it pays them, so taken days are
        *> already out of the balance
        MOVE TabEmpRecord(EmpFoundIdx) TO EmployeeData
        MOVE ZERO TO BankedHours
        IF CheckType = "V"
            IF EmpVacBal IS NUMERIC
                MOVE EmpVacBal TO BankedHours
            END-IF
        ELSE
            IF EmpSickBal IS NUMERIC
                MOVE EmpSickBal TO BankedHours
            END-IF
        END-IF
        MOVE ZERO TO ApprovedHours, PendingHours
        PERFORM AddOneCommitted VARYING ToIdx FROM 1 BY 1
            UNTIL ToIdx > ToCount
        COMPUTE AvailHours = BankedHours - ApprovedHours.

    AddOneCommitted.
        MOVE TabToRecord(ToIdx) TO TimeOffRecord
        IF ToEmpID = EmpID AND ToType = CheckType
            AND ToReqNum NOT = SkipReqNum
            IF TimeOffApproved
                ADD ToHours TO ApprovedHours
            ELSE IF TimeOffPending
                ADD ToHours TO PendingHours
            END-IF
            END-IF
        END-IF.

    ActionRequest.
        IF OpRole < 2
            DISPLAY "Approving time off requires supervisor rights"
            MOVE "DENY TIMEOFF" TO SecEvent
            CALL "SECLOG" USING SignOnID, SecEvent, SecRetCode
            EXIT PARAGRAPH
        END-IF
        PERFORM GetRequest
        IF ReqDays = ZERO
            EXIT PARAGRAPH
        END-IF
        IF ReqStatus NOT = "P"
            DISPLAY "Request " EntryReqNum " is not pending"
            EXIT PARAGRAPH
        END-IF
        *> Re-checked now - other requests may have been approved
        *> since this one was entered
        MOVE ReqEmpID TO EntryEmpID
        PERFORM FindEmployee
        IF EmpFoundIdx = ZERO
            DISPLAY "Employee " ReqEmpID " is no longer on file"
            EXIT PARAGRAPH
        END-IF
        MOVE ReqType TO CheckType
        MOVE EntryReqNum TO SkipReqNum
        PERFORM FigureAvailable
        MOVE RequestHours TO PrnHoursOut
        MOVE AvailHours TO PrnHoursOut2
        DISPLAY "Employee " ReqEmpID " " EmpName
        DISPLAY ReqType " " ReqFirst " to " ReqLast ", " ReqDays
            " days, " PrnHoursOut " hours - " PrnHoursOut2
            " available"
        DISPLAY "A approve, D deny, any other key to leave pending : "
            WITH NO ADVANCING
        ACCEPT ActionReply
        MOVE FUNCTION UPPER-CASE(ActionReply) TO ActionReply
        IF ActionReply = "A" AND RequestHours > AvailHours
            DISPLAY "Not enough balance to approve - deny it or wait "
                "for the next accrual"
            EXIT PARAGRAPH
        END-IF
        IF ActionReply = "A" OR ActionReply = "D"
            PERFORM SetOneDayStatus VARYING ToIdx FROM 1 BY 1
                UNTIL ToIdx > ToCount
            SET TimeOffDirty TO TRUE
            DISPLAY "Request " EntryReqNum " updated"
        END-IF.

    SetOneDayStatus.
        MOVE TabToRecord(ToIdx) TO TimeOffRecord
        IF ToReqNum = EntryReqNum AND TimeOffPending
            IF ActionReply = "A"
                SET TimeOffApproved TO TRUE
            ELSE
                SET TimeOffDenied TO TRUE
            END-IF
            MOVE SignOnID TO ToActionBy
            MOVE TimeOffRecord TO TabToRecord(ToIdx)
        END-IF.

    CancelRequest.
        *> Days already paid stay taken - only what is still ahead is
        *> cancelled
        PERFORM GetRequest
        IF ReqDays = ZERO
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO DayCount
        PERFORM CancelOneDay VARYING ToIdx FROM 1 BY 1
            UNTIL ToIdx > ToCount
        IF DayCount = ZERO
            DISPLAY "Nothing on request " EntryReqNum " left to cancel"
        ELSE
            SET TimeOffDirty TO TRUE
            DISPLAY DayCount " days of request " EntryReqNum
                " cancelled"
        END-IF.

    CancelOneDay.
        MOVE TabToRecord(ToIdx) TO TimeOffRecord
        IF ToReqNum = EntryReqNum
            AND (TimeOffPending OR TimeOffApproved)
            SET TimeOffCancelled TO TRUE
            MOVE SignOnID TO ToActionBy
            MOVE TimeOffRecord TO TabToRecord(ToIdx)
            ADD 1 TO DayCount
        END-IF.

    GetRequest.
        *> Gathers a request's days - first and last day, count, and
        *> the hours still pending or approved
        MOVE ZERO TO ReqDays, RequestHours
        MOVE SPACES TO ReqFirst, ReqLast, ReqStatus
        DISPLAY " "
        DISPLAY ReqNumScreen
        ACCEPT ReqNumScreen
        PERFORM GatherOneDay VARYING ToIdx FROM 1 BY 1
            UNTIL ToIdx > ToCount
        IF ReqDays = ZERO
            DISPLAY "Request " EntryReqNum " is not on file"
        END-IF.

    GatherOneDay.
        MOVE TabToRecord(ToIdx) TO TimeOffRecord
        IF ToReqNum = EntryReqNum
            ADD 1 TO ReqDays
            MOVE ToEmpID TO ReqEmpID
            MOVE ToType TO ReqType
            IF ReqFirst = SPACES OR ToDate < ReqFirst
                MOVE ToDate TO ReqFirst
            END-IF
            IF ToDate > ReqLast
                MOVE ToDate TO ReqLast
            END-IF
            IF TimeOffPending OR TimeOffApproved
                ADD ToHours TO RequestHours
                MOVE ToStatus TO ReqStatus
            ELSE IF ReqStatus = SPACES
                MOVE ToStatus TO ReqStatus
            END-IF
            END-IF
        END-IF.

    BalanceInquiry.
        PERFORM GetEmployee
        IF EmpFoundIdx = ZERO
            EXIT PARAGRAPH
        END-IF
        DISPLAY EmpID " " EmpName
        DISPLAY "           Banked   Approved    Pending  Available"
        MOVE ZERO TO SkipReqNum
        MOVE "V" TO CheckType
        PERFORM FigureAvailable
        PERFORM ShowBalanceLine
        MOVE "S" TO CheckType
        PERFORM FigureAvailable
        PERFORM ShowBalanceLine.

    ShowBalanceLine.
        MOVE BankedHours TO PrnHoursOut
        MOVE ApprovedHours TO PrnHoursOut2
        MOVE PendingHours TO PrnHoursOut3
        MOVE AvailHours TO PrnHoursOut4
        IF CheckType = "V"
            DISPLAY "Vacation " PrnHoursOut " " PrnHoursOut2 " "
                PrnHoursOut3 " " PrnHoursOut4
        ELSE
            DISPLAY "Sick     " PrnHoursOut " " PrnHoursOut2 " "
                PrnHoursOut3 " " PrnHoursOut4
        END-IF.

    CalendarRun.
        *> Every day out from the start of this week on - pending
        *> days included and marked - sorted by home department, week
        *> ending Saturday, and employee
        COMPUTE WeekEndInt = RunDateInt - FUNCTION MOD(RunDateInt, 7)
        MOVE FUNCTION DATE-OF-INTEGER(WeekEndInt) TO DayDate
        MOVE DayDate TO CalFromDate
        OPEN OUTPUT CalWorkFile
        IF NOT CalWorkFileOpenOK
            DISPLAY "Unable to open TimeOffCal.tmp - status "
                CalWorkFileStatus
            EXIT PARAGRAPH
        END-IF
        PERFORM WriteOneCalDay VARYING ToIdx FROM 1 BY 1
            UNTIL ToIdx > ToCount
        CLOSE CalWorkFile
        SORT SortWorkFile ON ASCENDING KEY SwDept, SwWeekEnd, SwEmpID,
            SwDate
            USING CalWorkFile
            GIVING SortedCalFile
        OPEN INPUT SortedCalFile
        IF NOT SortedCalFileOpenOK
            DISPLAY "Unable to open TimeOffCal.srt - status "
                SortedCalFileStatus
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT CalendarReport
        IF NOT CalendarReportOpenOK
            DISPLAY "Unable to open TimeOffCal.rpt - status "
                CalendarReportStatus
            CLOSE SortedCalFile
            EXIT PARAGRAPH
        END-IF
        MOVE CalFromDate TO PrnCalFrom
        MOVE RunDate TO PrnRunDate
        WRITE PrintLine FROM CalHeading
        MOVE HIGH-VALUES TO PrevDept
        MOVE ZERO TO PrevWeekEnd, WeekDays, CalDays
        MOVE 'N' TO CalEOF
        READ SortedCalFile
            AT END SET NoMoreCalDays TO TRUE
        END-READ
        PERFORM PrintOneCalDay UNTIL NoMoreCalDays
        IF CalDays > ZERO
            PERFORM PrintWeekTotal
        END-IF
        MOVE CalDays TO PrnCalDays
        WRITE PrintLine FROM CalTotalLine AFTER ADVANCING 2 LINES
        CLOSE SortedCalFile, CalendarReport
        DISPLAY CalDays " days out - see TimeOffCal.rpt".

    WriteOneCalDay.
        MOVE TabToRecord(ToIdx) TO TimeOffRecord
        IF ToDate < CalFromDate
            OR NOT (TimeOffPending OR TimeOffApproved OR TimeOffTaken)
            EXIT PARAGRAPH
        END-IF
        MOVE ToEmpID TO EntryEmpID
        PERFORM FindEmployee
        MOVE SPACES TO CalWorkRecord
        IF EmpFoundIdx = ZERO
            MOVE "???" TO CwDept
            MOVE "*** NOT ON MASTER" TO CwName
        ELSE
            MOVE TabEmpRecord(EmpFoundIdx) TO EmployeeData
            MOVE EmpHomeDept TO CwDept
            IF CwDept = SPACES
                MOVE "???" TO CwDept
            END-IF
            MOVE EmpName TO CwName
        END-IF
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ToDate))
            TO DayInt
        COMPUTE WeekEndInt = DayInt - FUNCTION MOD(DayInt, 7) + 6
        MOVE FUNCTION DATE-OF-INTEGER(WeekEndInt) TO CwWeekEnd
        MOVE ToEmpID TO CwEmpID
        MOVE ToDate TO CwDate
        MOVE ToType TO CwType
        MOVE ToHours TO CwHours
        MOVE ToStatus TO CwStatus
        WRITE CalWorkRecord.

    PrintOneCalDay.
        IF ScDept NOT = PrevDept
            IF CalDays > ZERO
                PERFORM PrintWeekTotal
            END-IF
            MOVE ScDept TO PrnDept
            WRITE PrintLine FROM DeptLine AFTER ADVANCING 2 LINES
            MOVE ScDept TO PrevDept
            MOVE ZERO TO PrevWeekEnd
        END-IF
        IF ScWeekEnd NOT = PrevWeekEnd
            IF PrevWeekEnd NOT = ZERO
                PERFORM PrintWeekTotal
            END-IF
            MOVE ScWeekEnd TO PrnWeekEnd
            WRITE PrintLine FROM WeekLine AFTER ADVANCING 1 LINE
            MOVE ScWeekEnd TO PrevWeekEnd
        END-IF
        MOVE SPACES TO CalDetail
        MOVE ScEmpID TO PrnCalEmpID
        MOVE ScName TO PrnCalName
        MOVE ScDate TO PrnCalDate
        IF ScType = "S"
            MOVE "SICK" TO PrnCalType
        ELSE
            MOVE "VACATION" TO PrnCalType
        END-IF
        MOVE ScHours TO PrnCalHours
        IF CalDayPending
            MOVE "PENDING" TO PrnCalNote
        END-IF
        WRITE PrintLine FROM CalDetail AFTER ADVANCING 1 LINE
        ADD 1 TO WeekDays
        ADD 1 TO CalDays
        READ SortedCalFile
            AT END SET NoMoreCalDays TO TRUE
        END-READ.

    PrintWeekTotal.
        MOVE WeekDays TO PrnWeekDays
        WRITE PrintLine FROM WeekTotalLine AFTER ADVANCING 1 LINE
        MOVE ZERO TO WeekDays.

    GetEmployee.
        DISPLAY " "
        DISPLAY EmpIDScreen
        ACCEPT EmpIDScreen
        PERFORM FindEmployee
        IF EmpFoundIdx = ZERO
            DISPLAY "Employee " EntryEmpID " is not on file"
        ELSE
            MOVE TabEmpRecord(EmpFoundIdx) TO EmployeeData
        END-IF.

    FindEmployee.
        MOVE ZERO TO EmpFoundIdx
        PERFORM VARYING EmpIdx FROM 1 BY 1
            UNTIL EmpIdx > EmpCount OR EmpFoundIdx > ZERO
            MOVE TabEmpRecord(EmpIdx) TO EmployeeData
            IF EmpID = EntryEmpID
                MOVE EmpIdx TO EmpFoundIdx
            END-IF
        END-PERFORM.

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
        CALL "OPSIGNON" USING SignOnID, SignOnName, OpRole,
            SignOnRetCode
        IF SignOnRetCode = ZERO
            SET OperatorSignedOn TO TRUE
        END-IF.

    LoadEmployeeTable.
        OPEN INPUT EmployeeFile.
        IF NOT EmployeeFileOpenOK
            DISPLAY "Unable to open Employee.dat - status "
                EmployeeFileStatus
            STOP RUN
        END-IF.
        READ EmployeeFile
            AT END SET NoMoreEmployees TO TRUE
        END-READ.
        PERFORM LoadEmployeeEntry UNTIL NoMoreEmployees.
        CLOSE EmployeeFile.

    LoadEmployeeEntry.
        ADD 1 TO EmpCount
        IF EmpTableFull
            DISPLAY "Employee table full at " EmpID
                " - raise the table size - run abandoned"
            CLOSE EmployeeFile
            STOP RUN
        ELSE
            MOVE EmployeeData TO TabEmpRecord(EmpCount)
        END-IF
        READ EmployeeFile
            AT END SET NoMoreEmployees TO TRUE
        END-READ.

    LoadTimeOffTable.
        OPEN INPUT TimeOffFile
        IF TimeOffFileOpenOK
            READ TimeOffFile
                AT END SET NoMoreTimeOff TO TRUE
            END-READ
            PERFORM LoadTimeOffEntry UNTIL NoMoreTimeOff
        END-IF
        CLOSE TimeOffFile.

    LoadTimeOffEntry.
        ADD 1 TO ToCount
        IF ToTableFull
            DISPLAY "Time off table full at 2000 days - raise the "
                "table size - run abandoned"
            CLOSE TimeOffFile
            STOP RUN
        END-IF
        MOVE TimeOffRecord TO TabToRecord(ToCount)
        IF ToReqNum NOT < NextReqNum
            COMPUTE NextReqNum = ToReqNum + 1
        END-IF
        READ TimeOffFile
            AT END SET NoMoreTimeOff TO TRUE
        END-READ.

    SaveTimeOffTable.
        OPEN OUTPUT TimeOffFile
        IF TimeOffFileStatus NOT = "00" AND TimeOffFileStatus NOT = "05"
            DISPLAY "Unable to save TimeOff.dat - status "
                TimeOffFileStatus
            STOP RUN
        END-IF
        PERFORM SaveTimeOffEntry VARYING ToIdx FROM 1 BY 1
            UNTIL ToIdx > ToCount
        CLOSE TimeOffFile.

    SaveTimeOffEntry.
        MOVE TabToRecord(ToIdx) TO TimeOffRecord
        WRITE TimeOffRecord.
