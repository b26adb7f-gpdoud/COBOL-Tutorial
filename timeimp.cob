       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. timeimp.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL PunchFile ASSIGN TO "TimePunch.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PunchFileStatus.
        SELECT SortWorkFile ASSIGN TO "punchsort.tmp".
        SELECT SortedPunchFile ASSIGN TO "TimePunch.tmp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SortedPunchFileStatus.
        SELECT HoursFile ASSIGN TO "PayHours.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HoursFileStatus.
        SELECT ImportReport ASSIGN TO "TimeImp.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ImportReportStatus.
        SELECT OPTIONAL TimeCtlFile ASSIGN TO "TimeCtl.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TimeCtlFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD PunchFile.
        *> One row per swipe off the time clock download - I for a
        *> punch in, O for a punch out, and the department the
        *> employee clocked in to (spaces for their home department)
        01 PunchRecord.
            02 TpEmpID PIC 9(5).
            02 FILLER PIC X.
            02 TpDate PIC X(8).
            02 FILLER PIC X.
            02 TpTime PIC X(4).
            02 FILLER PIC X.
            02 TpInOut PIC X.
            02 FILLER PIC X.
            02 TpDept PIC X(3).

        SD SortWorkFile.
        01 SortPunchRecord.
            02 SwEmpID PIC 9(5).
            02 FILLER PIC X.
            02 SwDate PIC X(8).
            02 FILLER PIC X.
            02 SwTime PIC X(4).
            02 FILLER PIC X.
            02 SwInOut PIC X.
            02 FILLER PIC X.
            02 SwDept PIC X(3).

        FD SortedPunchFile.
        01 SortedPunchRecord.
            02 SpEmpID PIC 9(5).
            02 FILLER PIC X.
            02 SpDate PIC X(8).
            02 FILLER PIC X.
            02 SpTime.
                03 SpHour PIC 99.
                03 SpMinute PIC 99.
            02 FILLER PIC X.
            02 SpInOut PIC X.
                88 PunchIsIn VALUE "I" "i".
                88 PunchIsOut VALUE "O" "o".
            02 FILLER PIC X.
            02 SpDept PIC X(3).

        FD HoursFile.
        *> The layout payrun reads
        01 HoursRecord.
            02 PhEmpID PIC 9(5).
            02 FILLER PIC X.
            02 PhHours PIC 9(3)V99.
            02 FILLER PIC X.
            02 PhPayType PIC X.
            02 FILLER PIC X.
            02 PhDept PIC X(3).

        FD ImportReport.
        01 PrintLine PIC X(100).

        FD TimeCtlFile.
        01 TimeCtlRecord.
            COPY TIMECTL.

    WORKING-STORAGE SECTION.
        01 FunctionCode PIC X.
        01 PunchEOF PIC X VALUE 'N'.
            88 NoMorePunches VALUE 'Y'.
        *> The in punch waiting for its out
        01 PunchOpen PIC X VALUE 'N'.
            88 InPunchPending VALUE 'Y'.
        01 InEmpID PIC 9(5) VALUE ZERO.
        01 InDate PIC X(8).
        01 InTime.
            02 InHour PIC 99.
            02 InMinute PIC 99.
        01 InDept PIC X(3).
        01 InDateInt PIC 9(7) COMP VALUE ZERO.
        01 OutDateInt PIC 9(7) COMP VALUE ZERO.
        01 ShiftMinutes PIC S9(7) VALUE ZERO.
        01 MaxShiftMinutes PIC 9(4) VALUE 960.
        01 WeekOTMinutes PIC 9(4) VALUE 2400.
        01 WeekEndInt PIC 9(7) COMP VALUE ZERO.
        01 WeekEndDate PIC 9(8) VALUE ZERO.
        *> Paired time per employee per week per department - one
        *> PayHours.dat record each
        01 HoursTable.
            02 HoursEntry OCCURS 500 TIMES.
                03 TabHtEmpID PIC 9(5).
                03 TabHtWeekEnd PIC 9(8).
                03 TabHtDept PIC X(3).
                03 TabHtMinutes PIC 9(6).
        01 HtCount PIC 9(3) VALUE ZERO.
            88 HoursTableFull VALUE 501 THRU 999.
        01 HtIdx PIC 9(3) VALUE ZERO.
        01 HtJdx PIC 9(3) VALUE ZERO.
        01 HtFoundIdx PIC 9(3) VALUE ZERO.
        01 EmpWeekMinutes PIC 9(6) VALUE ZERO.
        01 EmpWeekDepts PIC 99 VALUE ZERO.
        01 EmpWeekEnd PIC X VALUE 'N'.
            88 EmpWeekDone VALUE 'Y'.
        *> Company hours per week per department for the summary
        01 WeekDeptTable.
            02 WeekDeptEntry OCCURS 100 TIMES.
                03 TabWdWeekEnd PIC 9(8).
                03 TabWdDept PIC X(3).
                03 TabWdMinutes PIC 9(7).
        01 WdCount PIC 9(3) VALUE ZERO.
            88 WeekDeptTableFull VALUE 101 THRU 999.
        01 WdIdx PIC 9(3) VALUE ZERO.
        01 WdFoundIdx PIC 9(3) VALUE ZERO.
        01 WorkHours PIC 9(5)V99 VALUE ZERO.
        01 ExceptCount PIC 9(5) VALUE ZERO.
        01 PairCount PIC 9(5) VALUE ZERO.
        01 ExceptIssue PIC X(40).
        01 ExEmpID PIC 9(5).
        01 ExDate PIC X(8).
        01 ExTime PIC X(4).
        01 ClearReply PIC X.
            88 ClearConfirmed VALUE "Y" "y".
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 SignOnID PIC X(8).
        01 SignOnName PIC X(20).
        01 SignOnTries PIC 9 VALUE ZERO.
        01 OperatorOK PIC X VALUE 'N'.
            88 OperatorSignedOn VALUE 'Y'.
        01 OpRole PIC 9 VALUE ZERO.
        01 SignOnRetCode PIC 9(2) VALUE ZERO.
        01 SecEvent PIC X(12).
        01 SecRetCode PIC 9(2) VALUE ZERO.
        01 PageHeading.
            02 FILLER PIC X(30) VALUE "TIME CLOCK IMPORT  ".
            02 PrnRunDate PIC X(8).
        01 ExceptHeads PIC X(100) VALUE
            "EXCEPTIONS          EmpID  Date      Time  Issue".
        01 ExceptLine.
            02 FILLER PIC X(20) VALUE SPACE.
            02 PrnExEmpID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnExDate PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnExTime PIC X(4).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnExIssue PIC X(40).
        01 NoExceptLine PIC X(100) VALUE
            "                    NONE - cleared for payroll".
        01 HoursHeads PIC X(100) VALUE
            "HOURS WRITTEN       EmpID  Week End  Dept     Hours".
        01 HoursLine.
            02 FILLER PIC X(20) VALUE SPACE.
            02 PrnHtEmpID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnHtWeekEnd PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnHtDept PIC X(3).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnHtHours PIC ZZZZ9.99.
        01 WeekDeptHeads PIC X(100) VALUE
            "REGULAR HOURS BY    Week End  Dept     Hours".
        01 WeekDeptLine.
            02 FILLER PIC X(20) VALUE SPACE.
            02 PrnWdWeekEnd PIC 9(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnWdDept PIC X(3).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnWdHours PIC ZZZZ9.99.
        01 TotalsLine.
            02 FILLER PIC X(20) VALUE "PUNCH PAIRS       : ".
            02 PrnPairCount PIC ZZZZ9.
            02 FILLER PIC X(20) VALUE "    EXCEPTIONS    : ".
            02 PrnExceptCount PIC ZZZZ9.
        01 PunchFileStatus PIC XX.
            88 PunchFileOpenOK VALUE "00".
        01 SortedPunchFileStatus PIC XX.
            88 SortedPunchFileOpenOK VALUE "00".
        01 HoursFileStatus PIC XX.
            88 HoursFileOpenOK VALUE "00".
        01 ImportReportStatus PIC XX.
            88 ImportReportOpenOK VALUE "00".
        01 TimeCtlFileStatus PIC XX.
            88 TimeCtlFileOpenOK VALUE "00".

    SCREEN SECTION.
        01 SignOnScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "TIME CLOCK EXCEPTIONS - SUPERVISOR SIGN ON".
            02 LINE 3 COLUMN 1 VALUE "Operator ID : ".
            02 LINE 3 COLUMN 15 PIC X(8) USING SignOnID.

PROCEDURE DIVISION.
    StartTimeImp.
        *> Builds PayHours.dat from the time clock download instead of
        *> supervisors re-keying the printout. Punches are sorted into
        *> employee/date/time order and paired in to out; a missing
        *> punch, a shift over 16 hours, or a week over 40 hours split
        *> across departments (payrun figures overtime per hours
        *> record) goes on the exceptions report and the pair is not
        *> paid. Paired time is totaled per employee per week per
        *> department into the PayHours.dat records payrun reads.
        *> While any exception is open TimeCtl.dat holds payrun off;
        *> a supervisor corrects PayHours.dat and clears it here.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        DISPLAY "Time clock - I import punches, C clear exceptions : "
            WITH NO ADVANCING.
        ACCEPT FunctionCode.
        MOVE FUNCTION UPPER-CASE(FunctionCode) TO FunctionCode.
        IF FunctionCode = "C"
            PERFORM ClearExceptions
            STOP RUN
        END-IF.
        IF FunctionCode NOT = "I"
            DISPLAY "Function must be I or C"
            STOP RUN
        END-IF.

        *> An absent download must not wipe last period's PayHours.dat
        OPEN INPUT PunchFile.
        IF NOT PunchFileOpenOK
            DISPLAY "No TimePunch.dat - nothing imported"
            STOP RUN
        END-IF.
        CLOSE PunchFile.
        SORT SortWorkFile ON ASCENDING KEY SwEmpID, SwDate, SwTime
            USING PunchFile
            GIVING SortedPunchFile.

        OPEN INPUT SortedPunchFile.
        IF NOT SortedPunchFileOpenOK
            DISPLAY "Unable to open sorted punch file - status "
                SortedPunchFileStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT ImportReport.
        IF NOT ImportReportOpenOK
            DISPLAY "Unable to open TimeImp.rpt - status "
                ImportReportStatus
            STOP RUN
        END-IF.
        MOVE RunDate TO PrnRunDate
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM ExceptHeads AFTER ADVANCING 2 LINES.

        READ SortedPunchFile
            AT END SET NoMorePunches TO TRUE
        END-READ.
        PERFORM PairOnePunch UNTIL NoMorePunches.
        IF InPunchPending
            PERFORM FlagMissingOut
        END-IF.
        CLOSE SortedPunchFile.
        PERFORM CheckSplitWeek VARYING HtIdx FROM 1 BY 1
            UNTIL HtIdx > HtCount.
        IF ExceptCount = ZERO
            WRITE PrintLine FROM NoExceptLine AFTER ADVANCING 1 LINE
        END-IF.

        OPEN OUTPUT HoursFile.
        IF NOT HoursFileOpenOK
            DISPLAY "Unable to open PayHours.dat - status "
                HoursFileStatus
            STOP RUN
        END-IF.
        WRITE PrintLine FROM HoursHeads AFTER ADVANCING 2 LINES.
        PERFORM WriteOneHoursRecord VARYING HtIdx FROM 1 BY 1
            UNTIL HtIdx > HtCount.
        CLOSE HoursFile.
        WRITE PrintLine FROM WeekDeptHeads AFTER ADVANCING 2 LINES.
        PERFORM PrintOneWeekDept VARYING WdIdx FROM 1 BY 1
            UNTIL WdIdx > WdCount.
        MOVE PairCount TO PrnPairCount
        MOVE ExceptCount TO PrnExceptCount
        WRITE PrintLine FROM TotalsLine AFTER ADVANCING 2 LINES.
        CLOSE ImportReport.

        PERFORM WriteTimeControl.
        IF ExceptCount > ZERO
            DISPLAY ExceptCount " time clock exceptions - payroll is "
                "held until a supervisor clears TimeImp.rpt"
        ELSE
            DISPLAY "Time clock import clean - " HtCount
                " hours records written to PayHours.dat"
        END-IF.
        STOP RUN.

    PairOnePunch.
        *> A new employee with an in punch still open means the last
        *> shift of the previous employee never punched out
        IF InPunchPending AND SpEmpID NOT = InEmpID
            PERFORM FlagMissingOut
        END-IF
        IF SpDate IS NOT NUMERIC OR SpTime IS NOT NUMERIC
            OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(SpDate))
                NOT = ZERO
            OR SpHour > 23 OR SpMinute > 59
            OR (NOT PunchIsIn AND NOT PunchIsOut)
            MOVE "Unreadable punch - not used" TO ExceptIssue
            PERFORM FlagCurrentPunch
        ELSE IF PunchIsIn
            IF InPunchPending
                PERFORM FlagMissingOut
            END-IF
            SET InPunchPending TO TRUE
            MOVE SpEmpID TO InEmpID
            MOVE SpDate TO InDate
            MOVE SpTime TO InTime
            MOVE SpDept TO InDept
        ELSE IF NOT InPunchPending
            MOVE "Out punch with no in punch" TO ExceptIssue
            PERFORM FlagCurrentPunch
        ELSE
            PERFORM CloseShift
        END-IF
        END-IF
        END-IF
        READ SortedPunchFile
            AT END SET NoMorePunches TO TRUE
        END-READ.

    CloseShift.
        MOVE 'N' TO PunchOpen
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(InDate))
            TO InDateInt
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(SpDate))
            TO OutDateInt
        COMPUTE ShiftMinutes = (OutDateInt - InDateInt) * 1440
            + (SpHour * 60 + SpMinute) - (InHour * 60 + InMinute)
        IF ShiftMinutes > MaxShiftMinutes
            MOVE InEmpID TO ExEmpID
            MOVE InDate TO ExDate
            MOVE InTime TO ExTime
            MOVE "Shift over 16 hours - not paid" TO ExceptIssue
            PERFORM WriteException
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO PairCount
        PERFORM AddShiftHours.

    AddShiftHours.
        *> The shift counts in the week (Sunday to Saturday) it
        *> started in, at the department punched in to
        COMPUTE WeekEndInt =
            InDateInt - FUNCTION MOD(InDateInt, 7) + 6
        MOVE FUNCTION DATE-OF-INTEGER(WeekEndInt) TO WeekEndDate
        MOVE ZERO TO HtFoundIdx
        PERFORM VARYING HtIdx FROM 1 BY 1
            UNTIL HtIdx > HtCount OR HtFoundIdx > ZERO
            IF TabHtEmpID(HtIdx) = InEmpID
                AND TabHtWeekEnd(HtIdx) = WeekEndDate
                AND TabHtDept(HtIdx) = InDept
                MOVE HtIdx TO HtFoundIdx
            END-IF
        END-PERFORM
        IF HtFoundIdx = ZERO
            ADD 1 TO HtCount
            IF HoursTableFull
                *> A partial PayHours.dat would underpay silently
                DISPLAY "Hours table full at employee " InEmpID
                    " - raise the table size - import abandoned"
                CLOSE SortedPunchFile, ImportReport
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE InEmpID TO TabHtEmpID(HtCount)
            MOVE WeekEndDate TO TabHtWeekEnd(HtCount)
            MOVE InDept TO TabHtDept(HtCount)
            MOVE ZERO TO TabHtMinutes(HtCount)
            MOVE HtCount TO HtFoundIdx
        END-IF
        ADD ShiftMinutes TO TabHtMinutes(HtFoundIdx).

    FlagMissingOut.
        MOVE 'N' TO PunchOpen
        MOVE InEmpID TO ExEmpID
        MOVE InDate TO ExDate
        MOVE InTime TO ExTime
        MOVE "In punch with no out punch" TO ExceptIssue
        PERFORM WriteException.

    FlagCurrentPunch.
        MOVE SpEmpID TO ExEmpID
        MOVE SpDate TO ExDate
        MOVE SpTime TO ExTime
        PERFORM WriteException.

    WriteException.
        MOVE SPACES TO ExceptLine
        MOVE ExEmpID TO PrnExEmpID
        MOVE ExDate TO PrnExDate
        MOVE ExTime TO PrnExTime
        MOVE ExceptIssue TO PrnExIssue
        WRITE PrintLine FROM ExceptLine AFTER ADVANCING 1 LINE
        ADD 1 TO ExceptCount.

    CheckSplitWeek.
        *> An employee's weeks sit together in the table; on the first
        *> row of each week add up every department's time for it
        IF HtIdx > 1
            IF TabHtEmpID(HtIdx - 1) = TabHtEmpID(HtIdx)
                AND TabHtWeekEnd(HtIdx - 1) = TabHtWeekEnd(HtIdx)
                EXIT PARAGRAPH
            END-IF
        END-IF
        MOVE ZERO TO EmpWeekMinutes, EmpWeekDepts
        MOVE 'N' TO EmpWeekEnd
        PERFORM AddEmpWeekRow VARYING HtJdx FROM HtIdx BY 1
            UNTIL HtJdx > HtCount OR EmpWeekDone
        IF EmpWeekDepts > 1 AND EmpWeekMinutes > WeekOTMinutes
            MOVE TabHtEmpID(HtIdx) TO ExEmpID
            MOVE TabHtWeekEnd(HtIdx) TO ExDate
            MOVE SPACES TO ExTime
            MOVE "Over 40 hrs across depts - key overtime"
                TO ExceptIssue
            PERFORM WriteException
        END-IF.

    AddEmpWeekRow.
        IF TabHtEmpID(HtJdx) NOT = TabHtEmpID(HtIdx)
            OR TabHtWeekEnd(HtJdx) NOT = TabHtWeekEnd(HtIdx)
            SET EmpWeekDone TO TRUE
        ELSE
            ADD TabHtMinutes(HtJdx) TO EmpWeekMinutes
            ADD 1 TO EmpWeekDepts
        END-IF.

    WriteOneHoursRecord.
        COMPUTE WorkHours ROUNDED = TabHtMinutes(HtIdx) / 60
        MOVE SPACES TO HoursRecord
        MOVE TabHtEmpID(HtIdx) TO PhEmpID
        MOVE WorkHours TO PhHours
        MOVE "R" TO PhPayType
        MOVE TabHtDept(HtIdx) TO PhDept
        WRITE HoursRecord
        MOVE SPACES TO HoursLine
        MOVE TabHtEmpID(HtIdx) TO PrnHtEmpID
        MOVE TabHtWeekEnd(HtIdx) TO PrnHtWeekEnd
        MOVE TabHtDept(HtIdx) TO PrnHtDept
        MOVE WorkHours TO PrnHtHours
        WRITE PrintLine FROM HoursLine AFTER ADVANCING 1 LINE
        PERFORM TallyWeekDept.

    TallyWeekDept.
        MOVE ZERO TO WdFoundIdx
        PERFORM VARYING WdIdx FROM 1 BY 1
            UNTIL WdIdx > WdCount OR WdFoundIdx > ZERO
            IF TabWdWeekEnd(WdIdx) = TabHtWeekEnd(HtIdx)
                AND TabWdDept(WdIdx) = TabHtDept(HtIdx)
                MOVE WdIdx TO WdFoundIdx
            END-IF
        END-PERFORM
        IF WdFoundIdx = ZERO
            ADD 1 TO WdCount
            IF WeekDeptTableFull
                DISPLAY "Week/department table full - "
                    TabHtDept(HtIdx) " not summarized"
                SUBTRACT 1 FROM WdCount
                EXIT PARAGRAPH
            END-IF
            MOVE TabHtWeekEnd(HtIdx) TO TabWdWeekEnd(WdCount)
            MOVE TabHtDept(HtIdx) TO TabWdDept(WdCount)
            MOVE ZERO TO TabWdMinutes(WdCount)
            MOVE WdCount TO WdFoundIdx
        END-IF
        ADD TabHtMinutes(HtIdx) TO TabWdMinutes(WdFoundIdx).

    PrintOneWeekDept.
        MOVE SPACES TO WeekDeptLine
        MOVE TabWdWeekEnd(WdIdx) TO PrnWdWeekEnd
        MOVE TabWdDept(WdIdx) TO PrnWdDept
        COMPUTE WorkHours ROUNDED = TabWdMinutes(WdIdx) / 60
        MOVE WorkHours TO PrnWdHours
        WRITE PrintLine FROM WeekDeptLine AFTER ADVANCING 1 LINE.

    WriteTimeControl.
        OPEN OUTPUT TimeCtlFile
        IF TimeCtlFileStatus NOT = "00" AND TimeCtlFileStatus NOT = "05"
            DISPLAY "Unable to write TimeCtl.dat - status "
                TimeCtlFileStatus
            STOP RUN
        END-IF
        MOVE SPACES TO TimeCtlRecord
        IF ExceptCount > ZERO
            SET TimeExceptionsOpen TO TRUE
        ELSE
            SET TimeExceptionsClear TO TRUE
        END-IF
        MOVE ExceptCount TO TcExceptCount
        MOVE RunDate TO TcImportDate
        WRITE TimeCtlRecord
        CLOSE TimeCtlFile.

    ClearExceptions.
        *> Supervisor sign-off that the exceptions on TimeImp.rpt have
        *> been worked and PayHours.dat corrected by hand
        OPEN INPUT TimeCtlFile
        IF NOT TimeCtlFileOpenOK
            DISPLAY "No time clock import on file - nothing to clear"
            EXIT PARAGRAPH
        END-IF
        READ TimeCtlFile
            AT END MOVE SPACES TO TimeCtlRecord
        END-READ
        CLOSE TimeCtlFile
        IF NOT TimeExceptionsOpen
            DISPLAY "No open time clock exceptions - nothing to clear"
            EXIT PARAGRAPH
        END-IF
        PERFORM SignOn
        IF NOT OperatorSignedOn
            DISPLAY "Sign-on failed - exceptions not cleared"
            EXIT PARAGRAPH
        END-IF
        IF OpRole < 2
            DISPLAY "Clearing time clock exceptions requires "
                "supervisor rights - refused"
            MOVE "DENY TIMECLR" TO SecEvent
            CALL "SECLOG" USING SignOnID, SecEvent, SecRetCode
            EXIT PARAGRAPH
        END-IF
        DISPLAY TcExceptCount " exceptions from the import of "
            TcImportDate " - see TimeImp.rpt"
        DISPLAY "Corrected on PayHours.dat and cleared for payroll "
            "(Y/N) : " WITH NO ADVANCING
        ACCEPT ClearReply
        IF NOT ClearConfirmed
            DISPLAY "Exceptions left open - payroll still held"
            EXIT PARAGRAPH
        END-IF
        SET TimeExceptionsClear TO TRUE
        MOVE SignOnID TO TcClearedBy
        MOVE RunDate TO TcClearedDate
        OPEN OUTPUT TimeCtlFile
        IF TimeCtlFileStatus NOT = "00" AND TimeCtlFileStatus NOT = "05"
            DISPLAY "Unable to write TimeCtl.dat - status "
                TimeCtlFileStatus
            STOP RUN
        END-IF
        WRITE TimeCtlRecord
        CLOSE TimeCtlFile
        DISPLAY "Time clock exceptions cleared by " SignOnID
            " - payroll may run".

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
