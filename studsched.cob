       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. studsched.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RegFile ASSIGN TO "Register.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RgKey
            ALTERNATE RECORD KEY IS RgStudID WITH DUPLICATES
            FILE STATUS IS RegFileStatus.
        SELECT TtFile ASSIGN TO "Timetable.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TtKey
            ALTERNATE RECORD KEY IS TtRoom WITH DUPLICATES
            ALTERNATE RECORD KEY IS TtInstID WITH DUPLICATES
            FILE STATUS IS TtFileStatus.
        SELECT OPTIONAL MergedFile ASSIGN TO "student_merged.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MergedFileStatus.
        SELECT SchedReport ASSIGN TO "StudSched.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SchedReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD RegFile.
        01 RegData.
            COPY REGREC.

        FD TtFile.
        01 TtData.
            COPY TTREC.

        FD MergedFile.
        01 MStudData.
            COPY STUDREC REPLACING StudID BY MStudID,
                StudName BY MStudName,
                StudFirstName BY MStudFirstName,
                StudLastName BY MStudLastName,
                StudDOB BY MStudDOB,
                StudSection BY MStudSection.

        FD SchedReport.
        01 PrintLine PIC X(80).
    WORKING-STORAGE SECTION.
        01 SchedTerm PIC X(6).
        01 WantedStudIn PIC X(5).
        01 WantedStudID PIC 9(5) VALUE ZERO.
        01 CurrentStudID PIC 9(5) VALUE ZERO.
        01 RegEOF PIC X VALUE 'N'.
            88 NoMoreRegs VALUE 'Y'.
        01 TtEOF PIC X VALUE 'N'.
            88 NoMoreSections VALUE 'Y'.
        01 MergedEOF PIC X VALUE 'N'.
            88 NoMoreStudents VALUE 'Y'.
        01 StudFound PIC X VALUE 'N'.
            88 StudentFound VALUE 'Y'.
        01 StudName PIC X(31).
      *> The student's meetings for the week, and the registered
      *> courses that could not be put on it
        01 MeetTable.
            02 MeetEntry OCCURS 40 TIMES.
                03 TabMtCourse PIC X(8).
                03 TabMtSection PIC X(3).
                03 TabMtDays PIC X(7).
                03 TabMtDayFlags REDEFINES TabMtDays.
                    04 TabMtDay PIC X OCCURS 7 TIMES.
                03 TabMtStart PIC 9(4).
                03 TabMtEnd PIC 9(4).
                03 TabMtRoom PIC X(6).
                03 TabMtClashWith PIC X(8).
        01 MeetCount PIC 99 VALUE ZERO.
            88 MeetTableFull VALUE 41 THRU 99.
        01 MeetIdx PIC 99 VALUE ZERO.
        01 OtherIdx PIC 99 VALUE ZERO.
        01 SwapEntry PIC X(40).
        01 UnplacedTable.
            02 UnplacedEntry OCCURS 20 TIMES.
                03 TabUpCourse PIC X(8).
                03 TabUpReason PIC X(40).
        01 UnplacedCount PIC 99 VALUE ZERO.
            88 UnplacedTableFull VALUE 21 THRU 99.
        01 UpIdx PIC 99 VALUE ZERO.
        01 UnplacedReason PIC X(40).
        01 SectionCount PIC 9(3) VALUE ZERO.
        01 WorkCourse PIC X(8).
        01 DayIdx PIC 9 VALUE ZERO.
        01 DayShared PIC X.
            88 MeetingsShareDay VALUE 'Y'.
        01 DayPrinted PIC X.
        01 StudentCount PIC 9(5) VALUE ZERO.
        01 ClashStudentCount PIC 9(5) VALUE ZERO.
        01 ClashCount PIC 9(3) VALUE ZERO.
        01 DayNameValues.
            02 FILLER PIC X(9) VALUE "MONDAY".
            02 FILLER PIC X(9) VALUE "TUESDAY".
            02 FILLER PIC X(9) VALUE "WEDNESDAY".
            02 FILLER PIC X(9) VALUE "THURSDAY".
            02 FILLER PIC X(9) VALUE "FRIDAY".
            02 FILLER PIC X(9) VALUE "SATURDAY".
            02 FILLER PIC X(9) VALUE "SUNDAY".
        01 DayNameTable REDEFINES DayNameValues.
            02 DayName PIC X(9) OCCURS 7 TIMES.
        01 SchedHeading.
            02 FILLER PIC X(24) VALUE "WEEKLY CLASS SCHEDULE - ".
            02 PrnSchedTerm PIC X(6).
        01 StudLine.
            02 FILLER PIC X(11) VALUE "STUDENT  : ".
            02 PrnStudID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStudName PIC X(31).
        01 DayLine.
            02 PrnDayName PIC X(9).
        01 MeetLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnMtStart PIC 9(4).
            02 FILLER PIC X VALUE "-".
            02 PrnMtEnd PIC 9(4).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnMtCourse PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 PrnMtSection PIC X(3).
            02 FILLER PIC X(7) VALUE "  ROOM ".
            02 PrnMtRoom PIC X(6).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnMtFlag PIC X(30).
        01 UnplacedLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnUpCourse PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnUpReason PIC X(40).
        01 ClashLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnClashCount PIC ZZ9.
            02 FILLER PIC X(41) VALUE
                " TIME CLASH(ES) - SEE THE REGISTRAR".
        01 ReportFooting.
            02 FILLER PIC X(13) VALUE "END OF RUN   ".
            02 PrnTotStudents PIC ZZZZ9.
            02 FILLER PIC X(12) VALUE " STUDENTS   ".
            02 PrnTotClash PIC ZZZZ9.
            02 FILLER PIC X(18) VALUE " WITH TIME CLASHES".
        01 RegFileStatus PIC XX.
            88 RegFileOpenOK VALUE "00".
        01 TtFileStatus PIC XX.
            88 TtFileOpenOK VALUE "00".
        01 MergedFileStatus PIC XX.
            88 MergedFileOpenOK VALUE "00".
        01 SchedReportStatus PIC XX.
            88 SchedReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartSchedule.
        *> Each student's week for the term, built from the crsreg
        *> enrollments on Register.dat and the meetings on
        *> Timetable.dat - day by day in time order with the room -
        *> and any two classes that meet on the same day at
        *> overlapping times flagged as a clash. A course whose section
        *> is not yet assigned, or that is not on the timetable, is
        *> listed after the week. One student, or every student
        *> registered for the term.
        DISPLAY "Term (e.g. 2027SP) : " WITH NO ADVANCING.
        ACCEPT SchedTerm.
        MOVE FUNCTION UPPER-CASE(SchedTerm) TO SchedTerm.
        DISPLAY "Student ID (blank = every registered student) : "
            WITH NO ADVANCING.
        MOVE SPACES TO WantedStudIn.
        ACCEPT WantedStudIn.
        IF WantedStudIn NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WantedStudIn) NOT = ZERO
                DISPLAY "Student ID must be numeric - no schedule"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE FUNCTION NUMVAL(WantedStudIn) TO WantedStudID
        END-IF.

        OPEN INPUT RegFile.
        IF NOT RegFileOpenOK
            DISPLAY "Unable to open Register.dat - status " RegFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN INPUT TtFile.
        IF NOT TtFileOpenOK
            DISPLAY "Unable to open Timetable.dat - status "
                TtFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT SchedReport.
        IF NOT SchedReportOpenOK
            DISPLAY "Unable to open StudSched.rpt - status "
                SchedReportStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.

        *> The student alternate key brings each student's
        *> registrations together
        MOVE WantedStudID TO RgStudID
        START RegFile KEY IS NOT LESS THAN RgStudID
            INVALID KEY SET NoMoreRegs TO TRUE
        END-START.
        IF NOT NoMoreRegs
            READ RegFile NEXT RECORD
                AT END SET NoMoreRegs TO TRUE
            END-READ
        END-IF.
        PERFORM ScheduleOneStudent UNTIL NoMoreRegs.

        MOVE StudentCount TO PrnTotStudents
        MOVE ClashStudentCount TO PrnTotClash
        WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES.
        CLOSE RegFile, TtFile, SchedReport.
        DISPLAY StudentCount " schedule(s), " ClashStudentCount
            " with time clashes - see StudSched.rpt".
        GOBACK.

    ScheduleOneStudent.
        IF WantedStudID NOT = ZERO AND RgStudID NOT = WantedStudID
            SET NoMoreRegs TO TRUE
            EXIT PARAGRAPH
        END-IF
        MOVE RgStudID TO CurrentStudID
        MOVE ZERO TO MeetCount, UnplacedCount
        PERFORM CollectOneRegistration
            UNTIL NoMoreRegs OR RgStudID NOT = CurrentStudID
        IF MeetCount = ZERO AND UnplacedCount = ZERO
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO StudentCount
        PERFORM SortMeetings
        PERFORM FindClashes
        PERFORM PrintStudentWeek.

    CollectOneRegistration.
        IF RgTerm = SchedTerm AND RgIsEnrolled
            PERFORM PlaceRegistration
        END-IF
        READ RegFile NEXT RECORD
            AT END SET NoMoreRegs TO TRUE
        END-READ.

    PlaceRegistration.
        *> The section crsreg assigned, or the only one there is
        MOVE RgCourse TO WorkCourse
        IF RgSection NOT = SPACES
            MOVE SchedTerm TO TtTerm
            MOVE RgCourse TO TtCourse
            MOVE RgSection TO TtSection
            READ TtFile KEY IS TtKey
                INVALID KEY
                    MOVE "SECTION NOT ON THE TIMETABLE" TO UnplacedReason
                    PERFORM AddUnplaced
                NOT INVALID KEY
                    PERFORM AddMeeting
            END-READ
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO SectionCount
        MOVE 'N' TO TtEOF
        MOVE SchedTerm TO TtTerm
        MOVE RgCourse TO TtCourse
        MOVE LOW-VALUES TO TtSection
        START TtFile KEY IS NOT LESS THAN TtKey
            INVALID KEY SET NoMoreSections TO TRUE
        END-START
        PERFORM CountOneSection UNTIL NoMoreSections
        EVALUATE SectionCount
            WHEN 0
                MOVE "NOT ON THE TIMETABLE" TO UnplacedReason
                PERFORM AddUnplaced
            WHEN 1
                *> Read it again - the count read on past it
                MOVE SchedTerm TO TtTerm
                MOVE RgCourse TO TtCourse
                MOVE LOW-VALUES TO TtSection
                START TtFile KEY IS NOT LESS THAN TtKey
                    INVALID KEY CONTINUE
                END-START
                READ TtFile NEXT RECORD
                    AT END CONTINUE
                    NOT AT END PERFORM AddMeeting
                END-READ
            WHEN OTHER
                MOVE "SECTION NOT YET ASSIGNED" TO UnplacedReason
                PERFORM AddUnplaced
        END-EVALUATE.

    CountOneSection.
        READ TtFile NEXT RECORD
            AT END SET NoMoreSections TO TRUE
            NOT AT END
                IF TtTerm NOT = SchedTerm OR TtCourse NOT = WorkCourse
                    SET NoMoreSections TO TRUE
                ELSE
                    ADD 1 TO SectionCount
                END-IF
        END-READ.

    AddMeeting.
        ADD 1 TO MeetCount
        IF MeetTableFull
            SUBTRACT 1 FROM MeetCount
            EXIT PARAGRAPH
        END-IF
        MOVE TtCourse TO TabMtCourse(MeetCount)
        MOVE TtSection TO TabMtSection(MeetCount)
        MOVE TtDays TO TabMtDays(MeetCount)
        MOVE TtStart TO TabMtStart(MeetCount)
        MOVE TtEnd TO TabMtEnd(MeetCount)
        MOVE TtRoom TO TabMtRoom(MeetCount)
        MOVE SPACES TO TabMtClashWith(MeetCount).

    AddUnplaced.
        ADD 1 TO UnplacedCount
        IF UnplacedTableFull
            SUBTRACT 1 FROM UnplacedCount
            EXIT PARAGRAPH
        END-IF
        MOVE WorkCourse TO TabUpCourse(UnplacedCount)
        MOVE UnplacedReason TO TabUpReason(UnplacedCount).

    SortMeetings.
        *> Few enough meetings a week that an exchange sort on the
        *> start time does
        IF MeetCount < 2
            EXIT PARAGRAPH
        END-IF
        PERFORM CompareMeetings VARYING MeetIdx FROM 1 BY 1
            UNTIL MeetIdx NOT < MeetCount
            AFTER OtherIdx FROM 1 BY 1
            UNTIL OtherIdx > MeetCount - MeetIdx.

    CompareMeetings.
        IF TabMtStart(OtherIdx) > TabMtStart(OtherIdx + 1)
            MOVE MeetEntry(OtherIdx) TO SwapEntry
            MOVE MeetEntry(OtherIdx + 1) TO MeetEntry(OtherIdx)
            MOVE SwapEntry TO MeetEntry(OtherIdx + 1)
        END-IF.

    FindClashes.
        MOVE ZERO TO ClashCount
        IF MeetCount < 2
            EXIT PARAGRAPH
        END-IF
        PERFORM CheckMeetingPair VARYING MeetIdx FROM 1 BY 1
            UNTIL MeetIdx NOT < MeetCount
            AFTER OtherIdx FROM MeetIdx BY 1
            UNTIL OtherIdx > MeetCount
        IF ClashCount > ZERO
            ADD 1 TO ClashStudentCount
        END-IF.

    CheckMeetingPair.
        IF OtherIdx = MeetIdx
            EXIT PARAGRAPH
        END-IF
        IF TabMtStart(MeetIdx) NOT < TabMtEnd(OtherIdx)
            OR TabMtStart(OtherIdx) NOT < TabMtEnd(MeetIdx)
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO DayShared
        PERFORM VARYING DayIdx FROM 1 BY 1
            UNTIL DayIdx > 7 OR MeetingsShareDay
            IF TabMtDay(MeetIdx, DayIdx) NOT = SPACE
                AND TabMtDay(OtherIdx, DayIdx) NOT = SPACE
                SET MeetingsShareDay TO TRUE
            END-IF
        END-PERFORM
        IF MeetingsShareDay
            ADD 1 TO ClashCount
            MOVE TabMtCourse(OtherIdx) TO TabMtClashWith(MeetIdx)
            MOVE TabMtCourse(MeetIdx) TO TabMtClashWith(OtherIdx)
        END-IF.

    PrintStudentWeek.
        MOVE CurrentStudID TO PrnStudID
        PERFORM FindStudent
        MOVE StudName TO PrnStudName
        MOVE SchedTerm TO PrnSchedTerm
        IF StudentCount = 1
            WRITE PrintLine FROM SchedHeading
        ELSE
            WRITE PrintLine FROM SchedHeading AFTER ADVANCING PAGE
        END-IF
        WRITE PrintLine FROM StudLine AFTER ADVANCING 2 LINES
        PERFORM PrintOneDay VARYING DayIdx FROM 1 BY 1
            UNTIL DayIdx > 7
        IF UnplacedCount > ZERO
            MOVE SPACES TO PrintLine
            MOVE "NOT ON THE WEEK" TO PrintLine
            WRITE PrintLine AFTER ADVANCING 2 LINES
            PERFORM PrintOneUnplaced VARYING UpIdx FROM 1 BY 1
                UNTIL UpIdx > UnplacedCount
        END-IF
        IF ClashCount > ZERO
            MOVE ClashCount TO PrnClashCount
            WRITE PrintLine FROM ClashLine AFTER ADVANCING 2 LINES
        END-IF.

    PrintOneDay.
        MOVE 'N' TO DayPrinted
        PERFORM PrintDayMeeting VARYING MeetIdx FROM 1 BY 1
            UNTIL MeetIdx > MeetCount.

    PrintDayMeeting.
        IF TabMtDay(MeetIdx, DayIdx) = SPACE
            EXIT PARAGRAPH
        END-IF
        IF DayPrinted = 'N'
            MOVE 'Y' TO DayPrinted
            MOVE DayName(DayIdx) TO PrnDayName
            WRITE PrintLine FROM DayLine AFTER ADVANCING 2 LINES
        END-IF
        MOVE TabMtStart(MeetIdx) TO PrnMtStart
        MOVE TabMtEnd(MeetIdx) TO PrnMtEnd
        MOVE TabMtCourse(MeetIdx) TO PrnMtCourse
        MOVE TabMtSection(MeetIdx) TO PrnMtSection
        MOVE TabMtRoom(MeetIdx) TO PrnMtRoom
        MOVE SPACES TO PrnMtFlag
        IF TabMtClashWith(MeetIdx) NOT = SPACES
            STRING "** CLASHES WITH " TabMtClashWith(MeetIdx) " **"
                DELIMITED BY SIZE INTO PrnMtFlag
        END-IF
        WRITE PrintLine FROM MeetLine AFTER ADVANCING 1 LINE.

    PrintOneUnplaced.
        MOVE TabUpCourse(UpIdx) TO PrnUpCourse
        MOVE TabUpReason(UpIdx) TO PrnUpReason
        WRITE PrintLine FROM UnplacedLine AFTER ADVANCING 1 LINE.

    FindStudent.
        MOVE 'N' TO StudFound
        MOVE 'N' TO MergedEOF
        MOVE SPACES TO StudName
        OPEN INPUT MergedFile
        IF MergedFileOpenOK
            READ MergedFile
                AT END SET NoMoreStudents TO TRUE
            END-READ
            PERFORM ScanOneStudent UNTIL NoMoreStudents OR StudentFound
        END-IF
        CLOSE MergedFile
        IF NOT StudentFound
            MOVE "(not on the roster)" TO StudName
        END-IF.

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
