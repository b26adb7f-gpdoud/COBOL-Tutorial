       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. ttreport.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT TtFile ASSIGN TO "Timetable.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TtKey
            ALTERNATE RECORD KEY IS TtRoom WITH DUPLICATES
            ALTERNATE RECORD KEY IS TtInstID WITH DUPLICATES
            FILE STATUS IS TtFileStatus.
        SELECT CourseFile ASSIGN TO "CourseMast.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CrsCode
            FILE STATUS IS CourseFileStatus.
        SELECT InstFile ASSIGN TO "Instructor.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS InsID
            FILE STATUS IS InstFileStatus.
        SELECT RoomReport ASSIGN TO "RoomUse.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RoomReportStatus.
        SELECT LoadReport ASSIGN TO "InstLoad.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LoadReportStatus.
        SELECT SortWorkFile ASSIGN TO "ttsort.tmp".

DATA DIVISION.
    FILE SECTION.
        FD TtFile.
        01 TtData.
            COPY TTREC.

        FD CourseFile.
        01 CourseData.
            COPY COURSEREC.

        FD InstFile.
        01 InstData.
            COPY INSTREC.

        FD RoomReport.
        01 RoomLine PIC X(80).

        FD LoadReport.
        01 LoadLine PIC X(80).

        SD SortWorkFile.
        01 SortRecord.
            *> The room for the room-use pass, the instructor for the
            *> load pass
            02 SwGroup PIC X(6).
            02 SwStart PIC 9(4).
            02 SwCourse PIC X(8).
            02 SwSection PIC X(3).
            02 SwDays PIC X(7).
            02 SwDayFlags REDEFINES SwDays.
                03 SwDay PIC X OCCURS 7 TIMES.
            02 SwEnd PIC 9(4).
            02 SwRoom PIC X(6).
            02 SwInstID PIC X(6).
    WORKING-STORAGE SECTION.
        01 ReportTerm PIC X(6).
        01 TtEOF PIC X VALUE 'N'.
            88 NoMoreMeetings VALUE 'Y'.
        01 SortEOF PIC X VALUE 'N'.
            88 NoMoreSorted VALUE 'Y'.
        01 SortingByRoom PIC X VALUE 'Y'.
            88 RoomPass VALUE 'Y'.
            88 LoadPass VALUE 'N'.
        01 CurrentGroup PIC X(6).
        01 GroupCount PIC 9(4) VALUE ZERO.
        01 MeetingCount PIC 9(5) VALUE ZERO.
        01 DayIdx PIC 9 VALUE ZERO.
        01 DayCount PIC 9 VALUE ZERO.
        01 StartHH PIC 99.
        01 StartMM PIC 99.
        01 EndHH PIC 99.
        01 EndMM PIC 99.
        01 MeetingMinutes PIC 9(5).
        01 WeekMinutes PIC 9(5).
        01 GroupMinutes PIC 9(6).
        01 GroupHours PIC 9(4)V9.
        01 GroupCredits PIC 9(3)V9.
        01 OverloadCount PIC 9(4) VALUE ZERO.
        01 RoomHeading.
            02 FILLER PIC X(17) VALUE "ROOM USE - TERM ".
            02 PrnRoomTerm PIC X(6).
        01 RoomGroupLine.
            02 FILLER PIC X(7) VALUE "ROOM : ".
            02 PrnRoomName PIC X(6).
        01 RoomHeads PIC X(80) VALUE
            "  Days     Start  End   Course   Sec  Instructor  Hrs/Wk".
        01 RoomDetail.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnRdDays PIC X(7).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnRdStart PIC 9(4).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnRdEnd PIC 9(4).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnRdCourse PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 PrnRdSection PIC X(3).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnRdInstID PIC X(6).
            02 FILLER PIC X(6) VALUE SPACE.
            02 PrnRdHours PIC Z9.9.
        01 RoomFooting.
            02 FILLER PIC X(2) VALUE SPACE.
            02 FILLER PIC X(26) VALUE "HOURS BOOKED PER WEEK   : ".
            02 PrnRoomHours PIC ZZZ9.9.
        01 LoadHeading.
            02 FILLER PIC X(24) VALUE "INSTRUCTOR LOAD - TERM ".
            02 PrnLoadTerm PIC X(6).
        01 InstGroupLine.
            02 FILLER PIC X(13) VALUE "INSTRUCTOR : ".
            02 PrnInstID PIC X(6).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnInstName PIC X(31).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnInstDept PIC X(4).
        01 LoadHeads PIC X(80) VALUE
            "  Course   Sec  Title                      Cr  Days     Start  End   Room".
        01 LoadDetail.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLdCourse PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 PrnLdSection PIC X(3).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLdTitle PIC X(25).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLdCredits PIC 9.9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLdDays PIC X(7).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLdStart PIC 9(4).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnLdEnd PIC 9(4).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLdRoom PIC X(6).
        01 LoadFooting.
            02 FILLER PIC X(2) VALUE SPACE.
            02 FILLER PIC X(15) VALUE "CREDIT HOURS : ".
            02 PrnLoadCredits PIC ZZ9.9.
            02 FILLER PIC X(9) VALUE "   MAX : ".
            02 PrnLoadMax PIC ZZ9.9.
            02 FILLER PIC X(18) VALUE "   CONTACT HRS : ".
            02 PrnLoadHours PIC ZZ9.9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLoadFlag PIC X(10).
        01 CountLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCountLabel PIC X(30).
            02 FILLER PIC X(2) VALUE ": ".
            02 PrnCount PIC ZZ,ZZ9.
        01 TtFileStatus PIC XX.
            88 TtFileOpenOK VALUE "00".
        01 CourseFileStatus PIC XX.
            88 CourseFileOpenOK VALUE "00".
        01 InstFileStatus PIC XX.
            88 InstFileOpenOK VALUE "00".
        01 RoomReportStatus PIC XX.
            88 RoomReportOpenOK VALUE "00".
        01 LoadReportStatus PIC XX.
            88 LoadReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartTtReport.
        *> Two views of the term's timetable. RoomUse.rpt lists each
        *> room's meetings in time order with the hours it is booked a
        *> week; InstLoad.rpt lists each instructor's sections with
        *> the credit hours taught against the maximum load on the
        *> instructor master, and the contact hours a week, flagging
        *> anyone over the maximum.
        DISPLAY "Timetable term (e.g. 2027SP) : " WITH NO ADVANCING.
        ACCEPT ReportTerm.
        MOVE FUNCTION UPPER-CASE(ReportTerm) TO ReportTerm.

        OPEN INPUT TtFile.
        IF NOT TtFileOpenOK
            DISPLAY "Unable to open Timetable.dat - status "
                TtFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN INPUT CourseFile.
        IF NOT CourseFileOpenOK
            DISPLAY "Unable to open CourseMast.dat - status "
                CourseFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN INPUT InstFile.
        IF NOT InstFileOpenOK
            DISPLAY "Unable to open Instructor.dat - status "
                InstFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT RoomReport.
        IF NOT RoomReportOpenOK
            DISPLAY "Unable to open RoomUse.rpt - status "
                RoomReportStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT LoadReport.
        IF NOT LoadReportOpenOK
            DISPLAY "Unable to open InstLoad.rpt - status "
                LoadReportStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.

        SET RoomPass TO TRUE
        MOVE ZERO TO GroupCount, MeetingCount
        SORT SortWorkFile ON ASCENDING KEY SwGroup, SwStart, SwCourse,
                SwSection
            INPUT PROCEDURE IS ReleaseMeetings
            OUTPUT PROCEDURE IS PrintRoomUse.
        MOVE "ROOMS IN USE" TO PrnCountLabel
        MOVE GroupCount TO PrnCount
        WRITE RoomLine FROM CountLine AFTER ADVANCING 3 LINES
        MOVE "MEETINGS" TO PrnCountLabel
        MOVE MeetingCount TO PrnCount
        WRITE RoomLine FROM CountLine AFTER ADVANCING 1 LINE.

        SET LoadPass TO TRUE
        MOVE ZERO TO GroupCount, MeetingCount
        SORT SortWorkFile ON ASCENDING KEY SwGroup, SwCourse, SwSection
            INPUT PROCEDURE IS ReleaseMeetings
            OUTPUT PROCEDURE IS PrintInstLoad.
        MOVE "INSTRUCTORS TEACHING" TO PrnCountLabel
        MOVE GroupCount TO PrnCount
        WRITE LoadLine FROM CountLine AFTER ADVANCING 3 LINES
        MOVE "OVER THEIR MAXIMUM LOAD" TO PrnCountLabel
        MOVE OverloadCount TO PrnCount
        WRITE LoadLine FROM CountLine AFTER ADVANCING 1 LINE.

        CLOSE TtFile, CourseFile, InstFile, RoomReport, LoadReport.
        DISPLAY MeetingCount " meetings for " ReportTerm
            " - see RoomUse.rpt and InstLoad.rpt".
        IF OverloadCount > ZERO
            DISPLAY OverloadCount " instructor(s) over the maximum load"
        END-IF.
        GOBACK.

    ReleaseMeetings.
        MOVE 'N' TO TtEOF
        MOVE ReportTerm TO TtTerm
        MOVE LOW-VALUES TO TtCourse, TtSection
        START TtFile KEY IS NOT LESS THAN TtKey
            INVALID KEY SET NoMoreMeetings TO TRUE
        END-START
        PERFORM ReleaseOneMeeting UNTIL NoMoreMeetings.

    ReleaseOneMeeting.
        READ TtFile NEXT RECORD
            AT END SET NoMoreMeetings TO TRUE
            NOT AT END
                IF TtTerm NOT = ReportTerm
                    SET NoMoreMeetings TO TRUE
                ELSE
                    IF RoomPass
                        MOVE TtRoom TO SwGroup
                    ELSE
                        MOVE TtInstID TO SwGroup
                    END-IF
                    MOVE TtStart TO SwStart
                    MOVE TtCourse TO SwCourse
                    MOVE TtSection TO SwSection
                    MOVE TtDays TO SwDays
                    MOVE TtEnd TO SwEnd
                    MOVE TtRoom TO SwRoom
                    MOVE TtInstID TO SwInstID
                    RELEASE SortRecord
                END-IF
        END-READ.

    PrintRoomUse.
        MOVE ReportTerm TO PrnRoomTerm
        WRITE RoomLine FROM RoomHeading
        MOVE 'N' TO SortEOF
        MOVE SPACES TO CurrentGroup
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN
        PERFORM PrintOneRoomMeeting UNTIL NoMoreSorted
        IF GroupCount > ZERO
            PERFORM FinishRoom
        END-IF.

    PrintOneRoomMeeting.
        IF GroupCount = ZERO OR SwGroup NOT = CurrentGroup
            IF GroupCount > ZERO
                PERFORM FinishRoom
            END-IF
            MOVE SwGroup TO CurrentGroup
            ADD 1 TO GroupCount
            MOVE ZERO TO GroupMinutes
            MOVE SwGroup TO PrnRoomName
            WRITE RoomLine FROM RoomGroupLine AFTER ADVANCING 2 LINES
            WRITE RoomLine FROM RoomHeads AFTER ADVANCING 1 LINE
        END-IF
        ADD 1 TO MeetingCount
        PERFORM ComputeWeekMinutes
        ADD WeekMinutes TO GroupMinutes
        MOVE SwDays TO PrnRdDays
        MOVE SwStart TO PrnRdStart
        MOVE SwEnd TO PrnRdEnd
        MOVE SwCourse TO PrnRdCourse
        MOVE SwSection TO PrnRdSection
        MOVE SwInstID TO PrnRdInstID
        COMPUTE PrnRdHours ROUNDED = WeekMinutes / 60
        WRITE RoomLine FROM RoomDetail AFTER ADVANCING 1 LINE
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN.

    FinishRoom.
        COMPUTE GroupHours ROUNDED = GroupMinutes / 60
        MOVE GroupHours TO PrnRoomHours
        WRITE RoomLine FROM RoomFooting AFTER ADVANCING 1 LINE.

    PrintInstLoad.
        MOVE ReportTerm TO PrnLoadTerm
        WRITE LoadLine FROM LoadHeading
        MOVE 'N' TO SortEOF
        MOVE SPACES TO CurrentGroup
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN
        PERFORM PrintOneLoadMeeting UNTIL NoMoreSorted
        IF GroupCount > ZERO
            PERFORM FinishInstructor
        END-IF.

    PrintOneLoadMeeting.
        IF GroupCount = ZERO OR SwGroup NOT = CurrentGroup
            IF GroupCount > ZERO
                PERFORM FinishInstructor
            END-IF
            PERFORM StartInstructor
        END-IF
        ADD 1 TO MeetingCount
        PERFORM ComputeWeekMinutes
        ADD WeekMinutes TO GroupMinutes
        MOVE SwCourse TO CrsCode
        READ CourseFile
            INVALID KEY
                MOVE "(not on course master)" TO CrsTitle
                MOVE ZERO TO CrsCredits
        END-READ
        ADD CrsCredits TO GroupCredits
        MOVE SwCourse TO PrnLdCourse
        MOVE SwSection TO PrnLdSection
        MOVE CrsTitle TO PrnLdTitle
        MOVE CrsCredits TO PrnLdCredits
        MOVE SwDays TO PrnLdDays
        MOVE SwStart TO PrnLdStart
        MOVE SwEnd TO PrnLdEnd
        MOVE SwRoom TO PrnLdRoom
        WRITE LoadLine FROM LoadDetail AFTER ADVANCING 1 LINE
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN.

    StartInstructor.
        MOVE SwGroup TO CurrentGroup
        ADD 1 TO GroupCount
        MOVE ZERO TO GroupMinutes, GroupCredits
        MOVE SwGroup TO InsID
        READ InstFile
            INVALID KEY
                MOVE SPACES TO InstData
                MOVE "(not on instructor master)" TO InsName
                MOVE ZERO TO InsMaxLoad
        END-READ
        MOVE SwGroup TO PrnInstID
        MOVE SPACES TO PrnInstName
        STRING InsFirstName DELIMITED BY "  "
            " " InsLastName DELIMITED BY "  "
            INTO PrnInstName
        MOVE InsDept TO PrnInstDept
        IF GroupCount = 1
            WRITE LoadLine FROM InstGroupLine AFTER ADVANCING 2 LINES
        ELSE
            WRITE LoadLine FROM InstGroupLine AFTER ADVANCING 3 LINES
        END-IF
        WRITE LoadLine FROM LoadHeads AFTER ADVANCING 1 LINE.

    FinishInstructor.
        *> InsMaxLoad is still the current instructor's - the next
        *> one is not read until this footing is out
        COMPUTE GroupHours ROUNDED = GroupMinutes / 60
        MOVE GroupCredits TO PrnLoadCredits
        MOVE InsMaxLoad TO PrnLoadMax
        MOVE GroupHours TO PrnLoadHours
        MOVE SPACES TO PrnLoadFlag
        IF InsMaxLoad > ZERO AND GroupCredits > InsMaxLoad
            MOVE "OVERLOAD" TO PrnLoadFlag
            ADD 1 TO OverloadCount
        END-IF
        WRITE LoadLine FROM LoadFooting AFTER ADVANCING 1 LINE.

    ComputeWeekMinutes.
        DIVIDE SwStart BY 100 GIVING StartHH REMAINDER StartMM
        DIVIDE SwEnd BY 100 GIVING EndHH REMAINDER EndMM
        COMPUTE MeetingMinutes = (EndHH * 60 + EndMM)
            - (StartHH * 60 + StartMM)
        MOVE ZERO TO DayCount
        PERFORM VARYING DayIdx FROM 1 BY 1 UNTIL DayIdx > 7
            IF SwDay(DayIdx) NOT = SPACE
                ADD 1 TO DayCount
            END-IF
        END-PERFORM
        COMPUTE WeekMinutes = MeetingMinutes * DayCount.
