       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. ttmaint.
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
    WORKING-STORAGE SECTION.
        01 Choice PIC 9.
        01 StayOpen PIC X VALUE 'Y'.
        01 TtTermWanted PIC X(6).
        01 MeetingExists PIC X.
        01 CourseExists PIC X.
        01 InstExists PIC X.
        01 ValidEntry PIC X VALUE 'N'.
            88 EntryIsValid VALUE 'Y'.
        01 EntryAbandoned PIC X VALUE 'N'.
            88 EntryWasAbandoned VALUE 'Y'.
        01 ListEOF PIC X VALUE 'N'.
            88 NoMoreMeetings VALUE 'Y'.
        01 ScanEOF PIC X VALUE 'N'.
            88 NoMoreScanned VALUE 'Y'.
        01 DeleteAnswer PIC X.
        01 DaysIn PIC X(7).
        01 DayLetters PIC X(7) VALUE "MTWRFSU".
        01 DayIdx PIC 9 VALUE ZERO.
        01 LetterIdx PIC 9 VALUE ZERO.
        01 DaysOK PIC X.
            88 DaysAreValid VALUE 'Y'.
        01 DaysShared PIC X.
            88 DaysOverlap VALUE 'Y'.
        01 OutIdx PIC 9 VALUE ZERO.
        01 StartHH PIC 99.
        01 StartMM PIC 99.
        01 EndHH PIC 99.
        01 EndMM PIC 99.
        01 ConflictCount PIC 9(3) VALUE ZERO.
      *> The meeting being entered, set aside while the room and
      *> instructor bookings are read past it
        01 SaveTtData.
            COPY TTREC REPLACING TtKey BY SvKey,
                TtTerm BY SvTerm,
                TtCourse BY SvCourse,
                TtSection BY SvSection,
                TtDays BY SvDays,
                TtDayFlags BY SvDayFlags,
                TtDay BY SvDay,
                TtStart BY SvStart,
                TtEnd BY SvEnd,
                TtRoom BY SvRoom,
                TtInstID BY SvInstID.
        01 TtFileStatus PIC XX.
            88 TtFileOpenOK VALUE "00".
        01 CourseFileStatus PIC XX.
            88 CourseFileOpenOK VALUE "00".
        01 InstFileStatus PIC XX.
            88 InstFileOpenOK VALUE "00".

    SCREEN SECTION.
        01 MenuScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "CLASS TIMETABLE - TERM".
            02 LINE 1 COLUMN 24 PIC X(6) FROM TtTermWanted.
            02 LINE 3 COLUMN 1 VALUE "1 : Add Meeting".
            02 LINE 4 COLUMN 1 VALUE "2 : Change Meeting".
            02 LINE 5 COLUMN 1 VALUE "3 : Delete Meeting".
            02 LINE 6 COLUMN 1 VALUE "4 : List Timetable".
            02 LINE 7 COLUMN 1 VALUE "0 : Quit".
            02 LINE 9 COLUMN 1 VALUE ": ".
            02 LINE 9 COLUMN 3 PIC 9 USING Choice.

        01 KeyEntryScreen.
            02 LINE 3 COLUMN 1 VALUE "Course Code  : ".
            02 LINE 3 COLUMN 16 PIC X(8) USING TtCourse.
            02 LINE 4 COLUMN 1 VALUE "Section      : ".
            02 LINE 4 COLUMN 16 PIC X(3) USING TtSection.
        01 DetailEntryScreen.
            02 LINE 5 COLUMN 1 VALUE "Days (MTWRFSU, blank = abandon) : ".
            02 LINE 5 COLUMN 35 PIC X(7) USING DaysIn.
            02 LINE 6 COLUMN 1 VALUE "Start (HHMM)   : ".
            02 LINE 6 COLUMN 18 PIC 9(4) USING TtStart.
            02 LINE 7 COLUMN 1 VALUE "End (HHMM)     : ".
            02 LINE 7 COLUMN 18 PIC 9(4) USING TtEnd.
            02 LINE 8 COLUMN 1 VALUE "Room           : ".
            02 LINE 8 COLUMN 18 PIC X(6) USING TtRoom.
            02 LINE 9 COLUMN 1 VALUE "Instructor     : ".
            02 LINE 9 COLUMN 18 PIC X(6) USING TtInstID.

PROCEDURE DIVISION.
    StartPara.
        *> Maintains the term's class timetable - when and where each
        *> course section meets and who teaches it. A meeting is only
        *> taken when the course is on the master, the instructor is
        *> active on the instructor master, and neither the room nor
        *> the instructor is already booked on any of the same days at
        *> an overlapping time, so double bookings are found here and
        *> not on the first day of class.
        DISPLAY "Timetable term (e.g. 2027SP) : " WITH NO ADVANCING.
        ACCEPT TtTermWanted.
        MOVE FUNCTION UPPER-CASE(TtTermWanted) TO TtTermWanted.
        IF TtTermWanted = SPACES
            DISPLAY "A term is required - session ended"
            STOP RUN
        END-IF.
        OPEN I-O TtFile.
        IF TtFileStatus = "35" OR TtFileStatus = "05"
            *> First run - no timetable on file yet
            OPEN OUTPUT TtFile
            CLOSE TtFile
            OPEN I-O TtFile
        END-IF.
        IF NOT TtFileOpenOK
            DISPLAY "Unable to open Timetable.dat - status "
                TtFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT CourseFile.
        IF NOT CourseFileOpenOK
            DISPLAY "Unable to open CourseMast.dat - status "
                CourseFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT InstFile.
        IF NOT InstFileOpenOK
            DISPLAY "Unable to open Instructor.dat - status "
                InstFileStatus
            STOP RUN
        END-IF.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY MenuScreen
            ACCEPT MenuScreen

            EVALUATE Choice
                WHEN 1 PERFORM AddMeeting
                WHEN 2 PERFORM ChangeMeeting
                WHEN 3 PERFORM DeleteMeeting
                WHEN 4 PERFORM ListMeetings
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        CLOSE TtFile, CourseFile, InstFile.
        STOP RUN.

    AddMeeting.
        MOVE SPACES TO TtData
        MOVE ZERO TO TtStart, TtEnd
        PERFORM AcceptMeetingKey
        IF TtCourse = SPACES OR TtSection = SPACES
            DISPLAY "Course and section cannot be blank"
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO CourseExists
        MOVE TtCourse TO CrsCode
        READ CourseFile
            INVALID KEY MOVE 'N' TO CourseExists
        END-READ
        IF CourseExists = 'N'
            DISPLAY "Course " TtCourse " is not on the course master"
            EXIT PARAGRAPH
        END-IF
        PERFORM ReadMeeting
        IF MeetingExists = 'Y'
            DISPLAY "Section already on the timetable - use Change"
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO DaysIn
        PERFORM EnterMeetingDetail
        IF EntryWasAbandoned
            DISPLAY "Meeting not added"
            EXIT PARAGRAPH
        END-IF
        WRITE TtData
            INVALID KEY DISPLAY "Meeting was not added!"
            NOT INVALID KEY DISPLAY TtCourse "-" TtSection " added"
        END-WRITE.

    ChangeMeeting.
        PERFORM AcceptMeetingKey
        PERFORM ReadMeeting
        IF MeetingExists = 'N'
            DISPLAY "Section is not on the timetable"
            EXIT PARAGRAPH
        END-IF
        PERFORM CompressDays
        PERFORM EnterMeetingDetail
        IF EntryWasAbandoned
            DISPLAY "Meeting not changed"
            EXIT PARAGRAPH
        END-IF
        REWRITE TtData
            INVALID KEY DISPLAY "Meeting was not updated!"
            NOT INVALID KEY DISPLAY TtCourse "-" TtSection " updated"
        END-REWRITE.

    DeleteMeeting.
        PERFORM AcceptMeetingKey
        PERFORM ReadMeeting
        IF MeetingExists = 'N'
            DISPLAY "Section is not on the timetable"
            EXIT PARAGRAPH
        END-IF
        DISPLAY TtCourse "-" TtSection " " TtDays " " TtStart "-"
            TtEnd " room " TtRoom " " TtInstID
        DISPLAY "Delete this meeting (Y/N) : " WITH NO ADVANCING
        MOVE SPACE TO DeleteAnswer
        ACCEPT DeleteAnswer
        IF DeleteAnswer NOT = "Y" AND DeleteAnswer NOT = "y"
            DISPLAY "Meeting not deleted"
            EXIT PARAGRAPH
        END-IF
        DELETE TtFile
            INVALID KEY DISPLAY "Meeting was not deleted!"
            NOT INVALID KEY DISPLAY TtCourse "-" TtSection " deleted"
        END-DELETE.

    AcceptMeetingKey.
        DISPLAY " "
        DISPLAY KeyEntryScreen
        ACCEPT KeyEntryScreen
        MOVE TtTermWanted TO TtTerm
        MOVE FUNCTION UPPER-CASE(TtCourse) TO TtCourse
        MOVE FUNCTION UPPER-CASE(TtSection) TO TtSection.

    ReadMeeting.
        MOVE 'Y' TO MeetingExists
        READ TtFile KEY IS TtKey
            INVALID KEY MOVE 'N' TO MeetingExists
        END-READ.

    EnterMeetingDetail.
        MOVE 'N' TO ValidEntry
        MOVE 'N' TO EntryAbandoned
        PERFORM UNTIL EntryIsValid OR EntryWasAbandoned
            DISPLAY DetailEntryScreen
            ACCEPT DetailEntryScreen
            MOVE FUNCTION UPPER-CASE(DaysIn) TO DaysIn
            MOVE FUNCTION UPPER-CASE(TtRoom) TO TtRoom
            MOVE FUNCTION UPPER-CASE(TtInstID) TO TtInstID
            IF DaysIn = SPACES
                SET EntryWasAbandoned TO TRUE
            ELSE
                PERFORM EditMeetingDetail
            END-IF
        END-PERFORM.

    EditMeetingDetail.
        PERFORM SpreadDays
        IF NOT DaysAreValid
            DISPLAY "Days must be letters from MTWRFSU - re-enter"
            EXIT PARAGRAPH
        END-IF
        IF TtStart IS NOT NUMERIC OR TtEnd IS NOT NUMERIC
            DISPLAY "Times must be HHMM - re-enter"
            EXIT PARAGRAPH
        END-IF
        DIVIDE TtStart BY 100 GIVING StartHH REMAINDER StartMM
        DIVIDE TtEnd BY 100 GIVING EndHH REMAINDER EndMM
        IF StartHH > 23 OR StartMM > 59 OR EndHH > 23 OR EndMM > 59
            DISPLAY "Times must be 24-hour HHMM - re-enter"
            EXIT PARAGRAPH
        END-IF
        IF TtEnd NOT > TtStart
            DISPLAY "End time must be after the start - re-enter"
            EXIT PARAGRAPH
        END-IF
        IF TtRoom = SPACES
            DISPLAY "Room cannot be blank - re-enter"
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO InstExists
        MOVE TtInstID TO InsID
        READ InstFile
            INVALID KEY MOVE 'N' TO InstExists
        END-READ
        IF InstExists = 'N'
            DISPLAY "Instructor " TtInstID " is not on file - re-enter"
            EXIT PARAGRAPH
        END-IF
        IF NOT InsIsActive
            DISPLAY "Instructor " TtInstID " is inactive - re-enter"
            EXIT PARAGRAPH
        END-IF
        PERFORM CheckConflicts
        IF ConflictCount > ZERO
            DISPLAY "Meeting clashes with " ConflictCount
                " booking(s) - re-enter"
            EXIT PARAGRAPH
        END-IF
        SET EntryIsValid TO TRUE.

    SpreadDays.
        *> MWF as keyed becomes "M W F  " - each day in its own place
        MOVE 'Y' TO DaysOK
        MOVE SPACES TO TtDays
        PERFORM SpreadOneDay VARYING LetterIdx FROM 1 BY 1
            UNTIL LetterIdx > 7.

    SpreadOneDay.
        IF DaysIn(LetterIdx:1) = SPACE
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO DayIdx
        PERFORM VARYING OutIdx FROM 1 BY 1
            UNTIL OutIdx > 7 OR DayIdx > ZERO
            IF DayLetters(OutIdx:1) = DaysIn(LetterIdx:1)
                MOVE OutIdx TO DayIdx
            END-IF
        END-PERFORM
        IF DayIdx = ZERO
            MOVE 'N' TO DaysOK
        ELSE
            MOVE DaysIn(LetterIdx:1) TO TtDay(DayIdx)
        END-IF.

    CompressDays.
        *> And back again for the change screen
        MOVE SPACES TO DaysIn
        MOVE ZERO TO OutIdx
        PERFORM CompressOneDay VARYING DayIdx FROM 1 BY 1
            UNTIL DayIdx > 7.

    CompressOneDay.
        IF TtDay(DayIdx) NOT = SPACE
            ADD 1 TO OutIdx
            MOVE TtDay(DayIdx) TO DaysIn(OutIdx:1)
        END-IF.

    CheckConflicts.
        *> Every other meeting this term in the same room, then every
        *> other meeting the same instructor teaches, that shares a
        *> day and overlaps in time
        MOVE ZERO TO ConflictCount
        MOVE TtData TO SaveTtData
        MOVE 'N' TO ScanEOF
        MOVE SvRoom TO TtRoom
        START TtFile KEY IS EQUAL TO TtRoom
            INVALID KEY SET NoMoreScanned TO TRUE
        END-START
        PERFORM ScanOneRoomBooking UNTIL NoMoreScanned
        MOVE 'N' TO ScanEOF
        MOVE SvInstID TO TtInstID
        START TtFile KEY IS EQUAL TO TtInstID
            INVALID KEY SET NoMoreScanned TO TRUE
        END-START
        PERFORM ScanOneInstBooking UNTIL NoMoreScanned
        MOVE SaveTtData TO TtData.

    ScanOneRoomBooking.
        READ TtFile NEXT RECORD
            AT END SET NoMoreScanned TO TRUE
            NOT AT END
                IF TtRoom NOT = SvRoom
                    SET NoMoreScanned TO TRUE
                ELSE
                    PERFORM CheckOneBooking
                    IF DaysOverlap
                        ADD 1 TO ConflictCount
                        DISPLAY "Room " SvRoom " is booked by " TtCourse
                            "-" TtSection " " TtDays " " TtStart "-"
                            TtEnd
                    END-IF
                END-IF
        END-READ.

    ScanOneInstBooking.
        READ TtFile NEXT RECORD
            AT END SET NoMoreScanned TO TRUE
            NOT AT END
                IF TtInstID NOT = SvInstID
                    SET NoMoreScanned TO TRUE
                ELSE
                    PERFORM CheckOneBooking
                    IF DaysOverlap
                        ADD 1 TO ConflictCount
                        DISPLAY "Instructor " SvInstID " teaches "
                            TtCourse "-" TtSection " " TtDays " "
                            TtStart "-" TtEnd " in " TtRoom
                    END-IF
                END-IF
        END-READ.

    CheckOneBooking.
        *> DaysOverlap ends up set only for a different meeting in the
        *> same term on a shared day with overlapping hours
        MOVE 'N' TO DaysShared
        IF TtTerm NOT = SvTerm OR TtKey = SvKey
            EXIT PARAGRAPH
        END-IF
        IF TtStart NOT < SvEnd OR SvStart NOT < TtEnd
            EXIT PARAGRAPH
        END-IF
        PERFORM VARYING DayIdx FROM 1 BY 1
            UNTIL DayIdx > 7 OR DaysOverlap
            IF TtDay(DayIdx) NOT = SPACE AND SvDay(DayIdx) NOT = SPACE
                SET DaysOverlap TO TRUE
            END-IF
        END-PERFORM.

    ListMeetings.
        MOVE 'N' TO ListEOF
        MOVE TtTermWanted TO TtTerm
        MOVE LOW-VALUES TO TtCourse, TtSection
        START TtFile KEY IS NOT LESS THAN TtKey
            INVALID KEY SET NoMoreMeetings TO TRUE
        END-START
        DISPLAY " "
        DISPLAY "Course   Sec Days    Start End  Room   Instructor"
        PERFORM ListNextMeeting UNTIL NoMoreMeetings.

    ListNextMeeting.
        READ TtFile NEXT RECORD
            AT END SET NoMoreMeetings TO TRUE
            NOT AT END
                IF TtTerm NOT = TtTermWanted
                    SET NoMoreMeetings TO TRUE
                ELSE
                    DISPLAY TtCourse " " TtSection " " TtDays " "
                        TtStart "  " TtEnd " " TtRoom " " TtInstID
                END-IF
        END-READ.
