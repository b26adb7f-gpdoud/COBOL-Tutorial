       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. classlist.
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
        SELECT CourseFile ASSIGN TO "CourseMast.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CrsCode
            FILE STATUS IS CourseFileStatus.
        SELECT OPTIONAL MergedFile ASSIGN TO "student_merged.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MergedFileStatus.
        SELECT ClassReport ASSIGN TO "ClassList.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ClassReportStatus.
        SELECT SortWorkFile ASSIGN TO "clssort.tmp".

DATA DIVISION.
    FILE SECTION.
        FD RegFile.
        01 RegData.
            COPY REGREC.

        FD CourseFile.
        01 CourseData.
            COPY COURSEREC.

        FD MergedFile.
        01 MStudData.
            COPY STUDREC REPLACING StudID BY MStudID,
                StudName BY MStudName,
                StudFirstName BY MStudFirstName,
                StudLastName BY MStudLastName,
                StudDOB BY MStudDOB,
                StudSection BY MStudSection.

        FD ClassReport.
        01 PrintLine PIC X(80).

        SD SortWorkFile.
        01 SortRecord.
            02 SrCourse PIC X(8).
            02 SrStatus PIC X.
            *> Enrolled students in name order, the waitlist in the
            *> order the requests came in
            02 SrOrder PIC X(30).
            02 SrStudID PIC 9(5).
            02 SrLastName PIC X(15).
            02 SrFirstName PIC X(15).
            02 SrStamp PIC X(14).
            02 SrSection PIC X(3).
    WORKING-STORAGE SECTION.
        01 ListTerm PIC X(6).
        01 WantedCourse PIC X(8).
        01 RegEOF PIC X VALUE 'N'.
            88 NoMoreRegs VALUE 'Y'.
        01 SortEOF PIC X VALUE 'N'.
            88 NoMoreSorted VALUE 'Y'.
        01 MergedEOF PIC X VALUE 'N'.
            88 NoMoreStudents VALUE 'Y'.
      *> The roster names, loaded once so the class lists need no
      *> pass of student_merged.dat per student
        01 NameTable.
            02 NameEntry OCCURS 2000 TIMES.
                03 TabNameStudID PIC 9(5).
                03 TabNameLast PIC X(15).
                03 TabNameFirst PIC X(15).
        01 NameCount PIC 9(4) VALUE ZERO.
            88 NameTableFull VALUE 2001 THRU 9999.
        01 NameIdx PIC 9(4) VALUE ZERO.
        01 NameFound PIC X.
            88 StudentNamed VALUE 'Y'.
        01 CurrentCourse PIC X(8) VALUE SPACES.
        01 CurrentStatus PIC X VALUE SPACE.
        01 LineNum PIC 9(4) VALUE ZERO.
        01 CourseEnrolled PIC 9(4) VALUE ZERO.
        01 CourseWaiting PIC 9(4) VALUE ZERO.
        01 CourseCount PIC 9(4) VALUE ZERO.
        01 TotalEnrolled PIC 9(5) VALUE ZERO.
        01 TotalWaiting PIC 9(5) VALUE ZERO.
        01 StudFullName PIC X(31).
        01 ReportHeading.
            02 FILLER PIC X(14) VALUE "CLASS LIST - ".
            02 PrnListTerm PIC X(6).
        01 CourseHeading.
            02 PrnCrsCode PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 PrnCrsTitle PIC X(25).
            02 FILLER PIC X(4) VALUE " CR ".
            02 PrnCrsCredits PIC 9.9.
            02 FILLER PIC X(7) VALUE "  DEPT ".
            02 PrnCrsDept PIC X(4).
            02 FILLER PIC X(8) VALUE "  SEATS ".
            02 PrnCrsSeats PIC ZZ9.
        01 SubHeading.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnSubHead PIC X(40).
        01 StudentLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLineNum PIC ZZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStudID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStudName PIC X(31).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnSection PIC X(3).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnRequested PIC X(8).
        01 CourseFooting.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnFootEnrolled PIC ZZZ9.
            02 FILLER PIC X(10) VALUE " ENROLLED ".
            02 PrnFootWaiting PIC ZZZ9.
            02 FILLER PIC X(8) VALUE " WAITING".
        01 ReportFooting.
            02 FILLER PIC X(13) VALUE "END OF RUN   ".
            02 PrnTotCourses PIC ZZZ9.
            02 FILLER PIC X(10) VALUE " COURSES  ".
            02 PrnTotEnrolled PIC ZZZZ9.
            02 FILLER PIC X(11) VALUE " ENROLLED  ".
            02 PrnTotWaiting PIC ZZZZ9.
            02 FILLER PIC X(8) VALUE " WAITING".
        01 RegFileStatus PIC XX.
            88 RegFileOpenOK VALUE "00".
        01 CourseFileStatus PIC XX.
            88 CourseFileOpenOK VALUE "00".
        01 MergedFileStatus PIC XX.
            88 MergedFileOpenOK VALUE "00".
        01 ClassReportStatus PIC XX.
            88 ClassReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartClassList.
        *> Class lists for the instructors ahead of the first day -
        *> for each course with registrations on Register.dat for the
        *> term, the enrolled students in name order and then the
        *> waitlist in priority order, one course to a page. One
        *> course or every course.
        DISPLAY "Term (e.g. 2027SP) : " WITH NO ADVANCING.
        ACCEPT ListTerm.
        MOVE FUNCTION UPPER-CASE(ListTerm) TO ListTerm.
        DISPLAY "Course code (blank = every course) : " WITH NO ADVANCING.
        MOVE SPACES TO WantedCourse.
        ACCEPT WantedCourse.
        MOVE FUNCTION UPPER-CASE(WantedCourse) TO WantedCourse.

        OPEN INPUT RegFile.
        IF NOT RegFileOpenOK
            DISPLAY "Unable to open Register.dat - status " RegFileStatus
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
        OPEN OUTPUT ClassReport.
        IF NOT ClassReportOpenOK
            DISPLAY "Unable to open ClassList.rpt - status "
                ClassReportStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        PERFORM LoadNames.

        SORT SortWorkFile ON ASCENDING KEY SrCourse, SrStatus, SrOrder
            INPUT PROCEDURE IS SelectRegistrations
            OUTPUT PROCEDURE IS PrintClassLists.

        MOVE CourseCount TO PrnTotCourses
        MOVE TotalEnrolled TO PrnTotEnrolled
        MOVE TotalWaiting TO PrnTotWaiting
        WRITE PrintLine FROM ReportFooting AFTER ADVANCING 3 LINES.
        CLOSE RegFile, CourseFile, ClassReport.
        DISPLAY "Listed " CourseCount " courses for " ListTerm
            " - see ClassList.rpt".
        GOBACK.

    SelectRegistrations.
        MOVE ListTerm TO RgTerm
        MOVE WantedCourse TO RgCourse
        MOVE ZERO TO RgStudID
        START RegFile KEY IS NOT LESS THAN RgKey
            INVALID KEY SET NoMoreRegs TO TRUE
        END-START
        PERFORM ReleaseOneReg UNTIL NoMoreRegs.

    ReleaseOneReg.
        READ RegFile NEXT RECORD
            AT END SET NoMoreRegs TO TRUE
            NOT AT END
                IF RgTerm NOT = ListTerm
                    OR (WantedCourse NOT = SPACES
                        AND RgCourse NOT = WantedCourse)
                    SET NoMoreRegs TO TRUE
                ELSE IF NOT RgIsDropped
                    PERFORM BuildSortRecord
                    RELEASE SortRecord
                END-IF
        END-READ.

    BuildSortRecord.
        MOVE SPACES TO SortRecord
        MOVE RgCourse TO SrCourse
        MOVE RgStatus TO SrStatus
        MOVE RgStudID TO SrStudID
        MOVE RgStamp TO SrStamp
        MOVE RgSection TO SrSection
        MOVE 'N' TO NameFound
        PERFORM VARYING NameIdx FROM 1 BY 1
            UNTIL NameIdx > NameCount OR StudentNamed
            IF TabNameStudID(NameIdx) = RgStudID
                SET StudentNamed TO TRUE
                MOVE TabNameLast(NameIdx) TO SrLastName
                MOVE TabNameFirst(NameIdx) TO SrFirstName
            END-IF
        END-PERFORM
        IF RgIsWaitlisted
            MOVE RgStamp TO SrOrder
        ELSE
            STRING SrLastName SrFirstName DELIMITED BY SIZE INTO SrOrder
        END-IF.

    PrintClassLists.
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN
        PERFORM PrintOneStudent UNTIL NoMoreSorted
        IF CourseCount > ZERO
            PERFORM FinishCourse
        END-IF.

    PrintOneStudent.
        IF SrCourse NOT = CurrentCourse
            IF CourseCount > ZERO
                PERFORM FinishCourse
            END-IF
            PERFORM StartCourse
        END-IF
        IF SrStatus NOT = CurrentStatus
            MOVE SrStatus TO CurrentStatus
            MOVE ZERO TO LineNum
            IF SrStatus = "W"
                MOVE "WAITLIST - IN PRIORITY ORDER" TO PrnSubHead
            ELSE
                MOVE "ENROLLED" TO PrnSubHead
            END-IF
            WRITE PrintLine FROM SubHeading AFTER ADVANCING 2 LINES
        END-IF
        ADD 1 TO LineNum
        IF SrStatus = "W"
            ADD 1 TO CourseWaiting
        ELSE
            ADD 1 TO CourseEnrolled
        END-IF
        MOVE LineNum TO PrnLineNum
        MOVE SrStudID TO PrnStudID
        MOVE SPACES TO StudFullName
        IF SrLastName = SPACES
            MOVE "(not on the roster)" TO StudFullName
        ELSE
            STRING SrFirstName DELIMITED BY "  "
                " " SrLastName DELIMITED BY "  "
                INTO StudFullName
        END-IF
        MOVE StudFullName TO PrnStudName
        MOVE SrSection TO PrnSection
        MOVE SrStamp(1:8) TO PrnRequested
        WRITE PrintLine FROM StudentLine AFTER ADVANCING 1 LINE
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN.

    StartCourse.
        MOVE SrCourse TO CurrentCourse
        MOVE SPACE TO CurrentStatus
        MOVE ZERO TO CourseEnrolled, CourseWaiting
        ADD 1 TO CourseCount
        MOVE SrCourse TO CrsCode
        READ CourseFile
            INVALID KEY
                MOVE "(not on course master)" TO CrsTitle
                MOVE ZERO TO CrsCredits, CrsSeatLimit
                MOVE SPACES TO CrsDept
        END-READ
        MOVE ListTerm TO PrnListTerm
        IF CourseCount = 1
            WRITE PrintLine FROM ReportHeading
        ELSE
            WRITE PrintLine FROM ReportHeading AFTER ADVANCING PAGE
        END-IF
        MOVE CrsCode TO PrnCrsCode
        MOVE CrsTitle TO PrnCrsTitle
        MOVE CrsCredits TO PrnCrsCredits
        MOVE CrsDept TO PrnCrsDept
        MOVE CrsSeatLimit TO PrnCrsSeats
        WRITE PrintLine FROM CourseHeading AFTER ADVANCING 2 LINES.

    FinishCourse.
        MOVE CourseEnrolled TO PrnFootEnrolled
        MOVE CourseWaiting TO PrnFootWaiting
        WRITE PrintLine FROM CourseFooting AFTER ADVANCING 2 LINES
        ADD CourseEnrolled TO TotalEnrolled
        ADD CourseWaiting TO TotalWaiting.

    LoadNames.
        OPEN INPUT MergedFile
        IF MergedFileOpenOK
            READ MergedFile
                AT END SET NoMoreStudents TO TRUE
            END-READ
            PERFORM LoadOneName UNTIL NoMoreStudents
        END-IF
        CLOSE MergedFile.

    LoadOneName.
        ADD 1 TO NameCount
        IF NameTableFull
            SUBTRACT 1 FROM NameCount
        ELSE
            MOVE MStudID TO TabNameStudID(NameCount)
            MOVE MStudLastName TO TabNameLast(NameCount)
            MOVE MStudFirstName TO TabNameFirst(NameCount)
        END-IF
        READ MergedFile
            AT END SET NoMoreStudents TO TRUE
        END-READ.
