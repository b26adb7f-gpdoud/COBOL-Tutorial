       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. crsreg.
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
        SELECT OPTIONAL TtFile ASSIGN TO "Timetable.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TtKey
            ALTERNATE RECORD KEY IS TtRoom WITH DUPLICATES
            ALTERNATE RECORD KEY IS TtInstID WITH DUPLICATES
            FILE STATUS IS TtFileStatus.
        SELECT OPTIONAL GradeHistFile ASSIGN TO "GradeHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GradeHistFileStatus.
        SELECT OPTIONAL GradeFile ASSIGN TO "CourseGrades.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GradeFileStatus.
        SELECT MergedFile ASSIGN TO "student_merged.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MergedFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD RegFile.
        01 RegData.
            COPY REGREC.

        FD CourseFile.
        01 CourseData.
            COPY COURSEREC.

        FD TtFile.
        01 TtData.
            COPY TTREC.

        FD GradeHistFile.
        01 GradeHistRecord.
            02 GhStudID PIC 9(5).
            02 FILLER PIC X.
            02 GhCourse PIC X(8).
            02 FILLER PIC X.
            02 GhGrade PIC X.
                88 GhGradeIsPassing VALUE "A" "B" "C" "D".
            02 FILLER PIC X.
            02 GhTerm PIC X(6).

        FD GradeFile.
        01 GradeRecord.
            02 CgStudID PIC 9(5).
            02 FILLER PIC X.
            02 CgCourse PIC X(8).
            02 FILLER PIC X.
            02 CgGrade PIC X.
                88 CgGradeIsPassing VALUE "A" "B" "C" "D".
            02 FILLER PIC X.
            02 CgTerm PIC X(6).

        FD MergedFile.
        01 MStudData.
            COPY STUDREC REPLACING StudID BY MStudID,
                StudName BY MStudName,
                StudFirstName BY MStudFirstName,
                StudLastName BY MStudLastName,
                StudDOB BY MStudDOB,
                StudSection BY MStudSection.
    WORKING-STORAGE SECTION.
        01 Choice PIC 9.
        01 StayOpen PIC X VALUE 'Y'.
        01 RegTerm PIC X(6).
        01 WantedStudID PIC 9(5).
        01 WantedCourse PIC X(8).
        01 RecordExists PIC X.
        01 CourseExists PIC X.
        01 StudFound PIC X VALUE 'N'.
            88 StudentFound VALUE 'Y'.
        01 MergedEOF PIC X VALUE 'N'.
            88 NoMoreStudents VALUE 'Y'.
        01 GradeEOF PIC X VALUE 'N'.
            88 NoMoreGrades VALUE 'Y'.
        01 RegEOF PIC X VALUE 'N'.
            88 NoMoreRegs VALUE 'Y'.
        01 StudName PIC X(31).
      *> Courses the student has passed (A through D), from the
      *> closed terms on GradeHist.dat and the grades already keyed
      *> for the term in progress on CourseGrades.dat
        01 PassedTable.
            02 TabPassedCourse PIC X(8) OCCURS 200 TIMES.
        01 PassedCount PIC 9(3) VALUE ZERO.
            88 PassedTableFull VALUE 201 THRU 999.
        01 PassedIdx PIC 9(3) VALUE ZERO.
        01 PassedFlag PIC X.
            88 CourseWasPassed VALUE 'Y'.
        01 PrereqIdx PIC 9 VALUE ZERO.
        01 MissingCount PIC 9 VALUE ZERO.
        01 EnrolledCount PIC 9(4) VALUE ZERO.
        01 WaitCount PIC 9(4) VALUE ZERO.
        01 FirstWaitStamp PIC X(14).
        01 FirstWaitStudID PIC 9(5).
        01 WasEnrolled PIC X.
        01 NewStatus PIC X.
        01 WaitAnswer PIC X.
        01 TtFileAvail PIC X VALUE 'N'.
            88 TtFileOnHand VALUE 'Y'.
        01 TtEOF PIC X VALUE 'N'.
            88 NoMoreSections VALUE 'Y'.
        01 SectionCount PIC 9(3) VALUE ZERO.
        01 FirstSection PIC X(3).
        01 ChosenSection PIC X(3).
        01 SectionFound PIC X.
            88 SectionIsOnFile VALUE 'Y'.
        01 SchedCredits PIC 9(3)V9.
        01 SchedCount PIC 9(3).
        01 StatusText PIC X(10).
        01 WSCurrentDateTime PIC X(21).
        01 SignOnID PIC X(8).
        01 SignOnName PIC X(20).
        01 SignOnTries PIC 9 VALUE ZERO.
        01 OperatorOK PIC X VALUE 'N'.
            88 OperatorSignedOn VALUE 'Y'.
        01 OpRole PIC 9 VALUE ZERO.
        01 SignOnRetCode PIC 9(2) VALUE ZERO.
        01 RegFileStatus PIC XX.
            88 RegFileOpenOK VALUE "00".
        01 CourseFileStatus PIC XX.
            88 CourseFileOpenOK VALUE "00".
        01 TtFileStatus PIC XX.
            88 TtFileOpenOK VALUE "00".
        01 GradeHistFileStatus PIC XX.
            88 GradeHistFileOpenOK VALUE "00".
        01 GradeFileStatus PIC XX.
            88 GradeFileOpenOK VALUE "00".
        01 MergedFileStatus PIC XX.
            88 MergedFileOpenOK VALUE "00".

    SCREEN SECTION.
        01 SignOnScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "COURSE REGISTRATION - SIGN ON".
            02 LINE 3 COLUMN 1 VALUE "Operator ID : ".
            02 LINE 3 COLUMN 15 PIC X(8) USING SignOnID.

PROCEDURE DIVISION.
    StartPara.
        *> Registration desk for the coming term. A student is
        *> enrolled in a course on Register.dat only when the course
        *> is on the master, the student has not already passed it,
        *> and every prerequisite crsmaint names for it shows a
        *> passing grade on the student's history. Once the seat limit
        *> is reached further sign-ups go on the course waitlist in
        *> the order they came in, and a drop moves the first student
        *> waiting into the seat. classlist prints the class lists.
        *> Where the timetable runs the course in more than one
        *> section the student is placed in one of them, so studsched
        *> can lay out the week.
        PERFORM SignOn.
        IF NOT OperatorSignedOn
            DISPLAY "Sign-on failed - session ended"
            STOP RUN
        END-IF.
        DISPLAY "Registration term (e.g. 2027SP) : " WITH NO ADVANCING.
        ACCEPT RegTerm.
        MOVE FUNCTION UPPER-CASE(RegTerm) TO RegTerm.
        IF RegTerm = SPACES
            DISPLAY "A term is required - session ended"
            STOP RUN
        END-IF.
        OPEN I-O RegFile.
        IF RegFileStatus = "35" OR RegFileStatus = "05"
            *> First run - no registrations on file yet
            OPEN OUTPUT RegFile
            CLOSE RegFile
            OPEN I-O RegFile
        END-IF.
        IF NOT RegFileOpenOK
            DISPLAY "Unable to open Register.dat - status " RegFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT CourseFile.
        IF NOT CourseFileOpenOK
            DISPLAY "Unable to open CourseMast.dat - status "
                CourseFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT TtFile.
        IF TtFileOpenOK
            SET TtFileOnHand TO TRUE
        END-IF.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY " "
            DISPLAY "1=Register 2=Drop 3=Student Schedule "
                "4=Course Seats 0=Quit : " WITH NO ADVANCING
            ACCEPT Choice
            EVALUATE Choice
                WHEN 1 PERFORM RegisterStudent
                WHEN 2 PERFORM DropStudent
                WHEN 3 PERFORM ShowSchedule
                WHEN 4 PERFORM ShowCourseSeats
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        IF TtFileOnHand
            CLOSE TtFile
        END-IF.
        CLOSE RegFile, CourseFile.
        STOP RUN.

    RegisterStudent.
        PERFORM AskRegKey
        PERFORM FindStudent
        IF NOT StudentFound
            DISPLAY "Student " WantedStudID " is not on the roster"
            EXIT PARAGRAPH
        END-IF
        PERFORM ReadWantedCourse
        IF CourseExists = 'N'
            DISPLAY "Course " WantedCourse " is not on the course master"
            EXIT PARAGRAPH
        END-IF
        PERFORM ReadRegistration
        IF RecordExists = 'Y' AND NOT RgIsDropped
            IF RgIsWaitlisted
                DISPLAY StudName " is already waitlisted for "
                    WantedCourse
            ELSE
                DISPLAY StudName " is already registered for "
                    WantedCourse
            END-IF
            EXIT PARAGRAPH
        END-IF

        PERFORM LoadPassedCourses
        MOVE WantedCourse TO CrsCode
        PERFORM CheckPassed
        IF CourseWasPassed
            DISPLAY StudName " has already passed " WantedCourse
                " - not registered"
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO MissingCount
        PERFORM CheckOnePrereq VARYING PrereqIdx FROM 1 BY 1
            UNTIL PrereqIdx > 3
        IF MissingCount > ZERO
            DISPLAY "Prerequisites not met - not registered"
            EXIT PARAGRAPH
        END-IF

        PERFORM ChooseSection
        IF ChosenSection NOT = SPACES AND NOT SectionIsOnFile
            DISPLAY "Section " ChosenSection " of " WantedCourse
                " is not on the " RegTerm " timetable - not registered"
            EXIT PARAGRAPH
        END-IF

        PERFORM CountSeats
        MOVE "E" TO NewStatus
        IF CrsSeatLimit > ZERO AND EnrolledCount NOT < CrsSeatLimit
            DISPLAY WantedCourse " is full - " EnrolledCount
                " of " CrsSeatLimit " seats taken, " WaitCount
                " waiting"
            DISPLAY "Add to the waitlist (Y/N) : " WITH NO ADVANCING
            MOVE SPACE TO WaitAnswer
            ACCEPT WaitAnswer
            IF WaitAnswer NOT = "Y" AND WaitAnswer NOT = "y"
                DISPLAY "Not registered"
                EXIT PARAGRAPH
            END-IF
            MOVE "W" TO NewStatus
        END-IF

        *> The seat count moved the record area - build it afresh
        MOVE RegTerm TO RgTerm
        MOVE WantedCourse TO RgCourse
        MOVE WantedStudID TO RgStudID
        MOVE NewStatus TO RgStatus
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime
        MOVE WSCurrentDateTime(1:14) TO RgStamp
        MOVE SignOnID TO RgOperator
        MOVE ChosenSection TO RgSection
        IF RecordExists = 'N'
            WRITE RegData
                INVALID KEY DISPLAY "Registration was not added!"
                    EXIT PARAGRAPH
            END-WRITE
        ELSE
            REWRITE RegData
                INVALID KEY DISPLAY "Registration was not updated!"
                    EXIT PARAGRAPH
            END-REWRITE
        END-IF
        IF RgIsWaitlisted
            ADD 1 TO WaitCount
            DISPLAY StudName " waitlisted for " WantedCourse
                " - position " WaitCount
        ELSE
            DISPLAY StudName " registered for " WantedCourse " "
                CrsTitle
        END-IF.

    DropStudent.
        PERFORM AskRegKey
        PERFORM ReadRegistration
        IF RecordExists = 'N' OR RgIsDropped
            DISPLAY "Student " WantedStudID " is not registered for "
                WantedCourse
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO WasEnrolled
        IF RgIsEnrolled
            MOVE 'Y' TO WasEnrolled
        END-IF
        SET RgIsDropped TO TRUE
        MOVE SignOnID TO RgOperator
        REWRITE RegData
            INVALID KEY DISPLAY "Registration was not updated!"
                EXIT PARAGRAPH
        END-REWRITE
        DISPLAY "Student " WantedStudID " dropped from " WantedCourse
        IF WasEnrolled = 'Y'
            PERFORM PromoteFromWaitlist
        END-IF.

    PromoteFromWaitlist.
        *> The seat just given up goes to whoever has waited longest,
        *> provided the course is not still over its limit
        PERFORM ReadWantedCourse
        PERFORM CountSeats
        IF WaitCount = ZERO
            EXIT PARAGRAPH
        END-IF
        IF CrsSeatLimit > ZERO AND EnrolledCount NOT < CrsSeatLimit
            EXIT PARAGRAPH
        END-IF
        MOVE RegTerm TO RgTerm
        MOVE WantedCourse TO RgCourse
        MOVE FirstWaitStudID TO RgStudID
        READ RegFile
            INVALID KEY
                DISPLAY "Waitlist entry for " FirstWaitStudID
                    " could not be read"
                EXIT PARAGRAPH
        END-READ
        SET RgIsEnrolled TO TRUE
        MOVE SignOnID TO RgOperator
        REWRITE RegData
            INVALID KEY DISPLAY "Waitlist entry was not updated!"
                EXIT PARAGRAPH
        END-REWRITE
        MOVE FirstWaitStudID TO WantedStudID
        PERFORM FindStudent
        DISPLAY "Student " FirstWaitStudID " " StudName
            " moved from the waitlist into " WantedCourse
            " - notify the student".

    ShowSchedule.
        DISPLAY " "
        DISPLAY "Student ID  : " WITH NO ADVANCING
        ACCEPT WantedStudID
        PERFORM FindStudent
        IF NOT StudentFound
            DISPLAY "Student " WantedStudID " is not on the roster"
            EXIT PARAGRAPH
        END-IF
        DISPLAY RegTerm " schedule for " StudName
        MOVE ZERO TO SchedCredits, SchedCount
        MOVE 'N' TO RegEOF
        MOVE WantedStudID TO RgStudID
        START RegFile KEY IS EQUAL TO RgStudID
            INVALID KEY SET NoMoreRegs TO TRUE
        END-START
        PERFORM ShowOneScheduleRow UNTIL NoMoreRegs
        IF SchedCount = ZERO
            DISPLAY "No registrations for " RegTerm
        ELSE
            DISPLAY "Enrolled credit hours : " SchedCredits
        END-IF.

    ShowOneScheduleRow.
        READ RegFile NEXT RECORD
            AT END SET NoMoreRegs TO TRUE
            NOT AT END
                IF RgStudID NOT = WantedStudID
                    SET NoMoreRegs TO TRUE
                ELSE IF RgTerm = RegTerm AND NOT RgIsDropped
                    ADD 1 TO SchedCount
                    MOVE RgCourse TO CrsCode
                    READ CourseFile
                        INVALID KEY MOVE "(not on course master)"
                            TO CrsTitle
                            MOVE ZERO TO CrsCredits
                    END-READ
                    IF RgIsEnrolled
                        MOVE "ENROLLED" TO StatusText
                        ADD CrsCredits TO SchedCredits
                    ELSE
                        MOVE "WAITLISTED" TO StatusText
                    END-IF
                    DISPLAY RgCourse " " RgSection " " CrsTitle " "
                        CrsCredits " " StatusText
                END-IF
        END-READ.

    ShowCourseSeats.
        DISPLAY " "
        DISPLAY "Course code : " WITH NO ADVANCING
        ACCEPT WantedCourse
        MOVE FUNCTION UPPER-CASE(WantedCourse) TO WantedCourse
        PERFORM ReadWantedCourse
        IF CourseExists = 'N'
            DISPLAY "Course " WantedCourse " is not on the course master"
            EXIT PARAGRAPH
        END-IF
        PERFORM CountSeats
        IF CrsSeatLimit = ZERO
            DISPLAY WantedCourse " " RegTerm " : " EnrolledCount
                " enrolled, no seat limit"
        ELSE
            DISPLAY WantedCourse " " RegTerm " : " EnrolledCount
                " of " CrsSeatLimit " seats taken, " WaitCount
                " waiting"
        END-IF.

    ChooseSection.
        *> One section on the timetable is taken as read; with more
        *> than one the desk picks (blank = place the student later)
        MOVE SPACES TO ChosenSection, FirstSection
        MOVE ZERO TO SectionCount
        MOVE 'N' TO SectionFound
        IF NOT TtFileOnHand
            EXIT PARAGRAPH
        END-IF
        PERFORM CountSections
        EVALUATE TRUE
            WHEN SectionCount = 1
                MOVE FirstSection TO ChosenSection
                SET SectionIsOnFile TO TRUE
            WHEN SectionCount > 1
                DISPLAY WantedCourse " runs " SectionCount
                    " sections - section (blank = assign later) : "
                    WITH NO ADVANCING
                ACCEPT ChosenSection
                MOVE FUNCTION UPPER-CASE(ChosenSection) TO ChosenSection
                IF ChosenSection NOT = SPACES
                    MOVE RegTerm TO TtTerm
                    MOVE WantedCourse TO TtCourse
                    MOVE ChosenSection TO TtSection
                    READ TtFile KEY IS TtKey
                        INVALID KEY CONTINUE
                        NOT INVALID KEY SET SectionIsOnFile TO TRUE
                    END-READ
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

    CountSections.
        MOVE 'N' TO TtEOF
        MOVE RegTerm TO TtTerm
        MOVE WantedCourse TO TtCourse
        MOVE LOW-VALUES TO TtSection
        START TtFile KEY IS NOT LESS THAN TtKey
            INVALID KEY SET NoMoreSections TO TRUE
        END-START
        PERFORM CountOneSection UNTIL NoMoreSections.

    CountOneSection.
        READ TtFile NEXT RECORD
            AT END SET NoMoreSections TO TRUE
            NOT AT END
                IF TtTerm NOT = RegTerm OR TtCourse NOT = WantedCourse
                    SET NoMoreSections TO TRUE
                ELSE
                    ADD 1 TO SectionCount
                    IF SectionCount = 1
                        MOVE TtSection TO FirstSection
                    END-IF
                END-IF
        END-READ.

    AskRegKey.
        DISPLAY " "
        DISPLAY "Student ID  : " WITH NO ADVANCING
        ACCEPT WantedStudID
        DISPLAY "Course code : " WITH NO ADVANCING
        ACCEPT WantedCourse
        MOVE FUNCTION UPPER-CASE(WantedCourse) TO WantedCourse.

    ReadWantedCourse.
        MOVE 'Y' TO CourseExists
        MOVE WantedCourse TO CrsCode
        READ CourseFile
            INVALID KEY MOVE 'N' TO CourseExists
        END-READ.

    ReadRegistration.
        MOVE 'Y' TO RecordExists
        MOVE RegTerm TO RgTerm
        MOVE WantedCourse TO RgCourse
        MOVE WantedStudID TO RgStudID
        READ RegFile KEY IS RgKey
            INVALID KEY MOVE 'N' TO RecordExists
        END-READ.

    CountSeats.
        *> Enrolled and waiting for the term and course, noting who
        *> has waited longest
        MOVE ZERO TO EnrolledCount, WaitCount, FirstWaitStudID
        MOVE HIGH-VALUES TO FirstWaitStamp
        MOVE 'N' TO RegEOF
        MOVE RegTerm TO RgTerm
        MOVE WantedCourse TO RgCourse
        MOVE ZERO TO RgStudID
        START RegFile KEY IS NOT LESS THAN RgKey
            INVALID KEY SET NoMoreRegs TO TRUE
        END-START
        PERFORM CountOneSeat UNTIL NoMoreRegs.

    CountOneSeat.
        READ RegFile NEXT RECORD
            AT END SET NoMoreRegs TO TRUE
            NOT AT END
                IF RgTerm NOT = RegTerm OR RgCourse NOT = WantedCourse
                    SET NoMoreRegs TO TRUE
                ELSE IF RgIsEnrolled
                    ADD 1 TO EnrolledCount
                ELSE IF RgIsWaitlisted
                    ADD 1 TO WaitCount
                    IF RgStamp < FirstWaitStamp
                        MOVE RgStamp TO FirstWaitStamp
                        MOVE RgStudID TO FirstWaitStudID
                    END-IF
                END-IF
        END-READ.

    CheckOnePrereq.
        IF CrsPrereq(PrereqIdx) = SPACES
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO PassedFlag
        PERFORM VARYING PassedIdx FROM 1 BY 1
            UNTIL PassedIdx > PassedCount OR CourseWasPassed
            IF TabPassedCourse(PassedIdx) = CrsPrereq(PrereqIdx)
                SET CourseWasPassed TO TRUE
            END-IF
        END-PERFORM
        IF NOT CourseWasPassed
            ADD 1 TO MissingCount
            DISPLAY "Prerequisite " CrsPrereq(PrereqIdx)
                " has no passing grade for " StudName
        END-IF.

    CheckPassed.
        MOVE 'N' TO PassedFlag
        PERFORM VARYING PassedIdx FROM 1 BY 1
            UNTIL PassedIdx > PassedCount OR CourseWasPassed
            IF TabPassedCourse(PassedIdx) = CrsCode
                SET CourseWasPassed TO TRUE
            END-IF
        END-PERFORM.

    LoadPassedCourses.
        MOVE ZERO TO PassedCount
        MOVE 'N' TO GradeEOF
        OPEN INPUT GradeHistFile
        IF GradeHistFileOpenOK
            READ GradeHistFile
                AT END SET NoMoreGrades TO TRUE
            END-READ
            PERFORM LoadOneHistPass UNTIL NoMoreGrades
        END-IF
        CLOSE GradeHistFile
        MOVE 'N' TO GradeEOF
        OPEN INPUT GradeFile
        IF GradeFileOpenOK
            READ GradeFile
                AT END SET NoMoreGrades TO TRUE
            END-READ
            PERFORM LoadOneCurrentPass UNTIL NoMoreGrades
        END-IF
        CLOSE GradeFile.

    LoadOneHistPass.
        IF GhStudID = WantedStudID AND GhGradeIsPassing
            ADD 1 TO PassedCount
            IF PassedTableFull
                SUBTRACT 1 FROM PassedCount
            ELSE
                MOVE GhCourse TO TabPassedCourse(PassedCount)
            END-IF
        END-IF
        READ GradeHistFile
            AT END SET NoMoreGrades TO TRUE
        END-READ.

    LoadOneCurrentPass.
        IF CgStudID = WantedStudID AND CgGradeIsPassing
            ADD 1 TO PassedCount
            IF PassedTableFull
                SUBTRACT 1 FROM PassedCount
            ELSE
                MOVE CgCourse TO TabPassedCourse(PassedCount)
            END-IF
        END-IF
        READ GradeFile
            AT END SET NoMoreGrades TO TRUE
        END-READ.

    FindStudent.
        MOVE 'N' TO StudFound
        MOVE 'N' TO MergedEOF
        MOVE SPACES TO StudName
        OPEN INPUT MergedFile
        IF NOT MergedFileOpenOK
            DISPLAY "Unable to open student_merged.dat - status "
                MergedFileStatus
            EXIT PARAGRAPH
        END-IF
        READ MergedFile
            AT END SET NoMoreStudents TO TRUE
        END-READ
        PERFORM ScanOneStudent UNTIL NoMoreStudents OR StudentFound
        CLOSE MergedFile.

    ScanOneStudent.
        IF MStudID = WantedStudID
            SET StudentFound TO TRUE
            STRING MStudFirstName DELIMITED BY "  "
                " " MStudLastName DELIMITED BY "  "
                INTO StudName
        ELSE
            READ MergedFile
                AT END SET NoMoreStudents TO TRUE
            END-READ
        END-IF.

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
        *> challenge, and the three-strikes lockout
        CALL "OPSIGNON" USING SignOnID, SignOnName, OpRole,
            SignOnRetCode
        IF SignOnRetCode = ZERO
            SET OperatorSignedOn TO TRUE
        END-IF.
