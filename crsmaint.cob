            88 EntryIsValid VALUE 'Y'.
        01 ListEOF PIC X VALUE 'N'.
            88 NoMoreCourses VALUE 'Y'.
        01 SaveCourseData PIC X(80).
        01 PrereqIdx PIC 9 VALUE ZERO.
        01 PrereqOK PIC X.
            88 PrereqsAreValid VALUE 'Y'.
        01 CourseFileStatus PIC XX.
            88 CourseFileOpenOK VALUE "00".

            02 LINE 5 COLUMN 16 PIC 9.9 USING CrsCredits.
            02 LINE 6 COLUMN 1 VALUE "Department   : ".
            02 LINE 6 COLUMN 16 PIC X(4) USING CrsDept.
            02 LINE 7 COLUMN 1 VALUE "Seat Limit   : ".
            02 LINE 7 COLUMN 16 PIC 9(3) USING CrsSeatLimit.
            02 LINE 8 COLUMN 1 VALUE "Prerequisite : ".
            02 LINE 8 COLUMN 16 PIC X(8) USING CrsPrereq1.
            02 LINE 8 COLUMN 25 PIC X(8) USING CrsPrereq2.
            02 LINE 8 COLUMN 34 PIC X(8) USING CrsPrereq3.

PROCEDURE DIVISION.
    StartPara.
        *> Maintains the course master behind the credit-weighted GPA
        *> and the transcript - gpacalc rejects any grade record that
        *> names a course not on this file. The seat limit and the
        *> prerequisites are what crsreg checks at sign-up.
        OPEN I-O CourseFile.
        IF CourseFileStatus = "35" OR CourseFileStatus = "05"
            *> First run - no courses on file yet
            DISPLAY "Course code cannot be blank"
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO CrsTitle, CrsDept, CrsPrereqs
        MOVE ZERO TO CrsCredits, CrsSeatLimit
        PERFORM EnterCourseDetail
        WRITE CourseData
            INVALID KEY DISPLAY "Course already on file"
                DISPLAY "Title cannot be blank - re-enter"
            ELSE IF CrsCredits IS NOT NUMERIC OR CrsCredits = ZERO
                DISPLAY "Credit hours must be nonzero - re-enter"
            ELSE IF CrsSeatLimit IS NOT NUMERIC
                DISPLAY "Seat limit must be numeric - re-enter"
            ELSE
                PERFORM CheckPrereqs
                IF PrereqsAreValid
                    SET EntryIsValid TO TRUE
                END-IF
            END-IF
        END-PERFORM.

    CheckPrereqs.
        *> Each prerequisite named must itself be on the master - the
        *> record is set aside while they are looked up
        MOVE FUNCTION UPPER-CASE(CrsPrereqs) TO CrsPrereqs
        MOVE 'Y' TO PrereqOK
        MOVE CourseData TO SaveCourseData
        PERFORM CheckOnePrereq VARYING PrereqIdx FROM 1 BY 1
            UNTIL PrereqIdx > 3 OR NOT PrereqsAreValid
        MOVE SaveCourseData TO CourseData.

    CheckOnePrereq.
        MOVE SaveCourseData TO CourseData
        IF CrsPrereq(PrereqIdx) = SPACES
            EXIT PARAGRAPH
        END-IF
        IF CrsPrereq(PrereqIdx) = CrsCode
            DISPLAY "A course cannot be its own prerequisite - re-enter"
            MOVE 'N' TO PrereqOK
            EXIT PARAGRAPH
        END-IF
        MOVE CrsPrereq(PrereqIdx) TO CrsCode
        READ CourseFile
            INVALID KEY
                DISPLAY "Prerequisite " CrsCode " is not on file - re-enter"
                MOVE 'N' TO PrereqOK
        END-READ.

    ListCourses.
        MOVE 'N' TO ListEOF
        MOVE LOW-VALUES TO CrsCode
            DISPLAY "No courses on file"
        ELSE
            DISPLAY " "
            DISPLAY "Code     Title                     Cr   Dept Seats "
                "Prerequisites"
            PERFORM ListNextCourse UNTIL NoMoreCourses
        END-IF.

        READ CourseFile NEXT RECORD
            AT END SET NoMoreCourses TO TRUE
            NOT AT END DISPLAY CrsCode " " CrsTitle " " CrsCredits
                "  " CrsDept " " CrsSeatLimit "   " CrsPrereq1 " "
                CrsPrereq2 " " CrsPrereq3
        END-READ.
