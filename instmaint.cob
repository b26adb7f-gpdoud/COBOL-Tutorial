       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. instmaint.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT InstFile ASSIGN TO "Instructor.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS InsID
            FILE STATUS IS InstFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD InstFile.
        01 InstData.
            COPY INSTREC.
    WORKING-STORAGE SECTION.
        01 Choice PIC 9.
        01 StayOpen PIC X VALUE 'Y'.
        01 InstExists PIC X.
        01 ValidEntry PIC X VALUE 'N'.
            88 EntryIsValid VALUE 'Y'.
        01 ListEOF PIC X VALUE 'N'.
            88 NoMoreInst VALUE 'Y'.
        01 InstFileStatus PIC XX.
            88 InstFileOpenOK VALUE "00".

    SCREEN SECTION.
        01 MenuScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "INSTRUCTOR MASTER".
            02 LINE 3 COLUMN 1 VALUE "1 : Add Instructor".
            02 LINE 4 COLUMN 1 VALUE "2 : Update Instructor".
            02 LINE 5 COLUMN 1 VALUE "3 : List Instructors".
            02 LINE 6 COLUMN 1 VALUE "0 : Quit".
            02 LINE 8 COLUMN 1 VALUE ": ".
            02 LINE 8 COLUMN 3 PIC 9 USING Choice.

        01 CodeEntryScreen.
            02 LINE 3 COLUMN 1 VALUE "Instructor Code : ".
            02 LINE 3 COLUMN 19 PIC X(6) USING InsID.
        01 DetailEntryScreen.
            02 LINE 4 COLUMN 1 VALUE "First Name      : ".
            02 LINE 4 COLUMN 19 PIC X(15) USING InsFirstName.
            02 LINE 5 COLUMN 1 VALUE "Last Name       : ".
            02 LINE 5 COLUMN 19 PIC X(15) USING InsLastName.
            02 LINE 6 COLUMN 1 VALUE "Department      : ".
            02 LINE 6 COLUMN 19 PIC X(4) USING InsDept.
            02 LINE 7 COLUMN 1 VALUE "Max Load (Cr)   : ".
            02 LINE 7 COLUMN 19 PIC 99.9 USING InsMaxLoad.
            02 LINE 8 COLUMN 1 VALUE "Status (A/I)    : ".
            02 LINE 8 COLUMN 19 PIC X USING InsStatus.

PROCEDURE DIVISION.
    StartPara.
        *> Maintains the instructor master behind the class
        *> timetable - ttmaint will only schedule an active instructor
        *> on this file, and ttreport measures each one's teaching
        *> load against the maximum set here.
        OPEN I-O InstFile.
        IF InstFileStatus = "35" OR InstFileStatus = "05"
            *> First run - no instructors on file yet
            OPEN OUTPUT InstFile
            CLOSE InstFile
            OPEN I-O InstFile
        END-IF.
        IF NOT InstFileOpenOK
            DISPLAY "Unable to open Instructor.dat - status "
                InstFileStatus
            STOP RUN
        END-IF.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY MenuScreen
            ACCEPT MenuScreen

            EVALUATE Choice
                WHEN 1 PERFORM AddInstructor
                WHEN 2 PERFORM UpdateInstructor
                WHEN 3 PERFORM ListInstructors
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        CLOSE InstFile.
        STOP RUN.

    AddInstructor.
        MOVE SPACES TO InstData
        MOVE ZERO TO InsMaxLoad
        SET InsIsActive TO TRUE
        DISPLAY " "
        DISPLAY CodeEntryScreen
        ACCEPT CodeEntryScreen
        MOVE FUNCTION UPPER-CASE(InsID) TO InsID
        IF InsID = SPACES
            DISPLAY "Instructor code cannot be blank"
            EXIT PARAGRAPH
        END-IF
        PERFORM EnterInstDetail
        WRITE InstData
            INVALID KEY DISPLAY "Instructor already on file"
            NOT INVALID KEY DISPLAY "Instructor " InsID " added"
        END-WRITE.

    UpdateInstructor.
        MOVE 'Y' TO InstExists
        DISPLAY " "
        DISPLAY CodeEntryScreen
        ACCEPT CodeEntryScreen
        MOVE FUNCTION UPPER-CASE(InsID) TO InsID
        READ InstFile
            INVALID KEY MOVE 'N' TO InstExists
        END-READ
        IF InstExists = 'N'
            DISPLAY "Instructor does not exist!"
        ELSE
            PERFORM EnterInstDetail
            REWRITE InstData
                INVALID KEY DISPLAY "Instructor was not updated!"
                NOT INVALID KEY DISPLAY "Instructor " InsID " updated"
            END-REWRITE
        END-IF.

    EnterInstDetail.
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY DetailEntryScreen
            ACCEPT DetailEntryScreen
            MOVE FUNCTION UPPER-CASE(InsStatus) TO InsStatus
            MOVE FUNCTION UPPER-CASE(InsDept) TO InsDept
            IF InsLastName = SPACES
                DISPLAY "Last name cannot be blank - re-enter"
            ELSE IF InsMaxLoad IS NOT NUMERIC
                DISPLAY "Max load must be numeric - re-enter"
            ELSE IF NOT InsIsActive AND NOT InsIsInactive
                DISPLAY "Status must be A or I - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM.

    ListInstructors.
        MOVE 'N' TO ListEOF
        MOVE LOW-VALUES TO InsID
        START InstFile KEY IS NOT LESS THAN InsID
            INVALID KEY SET NoMoreInst TO TRUE
        END-START
        IF NoMoreInst
            DISPLAY " "
            DISPLAY "No instructors on file"
        ELSE
            DISPLAY " "
            DISPLAY "Code   Name                           Dept Max  St"
            PERFORM ListNextInstructor UNTIL NoMoreInst
        END-IF.

    ListNextInstructor.
        READ InstFile NEXT RECORD
            AT END SET NoMoreInst TO TRUE
            NOT AT END DISPLAY InsID " " InsName " " InsDept " "
                InsMaxLoad " " InsStatus
        END-READ.
