       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. degaudit.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ReqFile ASSIGN TO "DegReq.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ReqFileStatus.
        SELECT ProgFile ASSIGN TO "StudProg.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ProgFileStatus.
        SELECT OPTIONAL GradeHistFile ASSIGN TO "GradeHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GradeHistFileStatus.
        SELECT OPTIONAL GradeFile ASSIGN TO "CourseGrades.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GradeFileStatus.
        SELECT OPTIONAL RegFile ASSIGN TO "Register.dat"
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
        SELECT AuditReport ASSIGN TO "DegAudit.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AuditReportStatus.
        SELECT GradListReport ASSIGN TO "GradList.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GradListReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD ReqFile.
        01 ReqData.
            COPY DEGREQ.

        FD ProgFile.
        01 ProgData.
            COPY STUDPROG.

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
                88 CgNotYetGraded VALUE SPACE.
            02 FILLER PIC X.
            02 CgTerm PIC X(6).

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

        FD AuditReport.
        01 PrintLine PIC X(90).

        FD GradListReport.
        01 GradLine PIC X(90).
    WORKING-STORAGE SECTION.
        01 ReqEOF PIC X VALUE 'N'.
            88 NoMoreReqs VALUE 'Y'.
        01 ProgEOF PIC X VALUE 'N'.
            88 NoMoreProgs VALUE 'Y'.
        01 HistEOF PIC X VALUE 'N'.
            88 NoMoreHist VALUE 'Y'.
        01 GradeEOF PIC X VALUE 'N'.
            88 NoMoreGrades VALUE 'Y'.
        01 RegEOF PIC X VALUE 'N'.
            88 NoMoreRegs VALUE 'Y'.
        01 MergedEOF PIC X VALUE 'N'.
            88 NoMoreStudents VALUE 'Y'.
        01 RegFileAvail PIC X VALUE 'N'.
            88 RegFileOnHand VALUE 'Y'.
        01 AuditTerm PIC X(6).
        01 WantedStudIn PIC X(5).
        01 WantedStudID PIC 9(5) VALUE ZERO.
        01 StudFound PIC X VALUE 'N'.
            88 StudentFound VALUE 'Y'.
        01 StudName PIC X(31).
        01 CourseExists PIC X.
      *> DegReq.dat, loaded once - the program rows, then the
      *> required courses and department credit rows by program
        01 ProgTable.
            02 ProgEntry OCCURS 50 TIMES.
                03 TabPgCode PIC X(6).
                03 TabPgCredits PIC 9(3).
                03 TabPgMinGPA PIC 9V99.
                03 TabPgTitle PIC X(30).
        01 ProgCount PIC 99 VALUE ZERO.
            88 ProgTableFull VALUE 51 THRU 99.
        01 PgIdx PIC 99 VALUE ZERO.
        01 CourseReqTable.
            02 CourseReqEntry OCCURS 500 TIMES.
                03 TabCrProgram PIC X(6).
                03 TabCrCourse PIC X(8).
        01 CourseReqCount PIC 9(3) VALUE ZERO.
            88 CourseReqTableFull VALUE 501 THRU 999.
        01 CrIdx PIC 9(3) VALUE ZERO.
        01 DeptReqTable.
            02 DeptReqEntry OCCURS 200 TIMES.
                03 TabDrProgram PIC X(6).
                03 TabDrDept PIC X(4).
                03 TabDrCredits PIC 9(3).
        01 DeptReqCount PIC 9(3) VALUE ZERO.
            88 DeptReqTableFull VALUE 201 THRU 999.
        01 DrIdx PIC 9(3) VALUE ZERO.
      *> The student being audited - courses passed on the history
      *> and courses under way this term
        01 EarnedTable.
            02 EarnedEntry OCCURS 200 TIMES.
                03 TabErCourse PIC X(8).
                03 TabErCredits PIC 9V9.
                03 TabErDept PIC X(4).
                03 TabErGrade PIC X.
                03 TabErTerm PIC X(6).
        01 EarnedCount PIC 9(3) VALUE ZERO.
            88 EarnedTableFull VALUE 201 THRU 999.
        01 ErIdx PIC 9(3) VALUE ZERO.
        01 ProgressTable.
            02 ProgressEntry OCCURS 30 TIMES.
                03 TabIpCourse PIC X(8).
                03 TabIpCredits PIC 9V9.
                03 TabIpDept PIC X(4).
        01 ProgressCount PIC 99 VALUE ZERO.
            88 ProgressTableFull VALUE 31 THRU 99.
        01 IpIdx PIC 99 VALUE ZERO.
        *> This term's courses already graded F (or otherwise not
        *> passed) - they count as neither earned nor in progress,
        *> whatever the registration says
        01 NotPassedTable.
            02 NotPassedEntry OCCURS 30 TIMES.
                03 TabNpCourse PIC X(8).
        01 NotPassedCount PIC 99 VALUE ZERO.
            88 NotPassedTableFull VALUE 31 THRU 99.
        01 NpIdx PIC 99 VALUE ZERO.
        01 FoundIdx PIC 9(3) VALUE ZERO.
        01 WorkCourse PIC X(8).
        01 LetterGradeGPA PIC 9V99.
        01 QualityPoints PIC 9(3)V99.
        01 CumPoints PIC 9(5)V99.
        01 CumCredits PIC 9(4)V9.
        01 CumGPA PIC 9V99.
        01 EarnedCredits PIC 9(4)V9.
        01 ProgressCredits PIC 9(4)V9.
        01 ReqEarned PIC 9(4)V9.
        01 ReqProgress PIC 9(4)V9.
        01 ReqNeeded PIC 9(4)V9.
        01 MissingCount PIC 9(3).
        01 PendingCount PIC 9(3).
        01 AuditedCount PIC 9(5) VALUE ZERO.
        01 EligibleCount PIC 9(5) VALUE ZERO.
        01 PendingStudCount PIC 9(5) VALUE ZERO.
        01 NotEligibleCount PIC 9(5) VALUE ZERO.
        01 NoProgramCount PIC 9(5) VALUE ZERO.
        01 ListedCount PIC 9(5) VALUE ZERO.
        01 OtherTermCount PIC 9(5) VALUE ZERO.
        01 EditCredits PIC ZZZ9.9.
        01 EditGPA PIC 9.99.
        COPY RETCODE.
        01 AuditHeading.
            02 FILLER PIC X(25) VALUE "DEGREE AUDIT  -  TERM  ".
            02 PrnAuditTerm PIC X(6).
        01 StudLine.
            02 FILLER PIC X(11) VALUE "STUDENT  : ".
            02 PrnStudID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStudName PIC X(31).
        01 ProgLine.
            02 FILLER PIC X(11) VALUE "PROGRAM  : ".
            02 PrnProgCode PIC X(6).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnProgTitle PIC X(30).
            02 FILLER PIC X(13) VALUE "  FINISHING ".
            02 PrnGradTerm PIC X(6).
        01 ReqHeads PIC X(90) VALUE
            "  Requirement                     Required Earned   In Prog  Status".
        01 ReqLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnReqDesc PIC X(30).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnReqRequired PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 PrnReqEarned PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 PrnReqProgress PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 PrnReqStatus PIC X(11).
        01 OutcomeLine.
            02 FILLER PIC X(11) VALUE "RESULT   : ".
            02 PrnOutcome PIC X(60).
        01 OtherTermLine.
            02 FILLER PIC X(11) VALUE SPACE.
            02 FILLER PIC X(22) VALUE "FINISHING TERM IS NOT ".
            02 PrnOtherAuditTerm PIC X(6).
            02 FILLER PIC X(33) VALUE
                " - NOT ON THIS TERM'S GRAD LIST".
        01 GradHeading.
            02 FILLER PIC X(38) VALUE
                "ELIGIBLE TO GRADUATE AT THE END OF ".
            02 PrnGradListTerm PIC X(6).
        01 GradHeads PIC X(90) VALUE
            "Student Name                            Program Credits GPA   Finishing  Status".
        01 GradDetail.
            02 PrnGdStudID PIC 9(5).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnGdName PIC X(31).
            02 FILLER PIC X VALUE SPACE.
            02 PrnGdProgram PIC X(6).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnGdCredits PIC ZZZ9.9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnGdGPA PIC 9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnGdGradTerm PIC X(6).
            02 FILLER PIC X(5) VALUE SPACE.
            02 PrnGdStatus PIC X(14).
        01 CountLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCountLabel PIC X(36).
            02 FILLER PIC X(2) VALUE ": ".
            02 PrnCount PIC ZZ,ZZ9.
        01 ReqFileStatus PIC XX.
            88 ReqFileOpenOK VALUE "00".
        01 ProgFileStatus PIC XX.
            88 ProgFileOpenOK VALUE "00".
        01 GradeHistFileStatus PIC XX.
            88 GradeHistFileOpenOK VALUE "00".
        01 GradeFileStatus PIC XX.
            88 GradeFileOpenOK VALUE "00".
        01 RegFileStatus PIC XX.
            88 RegFileOpenOK VALUE "00".
        01 CourseFileStatus PIC XX.
            88 CourseFileOpenOK VALUE "00".
        01 MergedFileStatus PIC XX.
            88 MergedFileOpenOK VALUE "00".
        01 AuditReportStatus PIC XX.
            88 AuditReportOpenOK VALUE "00".
        01 GradListReportStatus PIC XX.
            88 GradListReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartAudit.
        *> Graduation audit in place of reading transcripts by eye.
        *> Each declared student on StudProg.dat is checked against
        *> the program's requirements on DegReq.dat - total credit
        *> hours, the required courses, the credit hours in each
        *> department named, and the minimum cumulative GPA - using
        *> the passing grades on GradeHist.dat as earned and this
        *> term's crsreg registrations and the CourseGrades.dat rows
        *> not yet graded, or graded A to D but not yet closed to
        *> history, as in progress - a course already failed this
        *> term counts for nothing. DegAudit.rpt shows
        *> every requirement as met, in progress, or missing;
        *> GradList.rpt lists for the commencement office everyone
        *> finishing this term who has met them all, or will once
        *> this term's courses are passed; anyone who qualifies but
        *> is down to finish in another term is counted separately
        *> and noted on the audit. One student, or every declared
        *> student.
        DISPLAY "Current term (e.g. 2026FA) : " WITH NO ADVANCING.
        ACCEPT AuditTerm.
        MOVE FUNCTION UPPER-CASE(AuditTerm) TO AuditTerm.
        DISPLAY "Student ID (blank = every declared student) : "
            WITH NO ADVANCING.
        MOVE SPACES TO WantedStudIn.
        ACCEPT WantedStudIn.
        IF WantedStudIn NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WantedStudIn) NOT = ZERO
                DISPLAY "Student ID must be numeric - no audit"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            MOVE FUNCTION NUMVAL(WantedStudIn) TO WantedStudID
        END-IF.

        PERFORM LoadRequirements.
        IF ProgCount = ZERO
            DISPLAY "No program rows on DegReq.dat - no audit"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN INPUT ProgFile.
        IF NOT ProgFileOpenOK
            DISPLAY "Unable to open StudProg.dat - status "
                ProgFileStatus
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
        OPEN INPUT RegFile.
        IF RegFileOpenOK
            SET RegFileOnHand TO TRUE
        END-IF.
        OPEN OUTPUT AuditReport.
        IF NOT AuditReportOpenOK
            DISPLAY "Unable to open DegAudit.rpt - status "
                AuditReportStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT GradListReport.
        IF NOT GradListReportOpenOK
            DISPLAY "Unable to open GradList.rpt - status "
                GradListReportStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        MOVE AuditTerm TO PrnGradListTerm
        WRITE GradLine FROM GradHeading
        WRITE GradLine FROM GradHeads AFTER ADVANCING 2 LINES
        MOVE SPACES TO GradLine
        WRITE GradLine.

        READ ProgFile
            AT END SET NoMoreProgs TO TRUE
        END-READ.
        PERFORM AuditNextStudent UNTIL NoMoreProgs.

        MOVE "STUDENTS AUDITED" TO PrnCountLabel
        MOVE AuditedCount TO PrnCount
        WRITE GradLine FROM CountLine AFTER ADVANCING 2 LINES
        MOVE "ELIGIBLE - ALL REQUIREMENTS MET" TO PrnCountLabel
        MOVE EligibleCount TO PrnCount
        WRITE GradLine FROM CountLine AFTER ADVANCING 1 LINE
        MOVE "ELIGIBLE ONCE THIS TERM IS PASSED" TO PrnCountLabel
        MOVE PendingStudCount TO PrnCount
        WRITE GradLine FROM CountLine AFTER ADVANCING 1 LINE
        MOVE "NOT ELIGIBLE THIS TERM" TO PrnCountLabel
        MOVE NotEligibleCount TO PrnCount
        WRITE GradLine FROM CountLine AFTER ADVANCING 1 LINE
        MOVE "ELIGIBLE, FINISHING ANOTHER TERM" TO PrnCountLabel
        MOVE OtherTermCount TO PrnCount
        WRITE GradLine FROM CountLine AFTER ADVANCING 1 LINE
        IF NoProgramCount > ZERO
            MOVE "PROGRAM NOT ON DEGREQ.DAT" TO PrnCountLabel
            MOVE NoProgramCount TO PrnCount
            WRITE GradLine FROM CountLine AFTER ADVANCING 1 LINE
        END-IF.

        IF RegFileOnHand
            CLOSE RegFile
        END-IF.
        CLOSE ProgFile, CourseFile, AuditReport, GradListReport.
        IF WantedStudID NOT = ZERO AND AuditedCount = ZERO
            DISPLAY "Student " WantedStudID " has no program on "
                "StudProg.dat"
        END-IF.
        ADD EligibleCount, PendingStudCount GIVING ListedCount.
        DISPLAY AuditedCount " student(s) audited, " ListedCount
            " on the commencement list - see DegAudit.rpt and "
            "GradList.rpt".
        GOBACK.

    AuditNextStudent.
        IF WantedStudID = ZERO OR SpStudID = WantedStudID
            PERFORM AuditOneStudent
        END-IF
        READ ProgFile
            AT END SET NoMoreProgs TO TRUE
        END-READ.

    AuditOneStudent.
        MOVE ZERO TO PgIdx
        PERFORM VARYING FoundIdx FROM 1 BY 1
            UNTIL FoundIdx > ProgCount OR PgIdx > ZERO
            IF TabPgCode(FoundIdx) = SpProgram
                MOVE FoundIdx TO PgIdx
            END-IF
        END-PERFORM
        IF PgIdx = ZERO
            ADD 1 TO NoProgramCount
            DISPLAY "Student " SpStudID " - program " SpProgram
                " is not on DegReq.dat - not audited"
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO AuditedCount
        PERFORM FindStudent
        PERFORM LoadStudentHistory
        PERFORM LoadInProgress

        MOVE AuditTerm TO PrnAuditTerm
        IF AuditedCount = 1
            WRITE PrintLine FROM AuditHeading
        ELSE
            WRITE PrintLine FROM AuditHeading AFTER ADVANCING PAGE
        END-IF
        MOVE SpStudID TO PrnStudID
        MOVE StudName TO PrnStudName
        WRITE PrintLine FROM StudLine AFTER ADVANCING 2 LINES
        MOVE SpProgram TO PrnProgCode
        MOVE TabPgTitle(PgIdx) TO PrnProgTitle
        MOVE SpGradTerm TO PrnGradTerm
        WRITE PrintLine FROM ProgLine AFTER ADVANCING 1 LINE
        WRITE PrintLine FROM ReqHeads AFTER ADVANCING 2 LINES

        MOVE ZERO TO MissingCount, PendingCount
        PERFORM CheckTotalCredits
        PERFORM CheckGPA
        PERFORM CheckOneCourseReq VARYING CrIdx FROM 1 BY 1
            UNTIL CrIdx > CourseReqCount
        PERFORM CheckOneDeptReq VARYING DrIdx FROM 1 BY 1
            UNTIL DrIdx > DeptReqCount

        EVALUATE TRUE
            WHEN MissingCount > ZERO
                ADD 1 TO NotEligibleCount
                MOVE SPACES TO PrnOutcome
                STRING "NOT ELIGIBLE - " MissingCount
                    " REQUIREMENT(S) MISSING" DELIMITED BY SIZE
                    INTO PrnOutcome
            WHEN PendingCount > ZERO
                MOVE SPACES TO PrnOutcome
                STRING "ELIGIBLE ONCE THE " AuditTerm
                    " COURSES IN PROGRESS ARE PASSED"
                    DELIMITED BY SIZE INTO PrnOutcome
                MOVE "PENDING GRADES" TO PrnGdStatus
                PERFORM WriteGradListLine
            WHEN OTHER
                MOVE "ELIGIBLE - ALL REQUIREMENTS MET" TO PrnOutcome
                MOVE "COMPLETE" TO PrnGdStatus
                PERFORM WriteGradListLine
        END-EVALUATE
        WRITE PrintLine FROM OutcomeLine AFTER ADVANCING 2 LINES
        IF MissingCount = ZERO AND SpGradTerm NOT = AuditTerm
            MOVE AuditTerm TO PrnOtherAuditTerm
            WRITE PrintLine FROM OtherTermLine AFTER ADVANCING 1 LINE
        END-IF.

    WriteGradListLine.
        *> The list is this term's commencement - a student who
        *> qualifies but is finishing another term is only counted
        IF SpGradTerm NOT = AuditTerm
            ADD 1 TO OtherTermCount
            EXIT PARAGRAPH
        END-IF
        IF PendingCount > ZERO
            ADD 1 TO PendingStudCount
        ELSE
            ADD 1 TO EligibleCount
        END-IF
        MOVE SpStudID TO PrnGdStudID
        MOVE StudName TO PrnGdName
        MOVE SpProgram TO PrnGdProgram
        COMPUTE PrnGdCredits = EarnedCredits + ProgressCredits
        MOVE CumGPA TO PrnGdGPA
        MOVE SpGradTerm TO PrnGdGradTerm
        WRITE GradLine FROM GradDetail AFTER ADVANCING 1 LINE.

    CheckTotalCredits.
        MOVE TabPgCredits(PgIdx) TO ReqNeeded
        MOVE EarnedCredits TO ReqEarned
        MOVE ProgressCredits TO ReqProgress
        MOVE "TOTAL CREDIT HOURS" TO PrnReqDesc
        PERFORM PrintCreditReq.

    CheckGPA.
        MOVE "MINIMUM CUMULATIVE GPA" TO PrnReqDesc
        MOVE TabPgMinGPA(PgIdx) TO EditGPA
        MOVE EditGPA TO PrnReqRequired
        MOVE CumGPA TO EditGPA
        MOVE EditGPA TO PrnReqEarned
        MOVE SPACES TO PrnReqProgress
        IF CumGPA NOT < TabPgMinGPA(PgIdx)
            MOVE "MET" TO PrnReqStatus
        ELSE
            MOVE "MISSING" TO PrnReqStatus
            ADD 1 TO MissingCount
        END-IF
        WRITE PrintLine FROM ReqLine AFTER ADVANCING 1 LINE.

    CheckOneCourseReq.
        IF TabCrProgram(CrIdx) NOT = SpProgram
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO ReqLine
        MOVE TabCrCourse(CrIdx) TO WorkCourse
        MOVE 'Y' TO CourseExists
        MOVE WorkCourse TO CrsCode
        READ CourseFile
            INVALID KEY
                MOVE 'N' TO CourseExists
                MOVE SPACES TO CrsTitle
        END-READ
        STRING "COURSE " WorkCourse " " CrsTitle DELIMITED BY SIZE
            INTO PrnReqDesc
        PERFORM FindEarned
        IF FoundIdx > ZERO
            MOVE SPACES TO PrnReqEarned
            STRING TabErGrade(FoundIdx) " " TabErTerm(FoundIdx)
                DELIMITED BY SIZE INTO PrnReqEarned
            MOVE "MET" TO PrnReqStatus
        ELSE
            PERFORM FindInProgress
            IF FoundIdx > ZERO
                MOVE AuditTerm TO PrnReqProgress
                MOVE "IN PROGRESS" TO PrnReqStatus
                ADD 1 TO PendingCount
            ELSE
                MOVE "MISSING" TO PrnReqStatus
                ADD 1 TO MissingCount
            END-IF
        END-IF
        WRITE PrintLine FROM ReqLine AFTER ADVANCING 1 LINE.

    CheckOneDeptReq.
        IF TabDrProgram(DrIdx) NOT = SpProgram
            EXIT PARAGRAPH
        END-IF
        MOVE TabDrCredits(DrIdx) TO ReqNeeded
        MOVE ZERO TO ReqEarned, ReqProgress
        PERFORM VARYING ErIdx FROM 1 BY 1 UNTIL ErIdx > EarnedCount
            IF TabErDept(ErIdx) = TabDrDept(DrIdx)
                ADD TabErCredits(ErIdx) TO ReqEarned
            END-IF
        END-PERFORM
        PERFORM VARYING IpIdx FROM 1 BY 1 UNTIL IpIdx > ProgressCount
            IF TabIpDept(IpIdx) = TabDrDept(DrIdx)
                ADD TabIpCredits(IpIdx) TO ReqProgress
            END-IF
        END-PERFORM
        MOVE SPACES TO PrnReqDesc
        STRING "CREDIT HOURS IN " TabDrDept(DrIdx) DELIMITED BY SIZE
            INTO PrnReqDesc
        PERFORM PrintCreditReq.

    PrintCreditReq.
        *> Met on the history alone, met once this term's courses are
        *> passed, or short even then
        MOVE ReqNeeded TO EditCredits
        MOVE EditCredits TO PrnReqRequired
        MOVE ReqEarned TO EditCredits
        MOVE EditCredits TO PrnReqEarned
        MOVE ReqProgress TO EditCredits
        MOVE EditCredits TO PrnReqProgress
        EVALUATE TRUE
            WHEN ReqEarned NOT < ReqNeeded
                MOVE "MET" TO PrnReqStatus
            WHEN ReqEarned + ReqProgress NOT < ReqNeeded
                MOVE "IN PROGRESS" TO PrnReqStatus
                ADD 1 TO PendingCount
            WHEN OTHER
                MOVE "MISSING" TO PrnReqStatus
                ADD 1 TO MissingCount
        END-EVALUATE
        WRITE PrintLine FROM ReqLine AFTER ADVANCING 1 LINE.

    FindEarned.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING ErIdx FROM 1 BY 1
            UNTIL ErIdx > EarnedCount OR FoundIdx > ZERO
            IF TabErCourse(ErIdx) = WorkCourse
                MOVE ErIdx TO FoundIdx
            END-IF
        END-PERFORM.

    FindInProgress.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING IpIdx FROM 1 BY 1
            UNTIL IpIdx > ProgressCount OR FoundIdx > ZERO
            IF TabIpCourse(IpIdx) = WorkCourse
                MOVE IpIdx TO FoundIdx
            END-IF
        END-PERFORM.

    LoadStudentHistory.
        *> The GPA counts every letter grade the way the transcript
        *> does; credit only counts once per course passed
        MOVE ZERO TO EarnedCount, CumPoints, CumCredits, EarnedCredits
        MOVE 'N' TO HistEOF
        OPEN INPUT GradeHistFile
        IF GradeHistFileOpenOK
            READ GradeHistFile
                AT END SET NoMoreHist TO TRUE
            END-READ
            PERFORM TallyOneHistGrade UNTIL NoMoreHist
        END-IF
        CLOSE GradeHistFile
        IF CumCredits > ZERO
            COMPUTE CumGPA ROUNDED = CumPoints / CumCredits
        ELSE
            MOVE ZERO TO CumGPA
        END-IF.

    TallyOneHistGrade.
        IF GhStudID = SpStudID
            MOVE GhCourse TO WorkCourse
            PERFORM LookupCourse
            CALL "GRADEGPA" USING GhGrade, LetterGradeGPA, LRetCode
            IF RetCodeSuccess AND CourseExists = 'Y'
                COMPUTE QualityPoints ROUNDED =
                    LetterGradeGPA * CrsCredits
                ADD QualityPoints TO CumPoints
                ADD CrsCredits TO CumCredits
            END-IF
            IF GhGradeIsPassing AND CourseExists = 'Y'
                PERFORM FindEarned
                IF FoundIdx = ZERO
                    ADD 1 TO EarnedCount
                    IF EarnedTableFull
                        SUBTRACT 1 FROM EarnedCount
                    ELSE
                        MOVE GhCourse TO TabErCourse(EarnedCount)
                        MOVE CrsCredits TO TabErCredits(EarnedCount)
                        MOVE CrsDept TO TabErDept(EarnedCount)
                        MOVE GhGrade TO TabErGrade(EarnedCount)
                        MOVE GhTerm TO TabErTerm(EarnedCount)
                        ADD CrsCredits TO EarnedCredits
                    END-IF
                END-IF
            END-IF
        END-IF
        READ GradeHistFile
            AT END SET NoMoreHist TO TRUE
        END-READ.

    LoadInProgress.
        *> This term's work - grade rows not yet closed to history
        *> and the crsreg enrollments
        MOVE ZERO TO ProgressCount, ProgressCredits, NotPassedCount
        MOVE 'N' TO GradeEOF
        OPEN INPUT GradeFile
        IF GradeFileOpenOK
            READ GradeFile
                AT END SET NoMoreGrades TO TRUE
            END-READ
            PERFORM TallyOneCurrentGrade UNTIL NoMoreGrades
        END-IF
        CLOSE GradeFile
        IF NOT RegFileOnHand
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO RegEOF
        MOVE SpStudID TO RgStudID
        START RegFile KEY IS EQUAL TO RgStudID
            INVALID KEY SET NoMoreRegs TO TRUE
        END-START
        PERFORM TallyOneRegistration UNTIL NoMoreRegs.

    TallyOneCurrentGrade.
        *> A passing grade not yet closed stays in progress until
        *> termclose moves it to history
        IF CgStudID = SpStudID
            AND (CgTerm = SPACES OR CgTerm = AuditTerm)
            MOVE CgCourse TO WorkCourse
            IF CgGradeIsPassing OR CgNotYetGraded
                PERFORM AddInProgress
            ELSE
                PERFORM NoteNotPassed
            END-IF
        END-IF
        READ GradeFile
            AT END SET NoMoreGrades TO TRUE
        END-READ.

    TallyOneRegistration.
        READ RegFile NEXT RECORD
            AT END SET NoMoreRegs TO TRUE
            NOT AT END
                IF RgStudID NOT = SpStudID
                    SET NoMoreRegs TO TRUE
                ELSE IF RgTerm = AuditTerm AND RgIsEnrolled
                    MOVE RgCourse TO WorkCourse
                    PERFORM FindNotPassed
                    IF FoundIdx = ZERO
                        PERFORM AddInProgress
                    END-IF
                END-IF
        END-READ.

    NoteNotPassed.
        PERFORM FindNotPassed
        IF FoundIdx = ZERO
            ADD 1 TO NotPassedCount
            IF NotPassedTableFull
                SUBTRACT 1 FROM NotPassedCount
            ELSE
                MOVE WorkCourse TO TabNpCourse(NotPassedCount)
            END-IF
        END-IF.

    FindNotPassed.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING NpIdx FROM 1 BY 1
            UNTIL NpIdx > NotPassedCount OR FoundIdx > ZERO
            IF TabNpCourse(NpIdx) = WorkCourse
                MOVE NpIdx TO FoundIdx
            END-IF
        END-PERFORM.

    AddInProgress.
        *> A course already passed, or already counted from the other
        *> file, adds nothing
        PERFORM FindEarned
        IF FoundIdx > ZERO
            EXIT PARAGRAPH
        END-IF
        PERFORM FindInProgress
        IF FoundIdx > ZERO
            EXIT PARAGRAPH
        END-IF
        PERFORM LookupCourse
        IF CourseExists = 'N'
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ProgressCount
        IF ProgressTableFull
            SUBTRACT 1 FROM ProgressCount
        ELSE
            MOVE WorkCourse TO TabIpCourse(ProgressCount)
            MOVE CrsCredits TO TabIpCredits(ProgressCount)
            MOVE CrsDept TO TabIpDept(ProgressCount)
            ADD CrsCredits TO ProgressCredits
        END-IF.

    LookupCourse.
        MOVE 'Y' TO CourseExists
        MOVE WorkCourse TO CrsCode
        READ CourseFile
            INVALID KEY MOVE 'N' TO CourseExists
        END-READ.

    LoadRequirements.
        OPEN INPUT ReqFile
        IF NOT ReqFileOpenOK
            DISPLAY "Unable to open DegReq.dat - status " ReqFileStatus
            EXIT PARAGRAPH
        END-IF
        READ ReqFile
            AT END SET NoMoreReqs TO TRUE
        END-READ
        PERFORM LoadOneRequirement UNTIL NoMoreReqs
        CLOSE ReqFile.

    LoadOneRequirement.
        MOVE FUNCTION UPPER-CASE(DrProgram) TO DrProgram
        EVALUATE TRUE
            WHEN DrIsProgram
                ADD 1 TO ProgCount
                IF ProgTableFull
                    DISPLAY "Program table full - " DrProgram " ignored"
                    SUBTRACT 1 FROM ProgCount
                ELSE
                    MOVE DrProgram TO TabPgCode(ProgCount)
                    MOVE DrTotalCredits TO TabPgCredits(ProgCount)
                    MOVE DrMinGPA TO TabPgMinGPA(ProgCount)
                    MOVE DrTitle TO TabPgTitle(ProgCount)
                END-IF
            WHEN DrIsCourse
                ADD 1 TO CourseReqCount
                IF CourseReqTableFull
                    DISPLAY "Course requirement table full - "
                        DrProgram " " DrCourse " ignored"
                    SUBTRACT 1 FROM CourseReqCount
                ELSE
                    MOVE DrProgram TO TabCrProgram(CourseReqCount)
                    MOVE FUNCTION UPPER-CASE(DrCourse)
                        TO TabCrCourse(CourseReqCount)
                END-IF
            WHEN DrIsDept
                ADD 1 TO DeptReqCount
                IF DeptReqTableFull
                    DISPLAY "Department requirement table full - "
                        DrProgram " " DrDept " ignored"
                    SUBTRACT 1 FROM DeptReqCount
                ELSE
                    MOVE DrProgram TO TabDrProgram(DeptReqCount)
                    MOVE FUNCTION UPPER-CASE(DrDept)
                        TO TabDrDept(DeptReqCount)
                    MOVE DrDeptCredits TO TabDrCredits(DeptReqCount)
                END-IF
            WHEN OTHER
                DISPLAY "DegReq.dat row type " DrRecType " for "
                    DrProgram " not recognized - ignored"
        END-EVALUATE
        READ ReqFile
            AT END SET NoMoreReqs TO TRUE
        END-READ.

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
        IF MStudID = SpStudID
            SET StudentFound TO TRUE
            STRING MStudFirstName DELIMITED BY "  "
                " " MStudLastName DELIMITED BY "  "
                INTO StudName
        ELSE
            READ MergedFile
                AT END SET NoMoreStudents TO TRUE
            END-READ
        END-IF.
