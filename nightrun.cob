ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ScheduleFile ASSIGN TO "JobSched.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ScheduleFileStatus.
        SELECT OPTIONAL CheckpointFile ASSIGN TO "NightRun.ckpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CheckpointFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD ScheduleFile.
        01 ScheduleRecord.
            COPY JOBSCHED.

        FD CheckpointFile.
        01 CheckpointRecord.
            02 CkRecType PIC X.
                88 CkIsHeader VALUE "H".
                88 CkIsStep VALUE "S".
            02 CkRunDate PIC X(8).
            02 CkRunType PIC X.
            02 CkStepNum PIC 9(3).
    WORKING-STORAGE SECTION.
        01 ScheduleEOF PIC X VALUE 'N'.
            88 NoMoreSchedule VALUE 'Y'.
        01 CheckpointEOF PIC X VALUE 'N'.
            88 NoMoreCheckpoint VALUE 'Y'.
        01 ScheduleTable.
            02 StepEntry OCCURS 50 TIMES.
                03 TabSjStepNum PIC 9(3).
                03 TabSjJobName PIC X(12).
                03 TabSjProgram PIC X(15).
                03 TabSjCalendar PIC X.
                    88 TabRunsNightly VALUE "N".
                    88 TabRunsMonthEnd VALUE "M".
                    88 TabRunsYearEnd VALUE "Y".
                    88 TabRunsWeekly VALUE "W".
                03 TabSjOwnLog PIC X.
                    88 TabLogsItself VALUE "Y".
                03 TabSjDependsOn PIC 9(3) OCCURS 4 TIMES.
                03 TabSjStatus PIC X.
                    88 StepPending VALUE SPACE.
                    88 StepDone VALUE "D".
                    88 StepFailed VALUE "F".
                    88 StepHeld VALUE "H".
                    88 StepNotDue VALUE "S".
        01 StepCount PIC 99 VALUE ZERO.
            88 ScheduleTableFull VALUE 51 THRU 99.
        01 StepIdx PIC 99 VALUE ZERO.
        01 DepIdx PIC 9 VALUE ZERO.
        01 FindIdx PIC 99 VALUE ZERO.
        01 FoundIdx PIC 99 VALUE ZERO.
        01 WantedStep PIC 9(3).
        01 HoldingStep PIC 9(3).
        01 StepName PIC X(12).
        01 CallProgram PIC X(15).
        01 CallFailed PIC X VALUE 'N'.
            88 ProgramNotCalled VALUE 'Y'.
        01 RunType PIC X VALUE "N".
            88 NightlyRun VALUE "N".
            88 MonthEndRun VALUE "M".
            88 YearEndRun VALUE "Y".
        01 CalendarType PIC X.
        01 WeeklyNight PIC X VALUE 'N'.
            88 WeeklyStepsDue VALUE 'Y'.
        01 DayOfWeek PIC 9.
        01 WeekCount PIC 9(7).
        01 RunTypeEntry PIC X.
        01 RestartFlag PIC X VALUE 'N'.
            88 RestartingRun VALUE 'Y'.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 RunDateInt PIC 9(7) COMP.
        01 NextDay PIC X(8).
        01 RanCount PIC 99 VALUE ZERO.
        01 FailCount PIC 99 VALUE ZERO.
        01 HeldCount PIC 99 VALUE ZERO.
        01 NotDueCount PIC 99 VALUE ZERO.
        01 DoneBeforeCount PIC 99 VALUE ZERO.
        01 JobAction PIC X(5).
        01 JobName PIC X(12) VALUE "NIGHTRUN".
        01 JobRecCount PIC 9(7) VALUE ZERO.
        COPY RETCODE.
        01 WSCkptName PIC X(13) VALUE "NightRun.ckpt".
        01 WSDeleteStatus PIC S9(9) COMP-5 VALUE ZERO.
        01 ScheduleFileStatus PIC XX.
            88 ScheduleFileOpenOK VALUE "00".
        01 CheckpointFileStatus PIC XX.
            88 CheckpointFileOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartDriver.
        *> Batch driver - runs the night's work from the JobSched.dat
        *> schedule in step order. Steps not due on tonight's calendar
        *> are skipped; each step that runs is checked before the next
        *> starts, and a failure holds only the steps that depend on
        *> it (directly or through a held step) - unrelated steps go
        *> on. Every step is recorded in the job log. The checkpoint
        *> keeps the run type and each step that finished, so a rerun
        *> after a failure picks up the failed and held steps only.
        PERFORM LoadSchedule.
        IF StepCount = ZERO
            DISPLAY "No steps on JobSched.dat - nothing to run"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        PERFORM ReadChainCheckpoint.
        IF RestartingRun
            DISPLAY "Restarting the " RunType " run of " RunDate
                " - " DoneBeforeCount " step(s) already done"
        ELSE
            PERFORM ChooseRunType
            PERFORM StartChainCheckpoint
        END-IF.
        PERFORM CheckWeeklyNight.
        MOVE "START" TO JobAction
        MOVE ZERO TO JobRecCount
        MOVE SPACES TO JobOutcome
        CALL "JOBLOG" USING JobAction, JobName, JobRecCount,
            JobOutcome, LRetCode.

        PERFORM RunOneStep VARYING StepIdx FROM 1 BY 1
            UNTIL StepIdx > StepCount.

        DISPLAY "Ran " RanCount ", failed " FailCount ", held "
            HeldCount ", not due " NotDueCount.
        MOVE RanCount TO JobRecCount
        IF FailCount > ZERO OR HeldCount > ZERO
            MOVE "END" TO JobAction
            MOVE "FAIL" TO JobOutcome
            CALL "JOBLOG" USING JobAction, JobName, JobRecCount,
                JobOutcome, LRetCode
            DISPLAY "Schedule incomplete - rerun nightrun to restart "
                "the failed and held steps"
            MOVE 8 TO RETURN-CODE
        ELSE
            CALL "CBL_DELETE_FILE" USING WSCkptName
            MOVE "OK" TO JobOutcome
            CALL "JOBLOG" USING JobAction, JobName, JobRecCount,
                JobOutcome, LRetCode
            MOVE ZERO TO RETURN-CODE
            DISPLAY "Schedule complete"
        END-IF.
        STOP RUN.

    LoadSchedule.
        OPEN INPUT ScheduleFile
        IF NOT ScheduleFileOpenOK
            DISPLAY "Unable to open JobSched.dat - status "
                ScheduleFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        READ ScheduleFile
            AT END SET NoMoreSchedule TO TRUE
        END-READ
        PERFORM LoadScheduleEntry UNTIL NoMoreSchedule
        CLOSE ScheduleFile.

    LoadScheduleEntry.
        ADD 1 TO StepCount
        IF ScheduleTableFull
            DISPLAY "Schedule table full - step " SjStepNum
                " and after not run"
            SUBTRACT 1 FROM StepCount
            SET NoMoreSchedule TO TRUE
            EXIT PARAGRAPH
        END-IF
        MOVE SjStepNum TO TabSjStepNum(StepCount)
        MOVE SjJobName TO TabSjJobName(StepCount)
        MOVE SjProgram TO TabSjProgram(StepCount)
        MOVE SjCalendar TO TabSjCalendar(StepCount)
        MOVE SjOwnLog TO TabSjOwnLog(StepCount)
        PERFORM LoadOneDependency VARYING DepIdx FROM 1 BY 1
            UNTIL DepIdx > 4
        MOVE SPACE TO TabSjStatus(StepCount)
        READ ScheduleFile
            AT END SET NoMoreSchedule TO TRUE
        END-READ.

    LoadOneDependency.
        IF SjDependsOn(DepIdx) IS NUMERIC
            MOVE SjDependsOn(DepIdx) TO TabSjDependsOn(StepCount, DepIdx)
        ELSE
            MOVE ZERO TO TabSjDependsOn(StepCount, DepIdx)
        END-IF.

    ChooseRunType.
        *> The last night of the month is month-end, the last night of
        *> December year-end; operations can run another type instead
        COMPUTE RunDateInt = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunDate))
        MOVE FUNCTION DATE-OF-INTEGER(RunDateInt + 1) TO NextDay
        MOVE "N" TO CalendarType
        IF NextDay(5:2) NOT = RunDate(5:2)
            MOVE "M" TO CalendarType
            IF RunDate(5:2) = "12"
                MOVE "Y" TO CalendarType
            END-IF
        END-IF
        DISPLAY "Run type (N)ightly, (M)onth-end, (Y)ear-end - blank = "
            CalendarType " by the calendar : " WITH NO ADVANCING
        MOVE SPACE TO RunTypeEntry
        ACCEPT RunTypeEntry
        MOVE FUNCTION UPPER-CASE(RunTypeEntry) TO RunType
        IF NOT NightlyRun AND NOT MonthEndRun AND NOT YearEndRun
            MOVE CalendarType TO RunType
        END-IF.

    CheckWeeklyNight.
        *> Weekly steps fall due on the Sunday night run, whatever its
        *> type - day 1 of the calendar (1 January 1601) was a Monday
        COMPUTE RunDateInt = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunDate))
        DIVIDE RunDateInt BY 7 GIVING WeekCount REMAINDER DayOfWeek
        IF DayOfWeek = ZERO
            SET WeeklyStepsDue TO TRUE
            DISPLAY "Sunday night - weekly steps are due"
        END-IF.

    RunOneStep.
        MOVE TabSjJobName(StepIdx) TO StepName
        IF StepDone(StepIdx)
            DISPLAY "Step " StepName " already done"
            EXIT PARAGRAPH
        END-IF
        IF (TabRunsMonthEnd(StepIdx) AND NightlyRun)
            OR (TabRunsYearEnd(StepIdx) AND NOT YearEndRun)
            OR (TabRunsWeekly(StepIdx) AND NOT WeeklyStepsDue)
            SET StepNotDue(StepIdx) TO TRUE
            ADD 1 TO NotDueCount
            DISPLAY "Step " StepName " not due tonight"
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO HoldingStep
        PERFORM CheckOneDependency VARYING DepIdx FROM 1 BY 1
            UNTIL DepIdx > 4 OR HoldingStep > ZERO
        IF HoldingStep > ZERO
            SET StepHeld(StepIdx) TO TRUE
            ADD 1 TO HeldCount
            DISPLAY "Step " StepName " held - step " HoldingStep
                " did not complete"
            MOVE "START" TO JobAction
            MOVE SPACES TO JobOutcome
            CALL "JOBLOG" USING JobAction, StepName, JobRecCount,
                JobOutcome, LRetCode
            MOVE "END" TO JobAction
            MOVE "HELD" TO JobOutcome
            CALL "JOBLOG" USING JobAction, StepName, JobRecCount,
                JobOutcome, LRetCode
            EXIT PARAGRAPH
        END-IF
        PERFORM RunStepProgram.

    CheckOneDependency.
        MOVE TabSjDependsOn(StepIdx, DepIdx) TO WantedStep
        IF WantedStep = ZERO
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO FoundIdx
        PERFORM VARYING FindIdx FROM 1 BY 1
            UNTIL FindIdx NOT < StepIdx OR FoundIdx > ZERO
            IF TabSjStepNum(FindIdx) = WantedStep
                MOVE FindIdx TO FoundIdx
            END-IF
        END-PERFORM
        IF FoundIdx = ZERO
            *> Only an earlier step can be waited on
            DISPLAY "Step " StepName " depends on step " WantedStep
                " which is not earlier on the schedule"
            MOVE WantedStep TO HoldingStep
        ELSE IF StepFailed(FoundIdx) OR StepHeld(FoundIdx)
            MOVE WantedStep TO HoldingStep
        END-IF.

    RunStepProgram.
        MOVE TabSjProgram(StepIdx) TO CallProgram
        MOVE ZERO TO JobRecCount
        IF NOT TabLogsItself(StepIdx)
            MOVE "START" TO JobAction
            MOVE SPACES TO JobOutcome
            CALL "JOBLOG" USING JobAction, StepName, JobRecCount,
                JobOutcome, LRetCode
        END-IF
        MOVE 'N' TO CallFailed
        MOVE ZERO TO RETURN-CODE
        CALL CallProgram
            ON EXCEPTION SET ProgramNotCalled TO TRUE
        END-CALL
        IF ProgramNotCalled
            DISPLAY "Step " StepName " - program " CallProgram
                " could not be called"
            MOVE 8 TO RETURN-CODE
        END-IF
        ADD 1 TO RanCount
        IF RETURN-CODE NOT = ZERO
            DISPLAY "Step " StepName " failed with return code "
                RETURN-CODE
            SET StepFailed(StepIdx) TO TRUE
            ADD 1 TO FailCount
            MOVE "FAIL" TO JobOutcome
            MOVE ZERO TO RETURN-CODE
        ELSE
            DISPLAY "Step " StepName " completed"
            SET StepDone(StepIdx) TO TRUE
            MOVE "OK" TO JobOutcome
            PERFORM WriteChainCheckpoint
        END-IF
        IF NOT TabLogsItself(StepIdx)
            MOVE "END" TO JobAction
            CALL "JOBLOG" USING JobAction, StepName, JobRecCount,
                JobOutcome, LRetCode
        END-IF.

    ReadChainCheckpoint.
        MOVE 'N' TO RestartFlag
        MOVE 'N' TO CheckpointEOF
        OPEN INPUT CheckpointFile
        IF CheckpointFileOpenOK
            READ CheckpointFile
                AT END SET NoMoreCheckpoint TO TRUE
            END-READ
            IF NOT NoMoreCheckpoint
                IF CkIsHeader
                    SET RestartingRun TO TRUE
                    MOVE CkRunDate TO RunDate
                    MOVE CkRunType TO RunType
                    READ CheckpointFile
                        AT END SET NoMoreCheckpoint TO TRUE
                    END-READ
                    PERFORM MarkCheckpointStep UNTIL NoMoreCheckpoint
                ELSE
                    DISPLAY "NightRun.ckpt is not a schedule checkpoint"
                        " - starting from the top"
                END-IF
            END-IF
        END-IF
        CLOSE CheckpointFile.

    MarkCheckpointStep.
        IF CkIsStep
            PERFORM VARYING FindIdx FROM 1 BY 1 UNTIL FindIdx > StepCount
                IF TabSjStepNum(FindIdx) = CkStepNum
                    AND NOT StepDone(FindIdx)
                    SET StepDone(FindIdx) TO TRUE
                    ADD 1 TO DoneBeforeCount
                END-IF
            END-PERFORM
        END-IF
        READ CheckpointFile
            AT END SET NoMoreCheckpoint TO TRUE
        END-READ.

    StartChainCheckpoint.
        OPEN OUTPUT CheckpointFile
        IF CheckpointFileStatus NOT = "00" AND CheckpointFileStatus NOT = "05"
            DISPLAY "Unable to write NightRun.ckpt - status "
                CheckpointFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET CkIsHeader TO TRUE
        MOVE RunDate TO CkRunDate
        MOVE RunType TO CkRunType
        MOVE ZERO TO CkStepNum
        WRITE CheckpointRecord
        CLOSE CheckpointFile.

    WriteChainCheckpoint.
        OPEN EXTEND CheckpointFile
        IF CheckpointFileStatus NOT = "00" AND CheckpointFileStatus NOT = "05"
            DISPLAY "Unable to write NightRun.ckpt - status "
                CheckpointFileStatus
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        SET CkIsStep TO TRUE
        MOVE RunDate TO CkRunDate
        MOVE RunType TO CkRunType
        MOVE TabSjStepNum(StepIdx) TO CkStepNum
        WRITE CheckpointRecord
        CLOSE CheckpointFile.
