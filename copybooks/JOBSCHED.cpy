      *> JOBSCHED - Batch schedule record layout for JobSched.dat, the
      *> night's work as the nightrun driver runs it, in step order.
      *> Each step names the program to CALL, the calendar it is due
      *> on (N every night, M month-end nights, Y the year-end night -
      *> a month-end night also runs the nightly steps, and the
      *> year-end night runs all three - and W the Sunday night run,
      *> whatever its type) and up to four earlier steps
      *> it depends on (000 = none). A step whose dependency failed,
      *> or was itself held, is held; a dependency not due tonight
      *> does not hold it. SjOwnLog "Y" marks programs that write
      *> their own JOBLOG start and end, so the driver does not log
      *> them twice.
       02 SjStepNum PIC 9(3).
       02 FILLER PIC X.
       02 SjJobName PIC X(12).
       02 FILLER PIC X.
       02 SjProgram PIC X(15).
       02 FILLER PIC X.
       02 SjCalendar PIC X.
           88 SjRunsNightly VALUE "N".
           88 SjRunsMonthEnd VALUE "M".
           88 SjRunsYearEnd VALUE "Y".
           88 SjRunsWeekly VALUE "W".
       02 FILLER PIC X.
       02 SjOwnLog PIC X.
           88 SjLogsItself VALUE "Y".
       02 SjDependency OCCURS 4 TIMES.
           03 FILLER PIC X.
           03 SjDependsOn PIC 9(3).
