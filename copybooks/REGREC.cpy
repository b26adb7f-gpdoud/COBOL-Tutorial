      *> REGREC - Course registration record layout for the indexed
      *> Register.dat file, keyed by term, course and student so a
      *> class list or a seat count is one START on the term and
      *> course, with an alternate key on the student for the
      *> student's schedule. Written by crsreg at sign-up for
      *> the coming term - before any grade exists on CourseGrades.dat
      *> - and read by classlist and the tuitbill term billing.
      *> RgStamp is the date and time of the request, which orders the
      *> waitlist when a seat opens.
       02 RgKey.
           03 RgTerm PIC X(6).
           03 RgCourse PIC X(8).
           03 RgStudID PIC 9(5).
       02 RgStatus PIC X.
           88 RgIsEnrolled VALUE "E".
           88 RgIsWaitlisted VALUE "W".
           88 RgIsDropped VALUE "D".
       02 RgStamp PIC X(14).
       02 RgOperator PIC X(8).
      *> The timetable section the student attends, where the course
      *> runs more than one (spaces = not yet assigned).
       02 RgSection PIC X(3).
