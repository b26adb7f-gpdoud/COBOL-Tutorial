      *> INSTREC - Instructor master record layout for the indexed
      *> Instructor.dat file, keyed by instructor code. Maintained by
      *> instmaint; every timetable meeting must name an active
      *> instructor on this file. InsMaxLoad is the credit hours a
      *> term the instructor is contracted for (zero = no limit),
      *> which the ttreport load report flags against.
       02 InsID PIC X(6).
       02 InsName.
           03 InsFirstName PIC X(15).
           03 InsLastName PIC X(15).
       02 InsDept PIC X(4).
       02 InsMaxLoad PIC 9(2)V9.
       02 InsStatus PIC X.
           88 InsIsActive VALUE "A".
           88 InsIsInactive VALUE "I".
