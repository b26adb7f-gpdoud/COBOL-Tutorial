      *> TTREC - Class timetable record layout for the indexed
      *> Timetable.dat file, one row per course section meeting in a
      *> term, keyed by term, course and section with alternate keys
      *> on the room and the instructor so ttmaint can find a double
      *> booking, and ttreport list room use and instructor load, by
      *> a START on either. TtDays holds the meeting days in fixed
      *> positions, M T W R F S U for Monday through Sunday, each
      *> position the letter or a space; TtStart and TtEnd are 24-hour
      *> HHMM times.
       02 TtKey.
           03 TtTerm PIC X(6).
           03 TtCourse PIC X(8).
           03 TtSection PIC X(3).
       02 TtDays PIC X(7).
       02 TtDayFlags REDEFINES TtDays.
           03 TtDay PIC X OCCURS 7 TIMES.
       02 TtStart PIC 9(4).
       02 TtEnd PIC 9(4).
       02 TtRoom PIC X(6).
       02 TtInstID PIC X(6).
