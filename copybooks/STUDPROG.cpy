      *> STUDPROG - Student degree program layout for StudProg.dat,
      *> one row per declared student: the DegReq.dat program the
      *> student is audited against and the term the student expects
      *> to finish, which puts the student on the degaudit
      *> commencement list for that term.
       02 SpStudID PIC 9(5).
       02 FILLER PIC X.
       02 SpProgram PIC X(6).
       02 FILLER PIC X.
       02 SpGradTerm PIC X(6).
