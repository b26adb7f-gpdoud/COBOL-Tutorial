       02 CrsTitle PIC X(25).
       02 CrsCredits PIC 9V9.
       02 CrsDept PIC X(4).
      *> Seats the registration desk may fill (zero = no limit - the
      *> rest go on the waitlist) and up to three courses the student
      *> must already have passed before crsreg will enroll them.
       02 CrsSeatLimit PIC 9(3).
       02 CrsPrereqs.
           03 CrsPrereq1 PIC X(8).
           03 CrsPrereq2 PIC X(8).
           03 CrsPrereq3 PIC X(8).
       02 CrsPrereqTable REDEFINES CrsPrereqs.
           03 CrsPrereq PIC X(8) OCCURS 3 TIMES.
