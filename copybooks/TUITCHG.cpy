      *> TUITCHG - Tuition charge detail record layout for TuitChg.dat.
      *> One row per course billed by the tuitbill term run, under the
      *> invoice the student's charges went out on - the course-level
      *> detail behind the single tuition invoice, printed on the
      *> tuitstmt student account statement.
       02 TcTerm PIC X(6).
       02 TcStudID PIC 9(5).
       02 TcCustID PIC 9(5).
       02 TcInvNum PIC 9(5).
       02 TcDate PIC X(8).
       02 TcCourse PIC X(8).
       02 TcDept PIC X(4).
       02 TcCredits PIC 9V9.
       02 TcTuition PIC 9(5)V99.
       02 TcFee PIC 9(5)V99.
