      *> DEGREQ - Degree program requirements layout for DegReq.dat,
      *> the registrar's control file behind the degaudit graduation
      *> audit. Each program has one P row (total credit hours and
      *> the minimum cumulative GPA, 300 = 3.00, with the title) and
      *> any number of C rows naming a required course and D rows
      *> naming a department (CrsDept on the course master) and the
      *> credit hours the student must earn in it.
       02 DrProgram PIC X(6).
       02 FILLER PIC X.
       02 DrRecType PIC X.
           88 DrIsProgram VALUE "P".
           88 DrIsCourse VALUE "C".
           88 DrIsDept VALUE "D".
       02 FILLER PIC X.
       02 DrDetail PIC X(40).
       02 DrProgramView REDEFINES DrDetail.
           03 DrTotalCredits PIC 9(3).
           03 FILLER PIC X.
           03 DrMinGPA PIC 9V99.
           03 FILLER PIC X.
           03 DrTitle PIC X(30).
       02 DrCourseView REDEFINES DrDetail.
           03 DrCourse PIC X(8).
       02 DrDeptView REDEFINES DrDetail.
           03 DrDept PIC X(4).
           03 FILLER PIC X.
           03 DrDeptCredits PIC 9(3).
