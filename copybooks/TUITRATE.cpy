      *> TUITRATE - Tuition rate record layout for the indexed
      *> TuitRate.dat file, keyed by department. The per-credit-hour
      *> rate is charged on CrsCredits of every course the student is
      *> enrolled in, and the flat fee (lab, studio, materials) once
      *> per course in the department. Department "ALL" is the rate
      *> for any department without a row of its own. Maintained by
      *> tuitmaint; read by the tuitbill term billing run.
       02 TrDept PIC X(4).
       02 TrPerCredit PIC 9(4)V99.
       02 TrFlatFee PIC 9(5)V99.
       02 TrFeeDesc PIC X(20).
