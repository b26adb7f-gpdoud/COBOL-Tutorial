      *> TIMEOFF - Time-off request record, TimeOff.dat. timeoff
      *> writes one row per weekday of a request under a shared
      *> request number: P pending until a supervisor approves (A) or
      *> denies (D) it, C if cancelled. payrun pays approved days
      *> dated on or before its check date as V or S hours and marks
      *> them T taken with that check date, so a day is paid once.
       02 ToReqNum PIC 9(6).
       02 FILLER PIC X VALUE SPACE.
       02 ToEmpID PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 ToDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 ToType PIC X.
           88 TimeOffVacation VALUE "V".
           88 TimeOffSick VALUE "S".
       02 FILLER PIC X VALUE SPACE.
       02 ToHours PIC 9(2)V99.
       02 FILLER PIC X VALUE SPACE.
       02 ToStatus PIC X.
           88 TimeOffPending VALUE "P".
           88 TimeOffApproved VALUE "A".
           88 TimeOffDenied VALUE "D".
           88 TimeOffCancelled VALUE "C".
           88 TimeOffTaken VALUE "T".
       02 FILLER PIC X VALUE SPACE.
       02 ToEnteredBy PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 ToActionBy PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 ToPaidDate PIC X(8).
