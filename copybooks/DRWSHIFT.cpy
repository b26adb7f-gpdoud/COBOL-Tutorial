      *> DRWSHIFT - Cashier drawer shift record for DrawerShift.dat.
      *> One row per shift: drawer opens it with the cashier, drawer
      *> number, and opening float, and closes it with the cash and
      *> checks counted at end of shift beside what the journal
      *> tenders, float, and paid-in/paid-out entries say should be
      *> there. coboltut8 stamps every sale with the open shift of
      *> the cashier who rang it.
       02 DsShiftNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 DsDrawer PIC 9(2).
       02 FILLER PIC X VALUE SPACE.
       02 DsCashier PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 DsOpenDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 DsOpenTime PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 DsFloat PIC 9(5)V99.
       02 FILLER PIC X VALUE SPACE.
       02 DsStatus PIC X.
           88 ShiftIsOpen VALUE "O".
           88 ShiftIsClosed VALUE "C".
       02 FILLER PIC X VALUE SPACE.
       02 DsCloseDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 DsCloseTime PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 DsClosedBy PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 DsExpCash PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 DsCountCash PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 DsExpChecks PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 DsCountChecks PIC 9(6)V99.
