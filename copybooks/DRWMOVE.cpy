      *> DRWMOVE - Drawer paid-in / paid-out record for DrawerMove.dat.
      *> Cash put into or taken out of a drawer other than by a sale -
      *> change brought from the safe, a delivery paid from the till -
      *> appended by drawer against the cashier's open shift and
      *> counted into the expected cash when the shift closes.
       02 DmShiftNum PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 DmDrawer PIC 9(2).
       02 FILLER PIC X VALUE SPACE.
       02 DmCashier PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 DmDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 DmTime PIC X(6).
       02 FILLER PIC X VALUE SPACE.
       02 DmType PIC X.
           88 MoveIsPaidIn VALUE "I".
           88 MoveIsPaidOut VALUE "O".
       02 FILLER PIC X VALUE SPACE.
       02 DmAmount PIC 9(5)V99.
       02 FILLER PIC X VALUE SPACE.
       02 DmReason PIC X(20).
