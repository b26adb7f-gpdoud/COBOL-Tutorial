      *> LOCREC - Stock location master record layout for the indexed
      *> Location.dat file, maintained by locmaint. Stock is held by
      *> location on LocStock.dat (LOCSTOCK); MAIN is the main building
      *> and takes any movement that names no location, so the
      *> programs that predate locations keep working unchanged.
       02 LcCode PIC X(4).
       02 LcName PIC X(20).
       02 LcStatus PIC X VALUE "A".
           88 LocIsActive VALUE "A".
           88 LocIsInactive VALUE "I".
