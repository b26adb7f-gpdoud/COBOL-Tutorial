      *> ARCHGEN - Archive generation catalog record layout for
      *> ArchGens.dat, appended by histpurge each time it moves aged
      *> records off one of the big history files. One row per
      *> generation: the online file it came from, the dated file the
      *> records went to, the day it was made, the first and last
      *> period it holds and how many records. ARCHPICK lists these
      *> so the reporting programs can be pointed at a generation.
       02 AgBaseName PIC X(20).
       02 FILLER PIC X.
       02 AgGenName PIC X(40).
       02 FILLER PIC X.
       02 AgMadeDate PIC X(8).
       02 FILLER PIC X.
       02 AgFromPeriod PIC X(6).
       02 FILLER PIC X.
       02 AgThruPeriod PIC X(6).
       02 FILLER PIC X.
       02 AgRecCount PIC 9(7).
