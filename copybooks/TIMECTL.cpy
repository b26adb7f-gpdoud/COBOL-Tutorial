      *> TIMECTL - Time clock import control record, TimeCtl.dat.
      *> timeimp rewrites it on every import: status E while the
      *> exceptions report has items a supervisor has not cleared, C
      *> once the import was clean or a supervisor signed it off.
      *> payrun refuses to start while the status is E. No file means
      *> hours were keyed by hand and there is nothing to clear.
       02 TcStatus PIC X.
           88 TimeExceptionsOpen VALUE "E".
           88 TimeExceptionsClear VALUE "C".
       02 FILLER PIC X VALUE SPACE.
       02 TcExceptCount PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 TcImportDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 TcClearedBy PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 TcClearedDate PIC X(8).
