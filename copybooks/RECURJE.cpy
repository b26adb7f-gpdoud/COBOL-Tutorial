      *> RECURJE - Recurring journal entry template for the indexed
      *> RecurJE.dat file, keyed by template number. Set up through
      *> jeentry; jerecur turns every active template into a real
      *> journal entry once a period and stamps the period it last
      *> generated, so a rerun of the monthly run cannot double-post.
      *> An auto-reversing template also writes the reversal on the
      *> first day of the following period.
       02 RjNum PIC 9(5).
       02 RjDesc PIC X(30).
       02 RjActive PIC X VALUE "A".
           88 TemplateIsActive VALUE "A".
           88 TemplateIsRetired VALUE "I".
       02 RjReverse PIC X VALUE "N".
           88 TemplateReverses VALUE "Y".
       02 RjLastPeriod PIC X(6).
       02 RjCreatedBy PIC X(8).
       02 RjLegCount PIC 99.
       02 RjLeg OCCURS 20 TIMES.
           03 RjLegAcct PIC 9(4).
           03 RjLegDrCr PIC X.
           03 RjLegAmount PIC 9(9)V99.
