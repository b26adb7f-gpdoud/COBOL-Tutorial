      *> RETROREC - Retroactive pay record, RetroPay.dat. retropay
      *> re-prices an employee's checks on PayStubHist.dat from the
      *> effective date of a late raise through the last check paid
      *> and queues the difference here as P pending; the next pay
      *> run adds it to that employee's check as a separate earnings
      *> line and flips it to D with the check date. Rows are kept
      *> so the same checks cannot be re-priced twice.
       02 RtEmpID PIC 9(5).
       02 FILLER PIC X VALUE SPACE.
       02 RtStatus PIC X.
           88 RetroPending VALUE "P".
           88 RetroPaid VALUE "D".
       02 FILLER PIC X VALUE SPACE.
       02 RtEffDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 RtThruDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 RtNewRate PIC 9(3)V99.
       02 FILLER PIC X VALUE SPACE.
       02 RtAmount PIC 9(4)V99.
       02 FILLER PIC X VALUE SPACE.
       02 RtCalcDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 RtPaidDate PIC X(8).
