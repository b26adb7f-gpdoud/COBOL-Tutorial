      *> STUDACCT - Student billing account record layout for the
      *> indexed StudAcct.dat file, keyed by student. Ties a student
      *> to the customer account (customer.txt) their tuition bills
      *> go on - the student's own or a parent's, opened in customer
      *> maintenance like any other account - so payments, aging and
      *> dunning treat student balances as ordinary receivables. The
      *> last term billed and its invoice stop tuitbill billing a
      *> term twice. Maintained by tuitmaint.
       02 SaStudID PIC 9(5).
       02 SaCustID PIC 9(5).
       02 SaLastTerm PIC X(6).
       02 SaLastInvNum PIC 9(5).
