      *> DELIVLOG - Document delivery log record (DeliveryLog.dat).
      *> Appended by the invoice and statement runs for every copy of
      *> a document sent - one row for the printed copy, one for the
      *> emailed copy - so "did they get it" is answered from the log.
       02 DlDate PIC X(8).
       02 DlTime PIC X(6).
       02 DlCustID PIC 9(5).
       02 DlDocType PIC X.
           88 DlIsInvoice VALUE "I".
           88 DlIsStatement VALUE "S".
       02 DlDocRef PIC X(6).
       02 DlChannel PIC X.
           88 DlPrinted VALUE "P".
           88 DlEmailed VALUE "E".
      *> The Email address, or the print report the copy went to
       02 DlDestination PIC X(30).
       02 DlDocFile PIC X(20).
       02 DlNote PIC X(20).
