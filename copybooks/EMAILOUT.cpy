      *> EMAILOUT - Outbound email batch record (EmailOut.dat).
      *> One row per document queued for email by the invoice and
      *> statement runs, led by the customer's Email address so the
      *> mail gateway can sort and send by recipient. EmDocFile names
      *> the per-customer document file holding the body.
       02 EmAddress PIC X(30).
       02 EmCustID PIC 9(5).
       02 EmDocType PIC X.
           88 EmIsInvoice VALUE "I".
           88 EmIsStatement VALUE "S".
      *> Invoice number, or the YYYYMM of a statement
       02 EmDocRef PIC X(6).
       02 EmDocFile PIC X(20).
       02 EmSubject PIC X(40).
       02 EmQueuedDate PIC X(8).
