      *> PAYACCR - Month-end payroll accrual record, PayAccr.dat. One
      *> row per department per month end: payaccr estimates the wages
      *> earned since the last check date and the employer taxes on
      *> them and writes the rows E estimated; glpost posts them to the
      *> month end as one balanced PRACCR document and marks them P,
      *> then posts the PRACREV reversal and marks them R when the
      *> first pay run dated after the month end is posted.
       02 PaMonthEnd PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PaDept PIC X(3).
       02 FILLER PIC X VALUE SPACE.
       02 PaWages PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 PaErTax PIC 9(6)V99.
       02 FILLER PIC X VALUE SPACE.
       02 PaStatus PIC X.
           88 AccrualEstimated VALUE "E".
           88 AccrualPosted VALUE "P".
           88 AccrualReversed VALUE "R".
       02 FILLER PIC X VALUE SPACE.
       02 PaRunDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PaPostDate PIC X(8).
       02 FILLER PIC X VALUE SPACE.
       02 PaRevDate PIC X(8).
