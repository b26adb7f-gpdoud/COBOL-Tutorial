            DISPLAY "Unable to open InvoiceOpen.dat - status "
                InvoiceFileStatus
            PERFORM EndJobFail
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT ExceptionReport.
        IF NOT ExceptionReportOpenOK
            DISPLAY "Unable to open ARRecon.rpt - status "
                ExceptionReportStatus
            PERFORM EndJobFail
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        MOVE WSCurrentDateTime(1:8) TO PrnRunDate
        WRITE PrintLine FROM PageHeading
            JobOutcome, LRetCode.
        DISPLAY "Checked " InvoicesChecked " invoices - "
            ExceptionCount " exceptions - see ARRecon.rpt".
        GOBACK.

    CheckOneInvoice.
        ADD 1 TO InvoicesChecked
                " - raise the table size - run abandoned"
            CLOSE PaymentFile
            PERFORM EndJobFail
            MOVE 8 TO RETURN-CODE
            GOBACK
        ELSE
            MOVE PayInvNum TO TabPayInvNum(PayCount)
            MOVE PayAmount TO TabPayAmount(PayCount)
