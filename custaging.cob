        IF NOT InvoiceFileOpenOK
            DISPLAY "Unable to open sorted invoice file - status "
                InvoiceFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT AgingReport.
        IF NOT AgingReportOpenOK
            DISPLAY "Unable to open CustAging.rpt - status " AgingReportStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.

        MOVE WSCurrentDateTime(1:8) TO PrnRunDate

        CLOSE InvoiceFile, CustomerFile, AgingReport.
        DISPLAY "Aging complete - see CustAging.rpt".
        GOBACK.

    AgeInvoice.
        IF InvIsOpen
