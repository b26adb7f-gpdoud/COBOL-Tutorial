        IF NOT InvoiceFileOpenOK
            DISPLAY "Unable to open InvoiceOpen.dat - status "
                InvoiceFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        READ InvoiceFile
            AT END SET NoMoreInvoices TO TRUE
        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT LetterFile.
        IF NOT LetterFileOpenOK
            DISPLAY "Unable to open DunLetters.rpt - status "
                LetterFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN EXTEND DunHistFile.
        IF DunHistFileStatus NOT = "00" AND DunHistFileStatus NOT = "05"
            DISPLAY "Unable to open DunHist.dat - status "
                DunHistFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        MOVE 'N' TO ContactAvail.
        OPEN I-O ContactFile.
        END-IF.
        CLOSE CustomerFile, LetterFile, DunHistFile.
        DISPLAY "Produced " LetterCount " letters - see DunLetters.rpt".
        GOBACK.

    AgeOneInvoice.
        IF InvIsOpen
