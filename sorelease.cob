            DISPLAY "Unable to open StandOrd.dat - status "
                TemplateFileStatus
            PERFORM EndJobFail
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN INPUT TemplateDtlFile.
        IF NOT TemplateDtlFileOpenOK
            DISPLAY "Unable to open StandDtl.dat - status "
                TemplateDtlFileStatus
            PERFORM EndJobFail
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN I-O OrderFile.
        IF OrderFileStatus = "35" OR OrderFileStatus = "05"
        IF NOT OrderFileOpenOK
            DISPLAY "Unable to open orders.txt - status " OrderFileStatus
            PERFORM EndJobFail
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN I-O OrderDtlFile.
        IF OrderDtlFileStatus = "35" OR OrderDtlFileStatus = "05"
            DISPLAY "Unable to open OrderDtl.dat - status "
                OrderDtlFileStatus
            PERFORM EndJobFail
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.

        MOVE LOW-VALUES TO SoNum
        CALL "JOBLOG" USING JobAction, JobName, JobRecCount,
            JobOutcome, LRetCode.
        DISPLAY "Released " ReleasedCount " standing orders".
        GOBACK.

    ReleaseNextTemplate.
        READ TemplateFile NEXT RECORD
        MOVE SoShipTo TO OrdShipTo
        MOVE SPACES TO OrdSalesRep
        MOVE SPACES TO OrdCurrency
        MOVE SPACES TO OrdCarrier, OrdTracking, OrdFreightTax,
            OrdShipDate
        MOVE ZERO TO OrdCartons, OrdWeight, OrdFreight
        SET OrdIsOpen TO TRUE
        MOVE SoLineCount TO OrdLineCount
        PERFORM StartTemplateLines
        IF OrdControlFileStatus NOT = "00" AND OrdControlFileStatus NOT = "05"
            DISPLAY "Unable to save OrdControl.dat - status "
                OrdControlFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE NextOrdNum TO CtlNextOrdNum
        WRITE OrdControlRecord
