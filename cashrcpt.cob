
        FD BatchFile.
        01 BatchRecord.
            COPY DEPBATCH.

        FD DepositSlip.
        01 SlipLine PIC X(80).
                03 TabInvDocType PIC X.
                03 TabInvCurrency PIC X(3).
                03 TabInvExchRate PIC 9(3)V9(4).
                03 TabInvFreight PIC 9(6)V99.
                03 TabInvFreightTax PIC X.
        01 InvCount PIC 9(3) VALUE ZERO.
            88 InvTableFull VALUE 201 THRU 999.
        01 SaveIdx PIC 9(3) VALUE ZERO.
        MOVE "C" TO TabInvDocType(InvCount)
        MOVE SPACES TO TabInvCurrency(InvCount)
        MOVE ZERO TO TabInvExchRate(InvCount)
        MOVE ZERO TO TabInvFreight(InvCount)
        MOVE "N" TO TabInvFreightTax(InvCount)
        MOVE NextInvNum TO PayInvNum
        MOVE EntryCustID TO PayCustID
        MOVE WSCurrentDateTime(1:8) TO PayDate
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime
        MOVE SPACES TO BatchRecord
        MOVE BatchNum TO DbBatchNum
        MOVE "C" TO DbSource
        MOVE WSCurrentDateTime(1:8) TO DbDate
        MOVE CtlCount TO DbCtlCount
        MOVE CtlAmount TO DbCtlAmount
            ELSE
                MOVE ZERO TO TabInvExchRate(InvCount)
            END-IF
            IF InvFreight IS NUMERIC
                MOVE InvFreight TO TabInvFreight(InvCount)
            ELSE
                MOVE ZERO TO TabInvFreight(InvCount)
            END-IF
            MOVE InvFreightTax TO TabInvFreightTax(InvCount)
        END-IF
        READ InvoiceFile
            AT END SET NoMoreInvoices TO TRUE
        MOVE TabInvDocType(SaveIdx) TO InvDocType
        MOVE TabInvCurrency(SaveIdx) TO InvCurrency
        MOVE TabInvExchRate(SaveIdx) TO InvExchRate
        MOVE TabInvFreight(SaveIdx) TO InvFreight
        MOVE TabInvFreightTax(SaveIdx) TO InvFreightTax
        WRITE InvoiceData.
