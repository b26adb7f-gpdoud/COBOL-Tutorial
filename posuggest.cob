        MOVE TabVpLineCount(FoundIdx) TO PdLineNum
        MOVE PMProdCode TO PdProdCode
        MOVE PMOrderQty TO PdQtyOrdered
        MOVE ZERO TO PdQtyReceived, PdQtyReturned
        MOVE SPACES TO PdFirstRecvDate, PdLastRecvDate
        WRITE PODtlData
            INVALID KEY DISPLAY "PO line was not written!"
        END-WRITE
        MOVE NextPoNum TO PoNum
        MOVE PMPrefVendor TO PoVendID
        MOVE WSCurrentDateTime(1:8) TO PoDate
        MOVE SPACES TO PoExpectDate
        SET PoIsDraft TO TRUE
        WRITE POHdrData
            INVALID KEY DISPLAY "PO " PoNum " was not written!"
