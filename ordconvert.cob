        MOVE SPACES TO OrdShipTo
        MOVE SPACES TO OrdSalesRep
        MOVE SPACES TO OrdCurrency
        MOVE SPACES TO OrdCarrier, OrdTracking, OrdFreightTax,
            OrdShipDate
        MOVE ZERO TO OrdCartons, OrdWeight, OrdFreight
        WRITE OrderData
            INVALID KEY
                DISPLAY "Order " OrdNum " was not written!"
