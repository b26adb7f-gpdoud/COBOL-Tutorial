       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. shipmanifest.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OrderFile ASSIGN TO "orders.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OrdNum
            FILE STATUS IS OrderFileStatus.
        SELECT CustomerFile ASSIGN TO "customer.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT OPTIONAL CarrierFile ASSIGN TO "Carrier.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CrCode
            FILE STATUS IS CarrierFileStatus.
        SELECT ManifestReport ASSIGN TO "Manifest.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ManifestReportStatus.
        SELECT SortWorkFile ASSIGN TO "manisort.tmp".

DATA DIVISION.
    FILE SECTION.
        FD OrderFile.
        01 OrderData.
            COPY ORDREC.

        FD CustomerFile.
        01 CustomerData.
            COPY CUSTREC.

        FD CarrierFile.
        01 CarrierData.
            COPY CARRIER.

        FD ManifestReport.
        01 PrintLine PIC X(90).

        SD SortWorkFile.
        01 SortRecord.
            02 SmCarrier PIC X(4).
            02 SmOrdNum PIC 9(5).
            02 SmCustID PIC 9(5).
            02 SmTracking PIC X(20).
            02 SmCartons PIC 9(3).
            02 SmWeight PIC 9(5)V9.
            02 SmFreight PIC 9(4)V99.
    WORKING-STORAGE SECTION.
        01 OrderEOF PIC X VALUE 'N'.
            88 NoMoreOrders VALUE 'Y'.
        01 SortEOF PIC X VALUE 'N'.
            88 NoMoreSorted VALUE 'Y'.
        01 CustExists PIC X.
        01 CarrierExists PIC X.
        01 CarrierAvail PIC X VALUE 'N'.
            88 CarrierFileOnHand VALUE 'Y'.
        01 ManifestDate PIC X(8).
        01 CurrentCarrier PIC X(4) VALUE SPACES.
        01 CarrierShipments PIC 9(5) VALUE ZERO.
        01 CarrierCartons PIC 9(6) VALUE ZERO.
        01 CarrierWeight PIC 9(7)V9 VALUE ZERO.
        01 CarrierFreight PIC 9(7)V99 VALUE ZERO.
        01 TotalShipments PIC 9(5) VALUE ZERO.
        01 TotalCartons PIC 9(6) VALUE ZERO.
        01 TotalWeight PIC 9(7)V9 VALUE ZERO.
        01 TotalFreight PIC 9(7)V99 VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 WSFullName PIC X(31).
        COPY RETCODE.
        01 ManifestHeading.
            02 FILLER PIC X(27) VALUE "SHIPPING MANIFEST FOR DATE ".
            02 PrnManifestDate PIC X(8).
        01 CarrierHeading.
            02 FILLER PIC X(9) VALUE "CARRIER  ".
            02 PrnCarrierCode PIC X(4).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCarrierName PIC X(20).
        01 ColumnHeading PIC X(90) VALUE
            "  Order  Customer                         Tracking No.         Ctns    Weight   Freight".
        01 DetailLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnOrdNum PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCustName PIC X(31).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnTracking PIC X(20).
            02 FILLER PIC X VALUE SPACE.
            02 PrnCartons PIC ZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 PrnWeight PIC ZZ,ZZ9.9.
            02 FILLER PIC X VALUE SPACE.
            02 PrnFreight PIC $$,$$9.99.
        01 CarrierTotalLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnTotalLabel PIC X(20).
            02 PrnTotalShipments PIC ZZZZ9.
            02 FILLER PIC X(12) VALUE " SHIPMENTS  ".
            02 FILLER PIC X(21) VALUE SPACE.
            02 PrnTotalCartons PIC ZZZZZ9.
            02 PrnTotalWeight PIC ZZZZZZ9.9.
            02 PrnTotalFreight PIC $$$$$$9.99.
        01 SignatureLine PIC X(90) VALUE
            "  Received by driver ______________________________  Time ________".
        01 OrderFileStatus PIC XX.
            88 OrderFileOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".
        01 CarrierFileStatus PIC XX.
            88 CarrierFileOpenOK VALUE "00".
        01 ManifestReportStatus PIC XX.
            88 ManifestReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    *> Daily shipping manifest for the driver pickup - every order
    *> ordership shipped by a carrier on the day, grouped by carrier
    *> with its tracking number, cartons, weight, and freight, and a
    *> carrier total and signature line for the driver. Customer
    *> pickups (no carrier) are left off.
    StartManifest.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE SPACES TO ManifestDate.
        DISPLAY "Ship date (YYYYMMDD, blank = today) : " WITH NO ADVANCING.
        ACCEPT ManifestDate.
        IF ManifestDate = SPACES
            MOVE WSCurrentDateTime(1:8) TO ManifestDate
        END-IF.
        IF ManifestDate IS NOT NUMERIC
            DISPLAY "Ship date must be YYYYMMDD - run ended"
            STOP RUN
        END-IF.

        OPEN INPUT OrderFile.
        IF NOT OrderFileOpenOK
            DISPLAY "Unable to open orders.txt - status " OrderFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            STOP RUN
        END-IF.
        MOVE 'N' TO CarrierAvail.
        OPEN INPUT CarrierFile.
        IF CarrierFileOpenOK
            SET CarrierFileOnHand TO TRUE
        END-IF.
        OPEN OUTPUT ManifestReport.
        IF NOT ManifestReportOpenOK
            DISPLAY "Unable to open Manifest.rpt - status "
                ManifestReportStatus
            STOP RUN
        END-IF.

        MOVE ManifestDate TO PrnManifestDate
        WRITE PrintLine FROM ManifestHeading.

        SORT SortWorkFile ON ASCENDING KEY SmCarrier, SmOrdNum
            INPUT PROCEDURE IS SelectShipments
            OUTPUT PROCEDURE IS PrintManifest.

        IF CarrierFileOnHand
            CLOSE CarrierFile
        END-IF.
        CLOSE OrderFile, CustomerFile, ManifestReport.
        DISPLAY TotalShipments " shipments on the manifest - "
            "see Manifest.rpt".
        STOP RUN.

    SelectShipments.
        READ OrderFile
            AT END SET NoMoreOrders TO TRUE
        END-READ
        PERFORM ReleaseShipment UNTIL NoMoreOrders.

    ReleaseShipment.
        *> Orders from before shipments were recorded carry spaces in
        *> the shipment fields and never match a ship date
        IF OrdShipDate = ManifestDate AND OrdCarrier NOT = SPACES
            AND (OrdIsShipped OR OrdIsInvoiced)
            MOVE OrdCarrier TO SmCarrier
            MOVE OrdNum TO SmOrdNum
            MOVE OrdCustID TO SmCustID
            MOVE OrdTracking TO SmTracking
            MOVE OrdCartons TO SmCartons
            MOVE OrdWeight TO SmWeight
            MOVE OrdFreight TO SmFreight
            RELEASE SortRecord
        END-IF
        READ OrderFile
            AT END SET NoMoreOrders TO TRUE
        END-READ.

    PrintManifest.
        MOVE 'N' TO SortEOF
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN
        PERFORM PrintShipment UNTIL NoMoreSorted
        IF CurrentCarrier NOT = SPACES
            PERFORM PrintCarrierTotal
        END-IF
        MOVE "ALL CARRIERS" TO PrnTotalLabel
        MOVE TotalShipments TO PrnTotalShipments
        MOVE TotalCartons TO PrnTotalCartons
        MOVE TotalWeight TO PrnTotalWeight
        MOVE TotalFreight TO PrnTotalFreight
        WRITE PrintLine FROM CarrierTotalLine AFTER ADVANCING 3 LINES.

    PrintShipment.
        IF SmCarrier NOT = CurrentCarrier
            IF CurrentCarrier NOT = SPACES
                PERFORM PrintCarrierTotal
            END-IF
            PERFORM PrintCarrierHead
        END-IF
        MOVE SmOrdNum TO PrnOrdNum
        MOVE 'Y' TO CustExists
        MOVE SmCustID TO IDNum
        READ CustomerFile
            INVALID KEY MOVE 'N' TO CustExists
        END-READ
        IF CustExists = 'Y'
            CALL "NAMEFMT" USING FirstName, LastName, WSFullName, LRetCode
            MOVE WSFullName TO PrnCustName
        ELSE
            MOVE "** NOT ON CUSTOMER FILE **" TO PrnCustName
        END-IF
        MOVE SmTracking TO PrnTracking
        MOVE SmCartons TO PrnCartons
        MOVE SmWeight TO PrnWeight
        MOVE SmFreight TO PrnFreight
        WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE
        ADD 1 TO CarrierShipments, TotalShipments
        ADD SmCartons TO CarrierCartons, TotalCartons
        ADD SmWeight TO CarrierWeight, TotalWeight
        ADD SmFreight TO CarrierFreight, TotalFreight
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN.

    PrintCarrierHead.
        MOVE SmCarrier TO CurrentCarrier
        MOVE ZERO TO CarrierShipments, CarrierCartons, CarrierWeight,
            CarrierFreight
        MOVE SmCarrier TO PrnCarrierCode
        MOVE SPACES TO PrnCarrierName
        IF CarrierFileOnHand
            MOVE 'Y' TO CarrierExists
            MOVE SmCarrier TO CrCode
            READ CarrierFile
                INVALID KEY MOVE 'N' TO CarrierExists
            END-READ
            IF CarrierExists = 'Y'
                MOVE CrName TO PrnCarrierName
            END-IF
        END-IF
        WRITE PrintLine FROM CarrierHeading AFTER ADVANCING 3 LINES
        WRITE PrintLine FROM ColumnHeading AFTER ADVANCING 2 LINES.

    PrintCarrierTotal.
        MOVE SPACES TO PrnTotalLabel
        STRING "TOTAL " CurrentCarrier DELIMITED BY SIZE
            INTO PrnTotalLabel
        MOVE CarrierShipments TO PrnTotalShipments
        MOVE CarrierCartons TO PrnTotalCartons
        MOVE CarrierWeight TO PrnTotalWeight
        MOVE CarrierFreight TO PrnTotalFreight
        WRITE PrintLine FROM CarrierTotalLine AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM SignatureLine AFTER ADVANCING 2 LINES.
