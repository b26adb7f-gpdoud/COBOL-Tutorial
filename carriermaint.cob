       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. carriermaint.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CarrierFile ASSIGN TO "Carrier.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CrCode
            FILE STATUS IS CarrierFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD CarrierFile.
        01 CarrierData.
            COPY CARRIER.
    WORKING-STORAGE SECTION.
        01 Choice PIC 9.
        01 StayOpen PIC X VALUE 'Y'.
        01 CarrierExists PIC X.
        01 ValidEntry PIC X VALUE 'N'.
            88 EntryIsValid VALUE 'Y'.
        01 ListEOF PIC X VALUE 'N'.
            88 NoMoreCarriers VALUE 'Y'.
        01 ListedCount PIC 9(3) VALUE ZERO.
        01 PrnBaseCharge PIC $$,$$9.99.
        01 PrnPerCarton PIC $$$9.99.
        01 PrnPerPound PIC $$9.99.
        01 CarrierFileStatus PIC XX.
            88 CarrierFileOpenOK VALUE "00".

    SCREEN SECTION.
        01 MenuScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "CARRIER RATES".
            02 LINE 3 COLUMN 1 VALUE "1 : Add Carrier".
            02 LINE 4 COLUMN 1 VALUE "2 : Update Carrier".
            02 LINE 5 COLUMN 1 VALUE "3 : Delete Carrier".
            02 LINE 6 COLUMN 1 VALUE "4 : List Carriers".
            02 LINE 7 COLUMN 1 VALUE "0 : Quit".
            02 LINE 9 COLUMN 1 VALUE ": ".
            02 LINE 9 COLUMN 3 PIC 9 USING Choice.

        01 KeyEntryScreen.
            02 LINE 3 COLUMN 1 VALUE "Carrier Code : ".
            02 LINE 3 COLUMN 16 PIC X(4) USING CrCode.
        01 RatesEntryScreen.
            02 LINE 4 COLUMN 1 VALUE "Carrier Name             : ".
            02 LINE 4 COLUMN 28 PIC X(20) USING CrName.
            02 LINE 5 COLUMN 1 VALUE "Base Charge per Shipment : ".
            02 LINE 5 COLUMN 28 PIC 9(4).99 USING CrBaseCharge.
            02 LINE 6 COLUMN 1 VALUE "Charge per Carton        : ".
            02 LINE 6 COLUMN 28 PIC 9(3).99 USING CrPerCarton.
            02 LINE 7 COLUMN 1 VALUE "Charge per Pound         : ".
            02 LINE 7 COLUMN 28 PIC 9(2).99 USING CrPerPound.
            02 LINE 8 COLUMN 1 VALUE "Freight Taxable (Y/N)    : ".
            02 LINE 8 COLUMN 28 PIC X USING CrFreightTax.

PROCEDURE DIVISION.
    StartPara.
        *> Maintains the carriers the warehouse ships by and the rates
        *> ordership uses to suggest the freight on a shipment, along
        *> with whether that carrier's freight is billed as taxable.
        OPEN I-O CarrierFile.
        IF CarrierFileStatus = "35" OR CarrierFileStatus = "05"
            *> First run - no carriers on file yet
            OPEN OUTPUT CarrierFile
            CLOSE CarrierFile
            OPEN I-O CarrierFile
        END-IF.
        IF NOT CarrierFileOpenOK
            DISPLAY "Unable to open Carrier.dat - status " CarrierFileStatus
            STOP RUN
        END-IF.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY MenuScreen
            ACCEPT MenuScreen

            EVALUATE Choice
                WHEN 1 PERFORM AddCarrier
                WHEN 2 PERFORM UpdateCarrier
                WHEN 3 PERFORM DeleteCarrier
                WHEN 4 PERFORM ListCarriers
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        CLOSE CarrierFile.
        STOP RUN.

    AddCarrier.
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY " "
            DISPLAY KeyEntryScreen
            ACCEPT KeyEntryScreen
            IF CrCode = SPACES
                DISPLAY "Carrier code cannot be blank - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM.
        MOVE SPACES TO CrName
        MOVE ZERO TO CrBaseCharge, CrPerCarton, CrPerPound
        MOVE "N" TO CrFreightTax
        PERFORM EnterCarrierRates
        WRITE CarrierData
            INVALID KEY DISPLAY "Carrier already on file - use Update"
            NOT INVALID KEY DISPLAY "Carrier added"
        END-WRITE.

    UpdateCarrier.
        PERFORM GetCarrierKey
        IF CarrierExists = 'N'
            DISPLAY "Carrier does not exist!"
        ELSE
            PERFORM EnterCarrierRates
            REWRITE CarrierData
                INVALID KEY DISPLAY "Carrier was not updated!"
                NOT INVALID KEY DISPLAY "Carrier updated"
            END-REWRITE
        END-IF.

    DeleteCarrier.
        PERFORM GetCarrierKey
        IF CarrierExists = 'N'
            DISPLAY "Carrier does not exist!"
        ELSE
            DELETE CarrierFile RECORD
                INVALID KEY DISPLAY "Carrier was not deleted!"
                NOT INVALID KEY DISPLAY "Carrier deleted"
            END-DELETE
        END-IF.

    GetCarrierKey.
        MOVE 'Y' TO CarrierExists
        DISPLAY " "
        DISPLAY KeyEntryScreen
        ACCEPT KeyEntryScreen
        READ CarrierFile
            INVALID KEY MOVE 'N' TO CarrierExists
        END-READ.

    EnterCarrierRates.
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY RatesEntryScreen
            ACCEPT RatesEntryScreen
            IF CrName = SPACES
                DISPLAY "Carrier name is required - re-enter"
            ELSE IF CrBaseCharge IS NOT NUMERIC
                OR CrPerCarton IS NOT NUMERIC
                OR CrPerPound IS NOT NUMERIC
                DISPLAY "Rates must be numeric - re-enter"
            ELSE IF CrFreightTax NOT = "Y" AND CrFreightTax NOT = "N"
                DISPLAY "Freight taxable must be Y or N - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM.

    ListCarriers.
        DISPLAY " "
        MOVE 'N' TO ListEOF
        MOVE ZERO TO ListedCount
        MOVE LOW-VALUES TO CrCode
        START CarrierFile KEY IS NOT LESS THAN CrCode
            INVALID KEY SET NoMoreCarriers TO TRUE
        END-START
        PERFORM ListNextCarrier UNTIL NoMoreCarriers
        IF ListedCount = ZERO
            DISPLAY "No carriers on file"
        END-IF.

    ListNextCarrier.
        READ CarrierFile NEXT RECORD
            AT END SET NoMoreCarriers TO TRUE
            NOT AT END
                ADD 1 TO ListedCount
                MOVE CrBaseCharge TO PrnBaseCharge
                MOVE CrPerCarton TO PrnPerCarton
                MOVE CrPerPound TO PrnPerPound
                DISPLAY CrCode " " CrName " " PrnBaseCharge " + "
                    PrnPerCarton "/ctn + " PrnPerPound "/lb  taxable "
                    CrFreightTax
        END-READ.
