       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. locmaint.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LocationFile ASSIGN TO "Location.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LcCode
            FILE STATUS IS LocationFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD LocationFile.
        01 LocationData.
            COPY LOCREC.
    WORKING-STORAGE SECTION.
        01 Choice PIC 9.
        01 StayOpen PIC X VALUE 'Y'.
        01 LocationExists PIC X.
        01 ValidEntry PIC X VALUE 'N'.
            88 EntryIsValid VALUE 'Y'.
        01 ListEOF PIC X VALUE 'N'.
            88 NoMoreLocations VALUE 'Y'.
        01 ListedCount PIC 9(3) VALUE ZERO.
        01 LocationFileStatus PIC XX.
            88 LocationFileOpenOK VALUE "00".

    SCREEN SECTION.
        01 MenuScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "STOCK LOCATIONS".
            02 LINE 3 COLUMN 1 VALUE "1 : Add Location".
            02 LINE 4 COLUMN 1 VALUE "2 : Update Location".
            02 LINE 5 COLUMN 1 VALUE "3 : Deactivate/Reactivate".
            02 LINE 6 COLUMN 1 VALUE "4 : List Locations".
            02 LINE 7 COLUMN 1 VALUE "0 : Quit".
            02 LINE 9 COLUMN 1 VALUE ": ".
            02 LINE 9 COLUMN 3 PIC 9 USING Choice.

        01 KeyEntryScreen.
            02 LINE 3 COLUMN 1 VALUE "Location Code : ".
            02 LINE 3 COLUMN 17 PIC X(4) USING LcCode.
        01 NameEntryScreen.
            02 LINE 4 COLUMN 1 VALUE "Location Name : ".
            02 LINE 4 COLUMN 17 PIC X(20) USING LcName.

PROCEDURE DIVISION.
    StartPara.
        *> Maintains the buildings stock is kept in - MAIN, the main
        *> building, plus the overflow site and any others. An
        *> inactive location takes no new receipts or transfers but
        *> can still be issued and counted down to empty.
        OPEN I-O LocationFile.
        IF LocationFileStatus = "35" OR LocationFileStatus = "05"
            *> First run - no locations on file yet
            OPEN OUTPUT LocationFile
            CLOSE LocationFile
            OPEN I-O LocationFile
        END-IF.
        IF NOT LocationFileOpenOK
            DISPLAY "Unable to open Location.dat - status "
                LocationFileStatus
            STOP RUN
        END-IF.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY MenuScreen
            ACCEPT MenuScreen

            EVALUATE Choice
                WHEN 1 PERFORM AddLocation
                WHEN 2 PERFORM UpdateLocation
                WHEN 3 PERFORM ToggleLocation
                WHEN 4 PERFORM ListLocations
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        CLOSE LocationFile.
        STOP RUN.

    AddLocation.
        MOVE SPACES TO LocationData
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY " "
            DISPLAY KeyEntryScreen
            ACCEPT KeyEntryScreen
            MOVE FUNCTION UPPER-CASE(LcCode) TO LcCode
            IF LcCode = SPACES
                DISPLAY "Location code cannot be blank - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM.
        PERFORM EnterLocationName
        SET LocIsActive TO TRUE
        WRITE LocationData
            INVALID KEY DISPLAY "Location already on file - use Update"
            NOT INVALID KEY DISPLAY "Location " LcCode " added"
        END-WRITE.

    UpdateLocation.
        PERFORM GetLocationKey
        IF LocationExists = 'N'
            DISPLAY "Location does not exist!"
        ELSE
            PERFORM EnterLocationName
            REWRITE LocationData
                INVALID KEY DISPLAY "Location was not updated!"
                NOT INVALID KEY DISPLAY "Location " LcCode " updated"
            END-REWRITE
        END-IF.

    ToggleLocation.
        PERFORM GetLocationKey
        IF LocationExists = 'N'
            DISPLAY "Location does not exist!"
        ELSE IF LcCode = "MAIN"
            DISPLAY "MAIN takes unlocated movements and stays active"
        ELSE
            IF LocIsActive
                SET LocIsInactive TO TRUE
                DISPLAY "Location " LcCode " deactivated"
            ELSE
                SET LocIsActive TO TRUE
                DISPLAY "Location " LcCode " reactivated"
            END-IF
            REWRITE LocationData
                INVALID KEY DISPLAY "Location was not updated!"
            END-REWRITE
        END-IF.

    GetLocationKey.
        MOVE 'Y' TO LocationExists
        DISPLAY " "
        DISPLAY KeyEntryScreen
        ACCEPT KeyEntryScreen
        MOVE FUNCTION UPPER-CASE(LcCode) TO LcCode
        READ LocationFile
            INVALID KEY MOVE 'N' TO LocationExists
        END-READ.

    EnterLocationName.
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY NameEntryScreen
            ACCEPT NameEntryScreen
            IF LcName = SPACES
                DISPLAY "Location name is required - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM.

    ListLocations.
        DISPLAY " "
        MOVE 'N' TO ListEOF
        MOVE ZERO TO ListedCount
        MOVE LOW-VALUES TO LcCode
        START LocationFile KEY IS NOT LESS THAN LcCode
            INVALID KEY SET NoMoreLocations TO TRUE
        END-START
        PERFORM ListNextLocation UNTIL NoMoreLocations
        IF ListedCount = ZERO
            DISPLAY "No locations on file"
        END-IF.

    ListNextLocation.
        READ LocationFile NEXT RECORD
            AT END SET NoMoreLocations TO TRUE
            NOT AT END
                ADD 1 TO ListedCount
                DISPLAY LcCode " " LcName " " LcStatus
        END-READ.
