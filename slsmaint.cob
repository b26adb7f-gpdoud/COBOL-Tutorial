            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SrCode
            FILE STATUS IS SalesRepFileStatus.
        SELECT TerritoryFile ASSIGN TO "Territory.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TrKey
            FILE STATUS IS TerritoryFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD SalesRepFile.
        01 SalesRepData.
            COPY SLSREC.

        FD TerritoryFile.
        01 TerritoryData.
            COPY TERRREC.
    WORKING-STORAGE SECTION.
        01 Choice PIC 9.
        01 StayOpen PIC X VALUE 'Y'.
            88 EntryIsValid VALUE 'Y'.
        01 ListEOF PIC X VALUE 'N'.
            88 NoMoreSalesReps VALUE 'Y'.
        01 TerrListEOF PIC X VALUE 'N'.
            88 NoMoreTerritories VALUE 'Y'.
        01 TerritoryExists PIC X.
        01 QuotaMonth PIC 99.
        01 BadQuotaCount PIC 99.
        01 EntryTrType PIC X.
        01 EntryTrValue PIC X(5).
        01 EntryTrRep PIC X(3).
        01 SalesRepFileStatus PIC XX.
            88 SalesRepFileOpenOK VALUE "00".
        01 TerritoryFileStatus PIC XX.
            88 TerritoryFileOpenOK VALUE "00".

    SCREEN SECTION.
        01 MenuScreen.
            02 LINE 4 COLUMN 1 VALUE "2 : Update Salesperson".
            02 LINE 5 COLUMN 1 VALUE "3 : Deactivate/Reactivate".
            02 LINE 6 COLUMN 1 VALUE "4 : List Salespersons".
            02 LINE 7 COLUMN 1 VALUE "5 : Monthly Quotas".
            02 LINE 8 COLUMN 1 VALUE "6 : Assign/Remove Territory".
            02 LINE 9 COLUMN 1 VALUE "7 : List Territory Assignments".
            02 LINE 10 COLUMN 1 VALUE "0 : Quit".
            02 LINE 12 COLUMN 1 VALUE ": ".
            02 LINE 12 COLUMN 3 PIC 9 USING Choice.

        01 CodeEntryScreen.
            02 LINE 3 COLUMN 1 VALUE "Rep Code : ".
            02 LINE 4 COLUMN 20 PIC X(20) USING SrName.
            02 LINE 5 COLUMN 1 VALUE "Commission Pct   : ".
            02 LINE 5 COLUMN 20 PIC 99.99 USING SrCommPct.
            02 LINE 6 COLUMN 1 VALUE "Territory        : ".
            02 LINE 6 COLUMN 20 PIC X(15) USING SrTerritory.
        01 QuotaEntryScreen.
            02 LINE 4 COLUMN 1 VALUE "Quota Year : ".
            02 LINE 4 COLUMN 14 PIC 9(4) USING SrQuotaYear.
            02 LINE 6 COLUMN 1 VALUE "Jan : ".
            02 LINE 6 COLUMN 7 PIC 9999999.99 USING SrMonthQuota(1).
            02 LINE 7 COLUMN 1 VALUE "Feb : ".
            02 LINE 7 COLUMN 7 PIC 9999999.99 USING SrMonthQuota(2).
            02 LINE 8 COLUMN 1 VALUE "Mar : ".
            02 LINE 8 COLUMN 7 PIC 9999999.99 USING SrMonthQuota(3).
            02 LINE 9 COLUMN 1 VALUE "Apr : ".
            02 LINE 9 COLUMN 7 PIC 9999999.99 USING SrMonthQuota(4).
            02 LINE 10 COLUMN 1 VALUE "May : ".
            02 LINE 10 COLUMN 7 PIC 9999999.99 USING SrMonthQuota(5).
            02 LINE 11 COLUMN 1 VALUE "Jun : ".
            02 LINE 11 COLUMN 7 PIC 9999999.99 USING SrMonthQuota(6).
            02 LINE 6 COLUMN 25 VALUE "Jul : ".
            02 LINE 6 COLUMN 31 PIC 9999999.99 USING SrMonthQuota(7).
            02 LINE 7 COLUMN 25 VALUE "Aug : ".
            02 LINE 7 COLUMN 31 PIC 9999999.99 USING SrMonthQuota(8).
            02 LINE 8 COLUMN 25 VALUE "Sep : ".
            02 LINE 8 COLUMN 31 PIC 9999999.99 USING SrMonthQuota(9).
            02 LINE 9 COLUMN 25 VALUE "Oct : ".
            02 LINE 9 COLUMN 31 PIC 9999999.99 USING SrMonthQuota(10).
            02 LINE 10 COLUMN 25 VALUE "Nov : ".
            02 LINE 10 COLUMN 31 PIC 9999999.99 USING SrMonthQuota(11).
            02 LINE 11 COLUMN 25 VALUE "Dec : ".
            02 LINE 11 COLUMN 31 PIC 9999999.99 USING SrMonthQuota(12).
        01 TerritoryEntryScreen.
            02 LINE 3 COLUMN 1 VALUE "By State or Customer (S/C) : ".
            02 LINE 3 COLUMN 30 PIC X USING EntryTrType.
            02 LINE 4 COLUMN 1 VALUE "State Code / Customer ID    : ".
            02 LINE 4 COLUMN 30 PIC X(5) USING EntryTrValue.
            02 LINE 5 COLUMN 1 VALUE "Rep Code (blank = remove)   : ".
            02 LINE 5 COLUMN 30 PIC X(3) USING EntryTrRep.

PROCEDURE DIVISION.
    StartPara.
        *> Maintains the salesperson master behind the order-entry rep
        *> code and the monthly commission register, along with the
        *> monthly quotas and the Territory.dat state and account
        *> assignments the quotarpt attainment report works from.
        OPEN I-O SalesRepFile.
        IF SalesRepFileStatus = "35" OR SalesRepFileStatus = "05"
            *> First run - no salespersons on file yet
                SalesRepFileStatus
            STOP RUN
        END-IF.
        OPEN I-O TerritoryFile.
        IF TerritoryFileStatus = "35" OR TerritoryFileStatus = "05"
            *> First run - no territories assigned yet
            OPEN OUTPUT TerritoryFile
            CLOSE TerritoryFile
            OPEN I-O TerritoryFile
        END-IF.
        IF NOT TerritoryFileOpenOK
            DISPLAY "Unable to open Territory.dat - status "
                TerritoryFileStatus
            CLOSE SalesRepFile
            STOP RUN
        END-IF.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY MenuScreen
            ACCEPT MenuScreen
                WHEN 2 PERFORM UpdateSalesRep
                WHEN 3 PERFORM ToggleSalesRep
                WHEN 4 PERFORM ListSalesReps
                WHEN 5 PERFORM MaintainQuotas
                WHEN 6 PERFORM MaintainTerritory
                WHEN 7 PERFORM ListTerritories
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        CLOSE SalesRepFile, TerritoryFile.
        STOP RUN.

    AddSalesRep.
        *> A new rep starts with no territory name and no quota year
        *> until the quotas are keyed through option 5
        INITIALIZE SalesRepData
        DISPLAY " "
        DISPLAY CodeEntryScreen
        ACCEPT CodeEntryScreen
            DISPLAY "No salespersons on file"
        ELSE
            DISPLAY " "
            DISPLAY "Code Name                 Comm%  Stat Territory"
            PERFORM ListNextSalesRep UNTIL NoMoreSalesReps
        END-IF.

        READ SalesRepFile NEXT RECORD
            AT END SET NoMoreSalesReps TO TRUE
            NOT AT END DISPLAY SrCode "  " SrName " " SrCommPct "  "
                SrStatus "    " SrTerritory
        END-READ.

    MaintainQuotas.
        PERFORM GetSalesRep
        IF SalesRepExists = 'N'
            DISPLAY "Salesperson does not exist!"
            EXIT PARAGRAPH
        END-IF
        IF SrQuotaYear IS NOT NUMERIC
            MOVE ZERO TO SrQuotaYear
        END-IF
        PERFORM ClearBadQuota VARYING QuotaMonth FROM 1 BY 1
            UNTIL QuotaMonth > 12
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY QuotaEntryScreen
            ACCEPT QuotaEntryScreen
            MOVE ZERO TO BadQuotaCount
            PERFORM CountBadQuota VARYING QuotaMonth FROM 1 BY 1
                UNTIL QuotaMonth > 12
            IF SrQuotaYear IS NOT NUMERIC OR SrQuotaYear < 2000
                DISPLAY "Quota year must be a four-digit year - re-enter"
            ELSE IF BadQuotaCount > ZERO
                DISPLAY "Monthly quotas must be numeric - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM
        REWRITE SalesRepData
            INVALID KEY DISPLAY "Quotas were not updated!"
            NOT INVALID KEY DISPLAY "Quotas for " SrCode " updated for "
                SrQuotaYear
        END-REWRITE.

    ClearBadQuota.
        *> Reps set up before quotas were kept read back with spaces
        IF SrMonthQuota(QuotaMonth) IS NOT NUMERIC
            MOVE ZERO TO SrMonthQuota(QuotaMonth)
        END-IF.

    CountBadQuota.
        IF SrMonthQuota(QuotaMonth) IS NOT NUMERIC
            ADD 1 TO BadQuotaCount
        END-IF.

    MaintainTerritory.
        *> One row per state or per named account. Keying a rep over
        *> an existing row moves the state or account to that rep;
        *> a blank rep code takes the assignment off file.
        MOVE SPACES TO EntryTrType, EntryTrValue, EntryTrRep
        DISPLAY " "
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY TerritoryEntryScreen
            ACCEPT TerritoryEntryScreen
            MOVE FUNCTION UPPER-CASE(EntryTrType) TO TrType
            MOVE FUNCTION UPPER-CASE(EntryTrValue) TO EntryTrValue
            MOVE FUNCTION UPPER-CASE(EntryTrRep) TO EntryTrRep
            IF NOT TrTypeValid
                DISPLAY "Enter S for a state or C for a customer - re-enter"
            ELSE IF TrByState AND (EntryTrValue(1:2) = SPACES
                    OR EntryTrValue(3:3) NOT = SPACES)
                DISPLAY "State code must be two letters - re-enter"
            ELSE IF TrByCustomer AND EntryTrValue IS NOT NUMERIC
                DISPLAY "Customer ID must be five digits - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM
        MOVE EntryTrValue TO TrValue
        MOVE 'Y' TO TerritoryExists
        READ TerritoryFile
            INVALID KEY MOVE 'N' TO TerritoryExists
        END-READ
        IF EntryTrRep = SPACES
            IF TerritoryExists = 'N'
                DISPLAY "No assignment on file for " TrType " " TrValue
            ELSE
                DELETE TerritoryFile
                    INVALID KEY DISPLAY "Assignment was not removed!"
                    NOT INVALID KEY DISPLAY "Assignment " TrType " "
                        TrValue " removed from rep " TrSalesRep
                END-DELETE
            END-IF
            EXIT PARAGRAPH
        END-IF
        MOVE EntryTrRep TO SrCode
        MOVE 'Y' TO SalesRepExists
        READ SalesRepFile
            INVALID KEY MOVE 'N' TO SalesRepExists
        END-READ
        IF SalesRepExists = 'N'
            DISPLAY "Salesperson " EntryTrRep " does not exist!"
            EXIT PARAGRAPH
        END-IF
        IF SalesRepIsInactive
            DISPLAY "Salesperson " EntryTrRep " is inactive!"
            EXIT PARAGRAPH
        END-IF
        MOVE EntryTrRep TO TrSalesRep
        IF TerritoryExists = 'Y'
            REWRITE TerritoryData
                INVALID KEY DISPLAY "Assignment was not updated!"
                NOT INVALID KEY DISPLAY "Assignment " TrType " " TrValue
                    " moved to rep " TrSalesRep
            END-REWRITE
        ELSE
            WRITE TerritoryData
                INVALID KEY DISPLAY "Assignment was not written!"
                NOT INVALID KEY DISPLAY "Assignment " TrType " " TrValue
                    " given to rep " TrSalesRep
            END-WRITE
        END-IF.

    ListTerritories.
        MOVE 'N' TO TerrListEOF
        MOVE LOW-VALUES TO TrKey
        START TerritoryFile KEY IS NOT LESS THAN TrKey
            INVALID KEY SET NoMoreTerritories TO TRUE
        END-START
        IF NoMoreTerritories
            DISPLAY " "
            DISPLAY "No territories assigned"
        ELSE
            DISPLAY " "
            DISPLAY "Type Value Rep"
            PERFORM ListNextTerritory UNTIL NoMoreTerritories
        END-IF.

    ListNextTerritory.
        READ TerritoryFile NEXT RECORD
            AT END SET NoMoreTerritories TO TRUE
            NOT AT END DISPLAY " " TrType "   " TrValue " " TrSalesRep
        END-READ.
