            02 LINE 4 COLUMN 9 PIC X(25) USING VendName.
            02 LINE 5 COLUMN 1 VALUE "Phone : ".
            02 LINE 5 COLUMN 9 PIC X(12) USING VendPhone.
            02 LINE 6 COLUMN 1 VALUE "Street: ".
            02 LINE 6 COLUMN 9 PIC X(25) USING VendStreet.
            02 LINE 7 COLUMN 1 VALUE "City  : ".
            02 LINE 7 COLUMN 9 PIC X(15) USING VendCity.
            02 LINE 7 COLUMN 26 VALUE "State : ".
            02 LINE 7 COLUMN 34 PIC X(2) USING VendState.
            02 LINE 7 COLUMN 38 VALUE "ZIP : ".
            02 LINE 7 COLUMN 44 PIC X(5) USING VendZip.
            02 LINE 8 COLUMN 1 VALUE "1099 (Y/N) : ".
            02 LINE 8 COLUMN 14 PIC X USING Vend1099.
            02 LINE 8 COLUMN 17 VALUE "Tax ID : ".
            02 LINE 8 COLUMN 26 PIC X(11) USING VendTaxID.

PROCEDURE DIVISION.
    StartPara.
    AddVendor.
        DISPLAY " "
        PERFORM FindHighestID
        MOVE SPACES TO VendName, VendPhone, VendTaxID, VendAddress
        MOVE "N" TO Vend1099
        PERFORM EnterVendorDetail
        COMPUTE VendID = HighestID + 1
        SET VendorIsActive TO TRUE
        END-READ.

    EnterVendorDetail.
        *> Vendors set up before 1099 reporting carry spaces here
        IF NOT VendorIs1099
            MOVE "N" TO Vend1099
        END-IF
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY DetailEntryScreen
            ACCEPT DetailEntryScreen
            INSPECT Vend1099 CONVERTING "yn" TO "YN"
            EVALUATE TRUE
                WHEN VendName = SPACES
                    DISPLAY "Name cannot be blank - re-enter"
                WHEN Vend1099 NOT = "Y" AND Vend1099 NOT = "N"
                    DISPLAY "1099 must be Y or N - re-enter"
                *> The 1099 cannot be filed without the payee's TIN
                *> and address
                WHEN VendorIs1099 AND (VendTaxID = SPACES
                    OR VendStreet = SPACES OR VendZip = SPACES)
                    DISPLAY "1099 vendors need a tax ID and address - re-enter"
                WHEN OTHER
                    SET EntryIsValid TO TRUE
            END-EVALUATE
        END-PERFORM.

    FindHighestID.
            DISPLAY "No vendors on file"
        ELSE
            DISPLAY " "
            DISPLAY "ID     Name                       Phone        Stat 1099"
            PERFORM ListNextVendor UNTIL NoMoreVendors
        END-IF.

        READ VendorFile NEXT RECORD
            AT END SET NoMoreVendors TO TRUE
            NOT AT END DISPLAY VendID "  " VendName " " VendPhone "  "
                VendStatus "    " Vend1099
        END-READ.
