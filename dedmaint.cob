            02 LINE 8 COLUMN 21 PIC 9 USING DcPriority.
            02 LINE 9 COLUMN 1 VALUE "Arrears (Y/N)     : ".
            02 LINE 9 COLUMN 21 PIC X USING DcArrears.
            02 LINE 10 COLUMN 1 VALUE "Pre-tax (Y/N)     : ".
            02 LINE 10 COLUMN 21 PIC X USING DcPreTax.
            02 LINE 11 COLUMN 1 VALUE "W-2 Box 12 Code   : ".
            02 LINE 11 COLUMN 21 PIC X(2) USING DcW2Box12.

        01 AssignEntryScreen.
            02 LINE 3 COLUMN 1 VALUE "Employee ID    : ".
            DISPLAY "Code cannot be blank"
            EXIT PARAGRAPH
        END-IF
        MOVE "N" TO DcPreTax
        MOVE SPACES TO DcW2Box12
        PERFORM EnterCodeDetail
        WRITE DedCodeData
            INVALID KEY DISPLAY "Code already on file"
        IF CodeExists = 'N'
            DISPLAY "Code does not exist!"
        ELSE
            IF DcPreTax NOT = "Y"
                MOVE "N" TO DcPreTax
            END-IF
            PERFORM EnterCodeDetail
            REWRITE DedCodeData
                INVALID KEY DISPLAY "Code was not updated!"
                DISPLAY "Percent must be nonzero - re-enter"
            ELSE IF DcPriority = ZERO
                DISPLAY "Priority must be 1-9 - re-enter"
            ELSE IF DcPreTax NOT = "Y" AND DcPreTax NOT = "N"
                DISPLAY "Pre-tax must be Y or N - re-enter"
            ELSE IF DcW2Box12 NOT = SPACES AND NOT DedIsPreTax
                DISPLAY "Box 12 code is for pre-tax deductions - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
            DISPLAY "No deduction codes on file"
        ELSE
            DISPLAY " "
            DISPLAY "Code Description          Mth  Amount  Pct   Pri Arr Pre Bx"
            PERFORM ListNextCode UNTIL NoMoreRows
        END-IF.

        READ DedCodeFile NEXT RECORD
            AT END SET NoMoreRows TO TRUE
            NOT AT END DISPLAY DcCode "  " DcDesc " " DcMethod "  "
                DcAmount " " DcPct "  " DcPriority "  " DcArrears "   "
                DcPreTax "   " DcW2Box12
        END-READ.

    AssignDeduction.
