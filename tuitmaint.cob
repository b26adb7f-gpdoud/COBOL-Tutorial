       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. tuitmaint.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RateFile ASSIGN TO "TuitRate.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TrDept
            FILE STATUS IS RateFileStatus.
        SELECT StudAcctFile ASSIGN TO "StudAcct.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SaStudID
            FILE STATUS IS StudAcctFileStatus.
        SELECT CustomerFile ASSIGN TO "customer.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD RateFile.
        01 RateData.
            COPY TUITRATE.

        FD StudAcctFile.
        01 StudAcctData.
            COPY STUDACCT.

        FD CustomerFile.
        01 CustomerData.
            COPY CUSTREC.
    WORKING-STORAGE SECTION.
        01 Choice PIC 9.
        01 StayOpen PIC X VALUE 'Y'.
        01 RecordExists PIC X.
        01 CustExists PIC X.
        01 ValidEntry PIC X VALUE 'N'.
            88 EntryIsValid VALUE 'Y'.
        01 ListEOF PIC X VALUE 'N'.
            88 NoMoreListed VALUE 'Y'.
        01 WSFullName PIC X(31).
        COPY RETCODE.
        01 RateFileStatus PIC XX.
            88 RateFileOpenOK VALUE "00".
        01 StudAcctFileStatus PIC XX.
            88 StudAcctFileOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".

    SCREEN SECTION.
        01 MenuScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "TUITION AND STUDENT ACCOUNTS".
            02 LINE 3 COLUMN 1 VALUE "1 : Set Department Rate".
            02 LINE 4 COLUMN 1 VALUE "2 : List Rates".
            02 LINE 5 COLUMN 1 VALUE "3 : Link Student to Billing Account".
            02 LINE 6 COLUMN 1 VALUE "4 : List Student Accounts".
            02 LINE 7 COLUMN 1 VALUE "0 : Quit".
            02 LINE 9 COLUMN 1 VALUE ": ".
            02 LINE 9 COLUMN 3 PIC 9 USING Choice.

        01 DeptEntryScreen.
            02 LINE 3 COLUMN 1 VALUE "Department (ALL = default) : ".
            02 LINE 3 COLUMN 30 PIC X(4) USING TrDept.
        01 RateEntryScreen.
            02 LINE 4 COLUMN 1 VALUE "Per credit hour : ".
            02 LINE 4 COLUMN 19 PIC 9(4).99 USING TrPerCredit.
            02 LINE 5 COLUMN 1 VALUE "Flat course fee : ".
            02 LINE 5 COLUMN 19 PIC 9(5).99 USING TrFlatFee.
            02 LINE 6 COLUMN 1 VALUE "Fee description : ".
            02 LINE 6 COLUMN 19 PIC X(20) USING TrFeeDesc.

        01 StudEntryScreen.
            02 LINE 3 COLUMN 1 VALUE "Student ID      : ".
            02 LINE 3 COLUMN 19 PIC 9(5) USING SaStudID.
        01 AcctEntryScreen.
            02 LINE 4 COLUMN 1 VALUE "Billing account : ".
            02 LINE 4 COLUMN 19 PIC 9(5) USING SaCustID.

PROCEDURE DIVISION.
    StartPara.
        *> Bursar's maintenance behind tuitbill - the per-credit-hour
        *> tuition rate and flat course fee for each department, and
        *> the customer account each student's tuition is billed to.
        *> The account is opened in customer maintenance first (the
        *> student's own, or a parent's or sponsor's) so payments,
        *> aging, dunning and statements need nothing new.
        OPEN I-O RateFile.
        IF RateFileStatus = "35" OR RateFileStatus = "05"
            *> First run - no rates on file yet
            OPEN OUTPUT RateFile
            CLOSE RateFile
            OPEN I-O RateFile
        END-IF.
        IF NOT RateFileOpenOK
            DISPLAY "Unable to open TuitRate.dat - status "
                RateFileStatus
            STOP RUN
        END-IF.
        OPEN I-O StudAcctFile.
        IF StudAcctFileStatus = "35" OR StudAcctFileStatus = "05"
            OPEN OUTPUT StudAcctFile
            CLOSE StudAcctFile
            OPEN I-O StudAcctFile
        END-IF.
        IF NOT StudAcctFileOpenOK
            DISPLAY "Unable to open StudAcct.dat - status "
                StudAcctFileStatus
            STOP RUN
        END-IF.
        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status " CustomerFileStatus
            STOP RUN
        END-IF.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY MenuScreen
            ACCEPT MenuScreen

            EVALUATE Choice
                WHEN 1 PERFORM SetDeptRate
                WHEN 2 PERFORM ListRates
                WHEN 3 PERFORM LinkStudent
                WHEN 4 PERFORM ListStudAccts
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        CLOSE RateFile, StudAcctFile, CustomerFile.
        STOP RUN.

    SetDeptRate.
        MOVE SPACES TO TrDept
        DISPLAY " "
        DISPLAY DeptEntryScreen
        ACCEPT DeptEntryScreen
        MOVE FUNCTION UPPER-CASE(TrDept) TO TrDept
        IF TrDept = SPACES
            DISPLAY "Department cannot be blank"
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO RecordExists
        READ RateFile
            INVALID KEY MOVE 'N' TO RecordExists
        END-READ
        IF RecordExists = 'N'
            MOVE ZERO TO TrPerCredit, TrFlatFee
            MOVE SPACES TO TrFeeDesc
        END-IF
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY RateEntryScreen
            ACCEPT RateEntryScreen
            IF TrPerCredit IS NOT NUMERIC OR TrFlatFee IS NOT NUMERIC
                DISPLAY "Rate and fee must be numeric - re-enter"
            ELSE IF TrFlatFee > ZERO AND TrFeeDesc = SPACES
                DISPLAY "Describe the fee for the statement - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM
        IF RecordExists = 'N'
            WRITE RateData
                INVALID KEY DISPLAY "Rate was not added!"
                NOT INVALID KEY DISPLAY "Rate for " TrDept " added"
            END-WRITE
        ELSE
            REWRITE RateData
                INVALID KEY DISPLAY "Rate was not updated!"
                NOT INVALID KEY DISPLAY "Rate for " TrDept " updated"
            END-REWRITE
        END-IF.

    ListRates.
        MOVE 'N' TO ListEOF
        MOVE LOW-VALUES TO TrDept
        START RateFile KEY IS NOT LESS THAN TrDept
            INVALID KEY SET NoMoreListed TO TRUE
        END-START
        IF NoMoreListed
            DISPLAY " "
            DISPLAY "No rates on file"
        ELSE
            DISPLAY " "
            DISPLAY "Dept  Per Credit   Flat Fee  Fee"
            PERFORM ListNextRate UNTIL NoMoreListed
        END-IF.

    ListNextRate.
        READ RateFile NEXT RECORD
            AT END SET NoMoreListed TO TRUE
            NOT AT END DISPLAY TrDept "  " TrPerCredit "  " TrFlatFee
                "  " TrFeeDesc
        END-READ.

    LinkStudent.
        MOVE ZERO TO SaStudID
        DISPLAY " "
        DISPLAY StudEntryScreen
        ACCEPT StudEntryScreen
        IF SaStudID IS NOT NUMERIC OR SaStudID = ZERO
            DISPLAY "Student ID must be nonzero"
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO RecordExists
        READ StudAcctFile
            INVALID KEY MOVE 'N' TO RecordExists
        END-READ
        IF RecordExists = 'N'
            MOVE ZERO TO SaCustID, SaLastInvNum
            MOVE SPACES TO SaLastTerm
        END-IF
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY AcctEntryScreen
            ACCEPT AcctEntryScreen
            MOVE 'Y' TO CustExists
            MOVE SaCustID TO IDNum
            READ CustomerFile
                INVALID KEY MOVE 'N' TO CustExists
            END-READ
            IF CustExists = 'N'
                DISPLAY "No customer account " SaCustID
                    " - open it in customer maintenance first"
            ELSE IF NOT CustIsActive
                DISPLAY "Account " SaCustID " is inactive - re-enter"
            ELSE
                SET EntryIsValid TO TRUE
            END-IF
        END-PERFORM
        CALL "NAMEFMT" USING FirstName, LastName, WSFullName, LRetCode
        IF RecordExists = 'N'
            WRITE StudAcctData
                INVALID KEY DISPLAY "Student account was not added!"
                NOT INVALID KEY DISPLAY "Student " SaStudID
                    " bills to " SaCustID " " WSFullName
            END-WRITE
        ELSE
            REWRITE StudAcctData
                INVALID KEY DISPLAY "Student account was not updated!"
                NOT INVALID KEY DISPLAY "Student " SaStudID
                    " now bills to " SaCustID " " WSFullName
            END-REWRITE
        END-IF.

    ListStudAccts.
        MOVE 'N' TO ListEOF
        MOVE ZERO TO SaStudID
        START StudAcctFile KEY IS NOT LESS THAN SaStudID
            INVALID KEY SET NoMoreListed TO TRUE
        END-START
        IF NoMoreListed
            DISPLAY " "
            DISPLAY "No student accounts on file"
        ELSE
            DISPLAY " "
            DISPLAY "Student  Account  Last Term  Invoice"
            PERFORM ListNextStudAcct UNTIL NoMoreListed
        END-IF.

    ListNextStudAcct.
        READ StudAcctFile NEXT RECORD
            AT END SET NoMoreListed TO TRUE
            NOT AT END DISPLAY SaStudID "    " SaCustID "    "
                SaLastTerm "     " SaLastInvNum
        END-READ.
