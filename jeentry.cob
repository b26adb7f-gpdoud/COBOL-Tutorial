       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. jeentry.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL GLTransFile ASSIGN TO "GLTrans.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GLTransFileStatus.
        SELECT ChartFile ASSIGN TO "ChartAcct.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GlAcctNum
            FILE STATUS IS ChartFileStatus.
        SELECT RecurFile ASSIGN TO "RecurJE.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RjNum
            FILE STATUS IS RecurFileStatus.
        SELECT OPTIONAL JEControlFile ASSIGN TO "JECtl.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JEControlFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD GLTransFile.
        01 GLTransData.
            COPY GLTRANS.

        FD ChartFile.
        01 ChartData.
            COPY GLACCT.

        FD RecurFile.
        01 RecurData.
            COPY RECURJE.

        FD JEControlFile.
        01 JEControlRecord.
            02 CtlNextJENum PIC 9(7).
    WORKING-STORAGE SECTION.
        01 Choice PIC 9.
        01 StayOpen PIC X VALUE 'Y'.
        01 SignOnID PIC X(8).
        01 SignOnName PIC X(20).
        01 SignOnTries PIC 9 VALUE ZERO.
        01 OperatorOK PIC X VALUE 'N'.
            88 OperatorSignedOn VALUE 'Y'.
        01 OpRole PIC 9 VALUE ZERO.
        01 SignOnRetCode PIC 9(2) VALUE ZERO.
        01 NextJENum PIC 9(7) VALUE 1.
        01 JeDate PIC X(8).
        01 JeDateNum REDEFINES JeDate.
            02 JeYear PIC 9(4).
            02 JeMonth PIC 99.
            02 JeDay PIC 99.
        01 RevDate PIC X(8).
        01 RevDateNum REDEFINES RevDate.
            02 RevYear PIC 9(4).
            02 RevMonth PIC 99.
            02 RevDay PIC 99.
        01 ReverseReply PIC X.
            88 ReverseWanted VALUE "Y" "y".
        01 PostReply PIC X.
            88 PostConfirmed VALUE "Y" "y".
        01 LegTable.
            02 LegEntry OCCURS 20 TIMES.
                03 TabLegAcct PIC 9(4).
                03 TabLegDrCr PIC X.
                03 TabLegAmount PIC 9(9)V99.
        01 LegCount PIC 99 VALUE ZERO.
        01 LegIdx PIC 99 VALUE ZERO.
        01 LegsDone PIC X VALUE 'N'.
        01 EntryAcct PIC 9(4).
        01 EntryDrCr PIC X.
        01 EntryAmount PIC 9(9)V99.
        01 DocDebits PIC 9(10)V99 VALUE ZERO.
        01 DocCredits PIC 9(10)V99 VALUE ZERO.
        01 DocSource PIC X(8).
        01 LegDate PIC X(8).
        01 LegFlip PIC X VALUE 'N'.
        01 PrnDebits PIC $$,$$$,$$$,$$9.99.
        01 PrnCredits PIC $$,$$$,$$$,$$9.99.
        01 EntryRjNum PIC 9(5).
        01 EntryRjDesc PIC X(30).
        01 TemplateExists PIC X.
        01 ListEOF PIC X VALUE 'N'.
            88 NoMoreTemplates VALUE 'Y'.
        01 CheckDate PIC X(8).
        COPY RETCODE.
        01 GLTransFileStatus PIC XX.
            88 GLTransFileOpenOK VALUE "00".
        01 ChartFileStatus PIC XX.
            88 ChartFileOpenOK VALUE "00".
        01 RecurFileStatus PIC XX.
            88 RecurFileOpenOK VALUE "00".
        01 JEControlFileStatus PIC XX.
            88 JEControlFileOpenOK VALUE "00".

    SCREEN SECTION.
        01 SignOnScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "JOURNAL ENTRY - SIGN ON".
            02 LINE 3 COLUMN 1 VALUE "Operator ID : ".
            02 LINE 3 COLUMN 15 PIC X(8) USING SignOnID.

        01 MenuScreen.
            02 BLANK SCREEN.
            02 LINE 1 COLUMN 1 VALUE "GENERAL LEDGER JOURNAL ENTRY".
            02 LINE 3 COLUMN 1 VALUE "1 : Enter Journal Entry".
            02 LINE 4 COLUMN 1 VALUE "2 : Add Recurring Template".
            02 LINE 5 COLUMN 1 VALUE "3 : List Recurring Templates".
            02 LINE 6 COLUMN 1 VALUE "4 : Retire Recurring Template".
            02 LINE 7 COLUMN 1 VALUE "0 : Quit".
            02 LINE 9 COLUMN 1 VALUE ": ".
            02 LINE 9 COLUMN 3 PIC 9 USING Choice.

PROCEDURE DIVISION.
    StartPara.
        *> Manual journal entries for what no subledger generates -
        *> depreciation, accruals, rent, corrections. An entry only
        *> reaches GLTrans.dat if every account is on the chart, the
        *> debits equal the credits, and the period is open through
        *> PERCHK. A reversing entry writes its reversal on the first
        *> day of the next period at the same time, under source
        *> JEREV. Every leg carries the signed-on operator. Recurring
        *> templates kept here are generated each month by jerecur.
        PERFORM SignOn.
        IF NOT OperatorSignedOn
            DISPLAY "Sign-on failed - session ended"
            STOP RUN
        END-IF.
        OPEN INPUT ChartFile.
        IF NOT ChartFileOpenOK
            DISPLAY "Unable to open ChartAcct.dat - status "
                ChartFileStatus
            STOP RUN
        END-IF.
        OPEN I-O RecurFile.
        IF RecurFileStatus = "35" OR RecurFileStatus = "05"
            *> First run - no templates on file yet
            OPEN OUTPUT RecurFile
            CLOSE RecurFile
            OPEN I-O RecurFile
        END-IF.
        IF NOT RecurFileOpenOK
            DISPLAY "Unable to open RecurJE.dat - status "
                RecurFileStatus
            CLOSE ChartFile
            STOP RUN
        END-IF.
        PERFORM ShowMenu UNTIL StayOpen = 'N'.
        CLOSE ChartFile, RecurFile.
        STOP RUN.

    ShowMenu.
        DISPLAY MenuScreen
        ACCEPT MenuScreen
        EVALUATE Choice
            WHEN 1 PERFORM EnterJournal
            WHEN 2 PERFORM AddTemplate
            WHEN 3 PERFORM ListTemplates
            WHEN 4 PERFORM RetireTemplate
            WHEN OTHER MOVE 'N' TO StayOpen
        END-EVALUATE.

    EnterJournal.
        DISPLAY " "
        DISPLAY "Entry date (YYYYMMDD) : " WITH NO ADVANCING
        ACCEPT JeDate
        IF JeDate IS NOT NUMERIC
            OR JeMonth < 1 OR JeMonth > 12 OR JeDay < 1 OR JeDay > 31
            DISPLAY "Date must be YYYYMMDD"
            EXIT PARAGRAPH
        END-IF
        MOVE JeDate TO CheckDate
        CALL "PERCHK" USING CheckDate, LRetCode
        IF NOT RetCodeSuccess
            DISPLAY "Accounting period " JeDate(1:6)
                " is closed - entry refused"
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Reverse on the first of next period (Y/N) : "
            WITH NO ADVANCING
        ACCEPT ReverseReply
        IF ReverseWanted
            PERFORM SetReversalDate
            MOVE RevDate TO CheckDate
            CALL "PERCHK" USING CheckDate, LRetCode
            IF NOT RetCodeSuccess
                DISPLAY "Accounting period " RevDate(1:6)
                    " is closed - reversing entry refused"
                EXIT PARAGRAPH
            END-IF
        END-IF
        PERFORM CollectLegs
        IF DocDebits NOT = DocCredits OR LegCount < 2
            DISPLAY "Entry does not balance - nothing written"
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Post this entry (Y/N) : " WITH NO ADVANCING
        ACCEPT PostReply
        IF NOT PostConfirmed
            DISPLAY "Entry abandoned"
            EXIT PARAGRAPH
        END-IF
        OPEN EXTEND GLTransFile
        IF GLTransFileStatus NOT = "00" AND GLTransFileStatus NOT = "05"
            DISPLAY "Unable to open GLTrans.dat - status "
                GLTransFileStatus
            EXIT PARAGRAPH
        END-IF
        PERFORM GetNextJENumber
        MOVE "JE" TO DocSource
        MOVE JeDate TO LegDate
        MOVE 'N' TO LegFlip
        PERFORM WriteOneLeg VARYING LegIdx FROM 1 BY 1
            UNTIL LegIdx > LegCount
        IF ReverseWanted
            MOVE "JEREV" TO DocSource
            MOVE RevDate TO LegDate
            MOVE 'Y' TO LegFlip
            PERFORM WriteOneLeg VARYING LegIdx FROM 1 BY 1
                UNTIL LegIdx > LegCount
        END-IF
        CLOSE GLTransFile
        DISPLAY "Journal entry " NextJENum " posted"
        IF ReverseWanted
            DISPLAY "Reversal dated " RevDate " posted"
        END-IF
        ADD 1 TO NextJENum
        PERFORM SaveNextJENumber.

    SetReversalDate.
        MOVE JeDate TO RevDate
        MOVE 1 TO RevDay
        IF RevMonth = 12
            MOVE 1 TO RevMonth
            ADD 1 TO RevYear
        ELSE
            ADD 1 TO RevMonth
        END-IF.

    CollectLegs.
        MOVE ZERO TO LegCount, DocDebits, DocCredits
        MOVE 'N' TO LegsDone
        DISPLAY "Enter the legs - account 0 when done"
        PERFORM EnterOneLeg UNTIL LegsDone = 'Y'.

    EnterOneLeg.
        IF LegCount = 20
            DISPLAY "Twenty legs is the most one entry holds"
            MOVE 'Y' TO LegsDone
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Account : " WITH NO ADVANCING
        ACCEPT EntryAcct
        IF EntryAcct = ZERO
            MOVE 'Y' TO LegsDone
            EXIT PARAGRAPH
        END-IF
        MOVE EntryAcct TO GlAcctNum
        READ ChartFile
            INVALID KEY
                DISPLAY "Account " EntryAcct " is not on the chart"
                EXIT PARAGRAPH
        END-READ
        DISPLAY "  " GlAcctName
        DISPLAY "D)ebit or C)redit : " WITH NO ADVANCING
        ACCEPT EntryDrCr
        INSPECT EntryDrCr CONVERTING "dc" TO "DC"
        IF EntryDrCr NOT = "D" AND EntryDrCr NOT = "C"
            DISPLAY "Enter D or C - leg not taken"
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Amount : " WITH NO ADVANCING
        ACCEPT EntryAmount
        IF EntryAmount = ZERO
            DISPLAY "Amount must be more than zero - leg not taken"
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO LegCount
        MOVE EntryAcct TO TabLegAcct(LegCount)
        MOVE EntryDrCr TO TabLegDrCr(LegCount)
        MOVE EntryAmount TO TabLegAmount(LegCount)
        IF EntryDrCr = "D"
            ADD EntryAmount TO DocDebits
        ELSE
            ADD EntryAmount TO DocCredits
        END-IF
        MOVE DocDebits TO PrnDebits
        MOVE DocCredits TO PrnCredits
        DISPLAY "  Debits " PrnDebits "  Credits " PrnCredits.

    WriteOneLeg.
        *> A reversal swaps every debit for a credit
        MOVE SPACES TO GLTransData
        MOVE LegDate TO GtDate
        MOVE LegDate(1:6) TO GtPeriod
        MOVE DocSource TO GtSource
        MOVE NextJENum TO GtRef
        MOVE TabLegAcct(LegIdx) TO GtAcctNum
        MOVE TabLegDrCr(LegIdx) TO GtDrCr
        IF LegFlip = 'Y'
            IF LegIsDebit
                SET LegIsCredit TO TRUE
            ELSE
                SET LegIsDebit TO TRUE
            END-IF
        END-IF
        MOVE TabLegAmount(LegIdx) TO GtAmount
        MOVE SignOnID TO GtOperator
        WRITE GLTransData.

    GetNextJENumber.
        OPEN INPUT JEControlFile
        IF JEControlFileOpenOK
            READ JEControlFile
                AT END MOVE 1 TO NextJENum
                NOT AT END MOVE CtlNextJENum TO NextJENum
            END-READ
        END-IF
        CLOSE JEControlFile.

    SaveNextJENumber.
        OPEN OUTPUT JEControlFile
        IF JEControlFileStatus NOT = "00"
            AND JEControlFileStatus NOT = "05"
            DISPLAY "Unable to save JECtl.dat - status "
                JEControlFileStatus
            STOP RUN
        END-IF
        MOVE NextJENum TO CtlNextJENum
        WRITE JEControlRecord
        CLOSE JEControlFile.

    AddTemplate.
        DISPLAY " "
        DISPLAY "Template number : " WITH NO ADVANCING
        ACCEPT EntryRjNum
        IF EntryRjNum = ZERO
            DISPLAY "Template number must be nonzero"
            EXIT PARAGRAPH
        END-IF
        MOVE EntryRjNum TO RjNum
        MOVE 'Y' TO TemplateExists
        READ RecurFile
            INVALID KEY MOVE 'N' TO TemplateExists
        END-READ
        IF TemplateExists = 'Y'
            DISPLAY "Template " EntryRjNum " is already on file"
            EXIT PARAGRAPH
        END-IF
        DISPLAY "Description : " WITH NO ADVANCING
        ACCEPT EntryRjDesc
        DISPLAY "Reverse on the first of next period (Y/N) : "
            WITH NO ADVANCING
        ACCEPT ReverseReply
        PERFORM CollectLegs
        IF DocDebits NOT = DocCredits OR LegCount < 2
            DISPLAY "Template does not balance - not saved"
            EXIT PARAGRAPH
        END-IF
        MOVE SPACES TO RecurData
        MOVE EntryRjNum TO RjNum
        MOVE EntryRjDesc TO RjDesc
        SET TemplateIsActive TO TRUE
        IF ReverseWanted
            SET TemplateReverses TO TRUE
        ELSE
            MOVE "N" TO RjReverse
        END-IF
        MOVE SPACES TO RjLastPeriod
        MOVE SignOnID TO RjCreatedBy
        MOVE LegCount TO RjLegCount
        PERFORM CopyLegToTemplate VARYING LegIdx FROM 1 BY 1
            UNTIL LegIdx > 20
        WRITE RecurData
            INVALID KEY DISPLAY "Template was not added!"
            NOT INVALID KEY DISPLAY "Template " RjNum " added"
        END-WRITE.

    CopyLegToTemplate.
        IF LegIdx > LegCount
            MOVE ZERO TO RjLegAcct(LegIdx)
            MOVE SPACE TO RjLegDrCr(LegIdx)
            MOVE ZERO TO RjLegAmount(LegIdx)
        ELSE
            MOVE TabLegAcct(LegIdx) TO RjLegAcct(LegIdx)
            MOVE TabLegDrCr(LegIdx) TO RjLegDrCr(LegIdx)
            MOVE TabLegAmount(LegIdx) TO RjLegAmount(LegIdx)
        END-IF.

    ListTemplates.
        MOVE 'N' TO ListEOF
        MOVE LOW-VALUES TO RjNum
        START RecurFile KEY IS NOT LESS THAN RjNum
            INVALID KEY SET NoMoreTemplates TO TRUE
        END-START
        IF NoMoreTemplates
            DISPLAY " "
            DISPLAY "No recurring templates on file"
        ELSE
            DISPLAY " "
            DISPLAY "Num   Description                    Stat Rev Last"
                "   Legs"
            PERFORM ListNextTemplate UNTIL NoMoreTemplates
        END-IF.

    ListNextTemplate.
        READ RecurFile NEXT RECORD
            AT END SET NoMoreTemplates TO TRUE
            NOT AT END DISPLAY RjNum " " RjDesc " " RjActive "    "
                RjReverse "   " RjLastPeriod " " RjLegCount
        END-READ.

    RetireTemplate.
        DISPLAY " "
        DISPLAY "Template number : " WITH NO ADVANCING
        ACCEPT EntryRjNum
        MOVE EntryRjNum TO RjNum
        MOVE 'Y' TO TemplateExists
        READ RecurFile
            INVALID KEY MOVE 'N' TO TemplateExists
        END-READ
        IF TemplateExists = 'N'
            DISPLAY "Template does not exist!"
            EXIT PARAGRAPH
        END-IF
        SET TemplateIsRetired TO TRUE
        REWRITE RecurData
            INVALID KEY DISPLAY "Template was not retired!"
            NOT INVALID KEY DISPLAY "Template " RjNum " retired"
        END-REWRITE.

    SignOn.
        PERFORM UNTIL OperatorSignedOn OR SignOnTries > 2
            MOVE SPACES TO SignOnID
            DISPLAY SignOnScreen
            ACCEPT SignOnScreen
            PERFORM LookupOperator
            IF NOT OperatorSignedOn
                DISPLAY "Operator ID not recognized or inactive"
                ADD 1 TO SignOnTries
            END-IF
        END-PERFORM.
        IF OperatorSignedOn
            DISPLAY "Signed on : " SignOnName
        END-IF.

    LookupOperator.
        *> The shared OPSIGNON subprogram owns the lookup, the PIN
        *> challenge, and the three-strikes lockout - success hands
        *> back the operator's name and role
        CALL "OPSIGNON" USING SignOnID, SignOnName, OpRole,
            SignOnRetCode
        IF SignOnRetCode = ZERO
            SET OperatorSignedOn TO TRUE
        END-IF.
