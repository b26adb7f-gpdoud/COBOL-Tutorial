       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. jerecur.
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
        01 SignOnID PIC X(8).
        01 SignOnName PIC X(20).
        01 SignOnTries PIC 9 VALUE ZERO.
        01 OperatorOK PIC X VALUE 'N'.
            88 OperatorSignedOn VALUE 'Y'.
        01 OpRole PIC 9 VALUE ZERO.
        01 SignOnRetCode PIC 9(2) VALUE ZERO.
        01 RecurEOF PIC X VALUE 'N'.
            88 NoMoreTemplates VALUE 'Y'.
        01 RunPeriod PIC X(6).
        01 RunPeriodNum REDEFINES RunPeriod.
            02 RunYear PIC 9(4).
            02 RunMonth PIC 99.
        01 JeDate PIC X(8).
        01 RevDate PIC X(8).
        01 RevDateNum REDEFINES RevDate.
            02 RevYear PIC 9(4).
            02 RevMonth PIC 99.
            02 RevDay PIC 99.
        01 RevPeriodOpen PIC X VALUE 'Y'.
        01 NextJENum PIC 9(7) VALUE 1.
        01 LegIdx PIC 99 VALUE ZERO.
        01 LegsOK PIC X.
        01 DocDebits PIC 9(10)V99 VALUE ZERO.
        01 DocCredits PIC 9(10)V99 VALUE ZERO.
        01 DocSource PIC X(8).
        01 LegDate PIC X(8).
        01 LegFlip PIC X VALUE 'N'.
        01 GeneratedCount PIC 9(5) VALUE ZERO.
        01 SkippedCount PIC 9(5) VALUE ZERO.
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
            02 LINE 1 COLUMN 1 VALUE "RECURRING ENTRIES - SIGN ON".
            02 LINE 3 COLUMN 1 VALUE "Operator ID : ".
            02 LINE 3 COLUMN 15 PIC X(8) USING SignOnID.

PROCEDURE DIVISION.
    StartRecur.
        *> Monthly recurring-entry run. Every active template on
        *> RecurJE.dat not yet generated for the period becomes a
        *> journal entry dated the first of the month, under the
        *> next JECtl.dat number and the signed-on operator, with its
        *> reversal on the first of the following month if the
        *> template reverses. The period is stamped back on the
        *> template, so running the month twice posts nothing twice.
        *> A template naming an account since dropped from the chart
        *> is skipped and reported, not half-posted.
        PERFORM SignOn.
        IF NOT OperatorSignedOn
            DISPLAY "Sign-on failed - session ended"
            STOP RUN
        END-IF.
        DISPLAY "Generate for period (YYYYMM) : " WITH NO ADVANCING.
        ACCEPT RunPeriod.
        IF RunPeriod IS NOT NUMERIC OR RunMonth < 1 OR RunMonth > 12
            DISPLAY "Period must be YYYYMM - run abandoned"
            STOP RUN
        END-IF.
        MOVE RunPeriod TO JeDate(1:6).
        MOVE "01" TO JeDate(7:2).
        MOVE JeDate TO CheckDate.
        CALL "PERCHK" USING CheckDate, LRetCode.
        IF NOT RetCodeSuccess
            DISPLAY "Accounting period " RunPeriod
                " is closed - recurring entries refused"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM SetReversalDate.
        MOVE RevDate TO CheckDate.
        CALL "PERCHK" USING CheckDate, LRetCode.
        IF NOT RetCodeSuccess
            MOVE 'N' TO RevPeriodOpen
        END-IF.

        OPEN INPUT ChartFile.
        IF NOT ChartFileOpenOK
            DISPLAY "Unable to open ChartAcct.dat - status "
                ChartFileStatus
            STOP RUN
        END-IF.
        OPEN I-O RecurFile.
        IF NOT RecurFileOpenOK
            DISPLAY "Unable to open RecurJE.dat - status "
                RecurFileStatus
            CLOSE ChartFile
            STOP RUN
        END-IF.
        OPEN EXTEND GLTransFile.
        IF GLTransFileStatus NOT = "00" AND GLTransFileStatus NOT = "05"
            DISPLAY "Unable to open GLTrans.dat - status "
                GLTransFileStatus
            CLOSE ChartFile, RecurFile
            STOP RUN
        END-IF.
        PERFORM GetNextJENumber.

        MOVE LOW-VALUES TO RjNum.
        START RecurFile KEY IS NOT LESS THAN RjNum
            INVALID KEY SET NoMoreTemplates TO TRUE
        END-START.
        PERFORM GenerateOneTemplate UNTIL NoMoreTemplates.

        PERFORM SaveNextJENumber.
        CLOSE GLTransFile, ChartFile, RecurFile.
        DISPLAY GeneratedCount " recurring entries generated for "
            RunPeriod ", " SkippedCount " skipped".
        STOP RUN.

    GenerateOneTemplate.
        READ RecurFile NEXT RECORD
            AT END
                SET NoMoreTemplates TO TRUE
                EXIT PARAGRAPH
        END-READ
        IF NOT TemplateIsActive
            OR (RjLastPeriod NOT = SPACES AND RjLastPeriod NOT < RunPeriod)
            EXIT PARAGRAPH
        END-IF
        IF TemplateReverses AND RevPeriodOpen = 'N'
            DISPLAY "Template " RjNum " reverses into closed period "
                RevDate(1:6) " - skipped"
            ADD 1 TO SkippedCount
            EXIT PARAGRAPH
        END-IF
        MOVE 'Y' TO LegsOK
        MOVE ZERO TO DocDebits, DocCredits
        PERFORM CheckTemplateLeg VARYING LegIdx FROM 1 BY 1
            UNTIL LegIdx > RjLegCount
        IF LegsOK = 'N' OR DocDebits NOT = DocCredits
            DISPLAY "Template " RjNum " " RjDesc
                " - bad account or out of balance - skipped"
            ADD 1 TO SkippedCount
            EXIT PARAGRAPH
        END-IF
        MOVE "JE" TO DocSource
        MOVE JeDate TO LegDate
        MOVE 'N' TO LegFlip
        PERFORM WriteOneLeg VARYING LegIdx FROM 1 BY 1
            UNTIL LegIdx > RjLegCount
        IF TemplateReverses
            MOVE "JEREV" TO DocSource
            MOVE RevDate TO LegDate
            MOVE 'Y' TO LegFlip
            PERFORM WriteOneLeg VARYING LegIdx FROM 1 BY 1
                UNTIL LegIdx > RjLegCount
        END-IF
        DISPLAY "Template " RjNum " " RjDesc " posted as entry "
            NextJENum
        ADD 1 TO NextJENum
        ADD 1 TO GeneratedCount
        MOVE RunPeriod TO RjLastPeriod
        REWRITE RecurData
            INVALID KEY DISPLAY "Template " RjNum
                " was not stamped - check before rerunning"
        END-REWRITE.

    CheckTemplateLeg.
        MOVE RjLegAcct(LegIdx) TO GlAcctNum
        READ ChartFile
            INVALID KEY
                DISPLAY "Account " GlAcctNum " is not on the chart"
                MOVE 'N' TO LegsOK
        END-READ
        IF RjLegDrCr(LegIdx) = "D"
            ADD RjLegAmount(LegIdx) TO DocDebits
        ELSE
            ADD RjLegAmount(LegIdx) TO DocCredits
        END-IF.

    WriteOneLeg.
        *> A reversal swaps every debit for a credit
        MOVE SPACES TO GLTransData
        MOVE LegDate TO GtDate
        MOVE LegDate(1:6) TO GtPeriod
        MOVE DocSource TO GtSource
        MOVE NextJENum TO GtRef
        MOVE RjLegAcct(LegIdx) TO GtAcctNum
        MOVE RjLegDrCr(LegIdx) TO GtDrCr
        IF LegFlip = 'Y'
            IF LegIsDebit
                SET LegIsCredit TO TRUE
            ELSE
                SET LegIsDebit TO TRUE
            END-IF
        END-IF
        MOVE RjLegAmount(LegIdx) TO GtAmount
        MOVE SignOnID TO GtOperator
        WRITE GLTransData.

    SetReversalDate.
        MOVE JeDate TO RevDate
        IF RevMonth = 12
            MOVE 1 TO RevMonth
            ADD 1 TO RevYear
        ELSE
            ADD 1 TO RevMonth
        END-IF.

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
