       >> SOURCE FORMAT FREE
ID DIVISION.
PROGRAM-ID. LOYPOST.
AUTHOR. Greg.
DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL MemberFile ASSIGN TO "Loyalty.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LyMemberNum
            FILE STATUS IS MemberFileStatus.
        SELECT OPTIONAL LoyTxnFile ASSIGN TO "LoyaltyTxn.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LoyTxnFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD MemberFile.
        01 MemberData.
            COPY LOYALTY.

        FD LoyTxnFile.
        01 LoyTxnRecord.
            COPY LOYTXN.
    WORKING-STORAGE SECTION.
        01 WSCurrentDateTime PIC X(21).
        01 MemberExists PIC X VALUE 'N'.
            88 MemberOnFile VALUE 'Y'.
        01 PostPoints PIC 9(7) VALUE ZERO.
        01 ExpYear PIC 9(4) VALUE ZERO.
        01 MemberFileStatus PIC XX.
            88 MemberFileOpenOK VALUE "00".
        01 LoyTxnFileStatus PIC XX.
            88 LoyTxnFileOpenOK VALUE "00".
LINKAGE SECTION.
01 LLoyAction PIC X.
    88 LoyEarn VALUE "E".
    88 LoyRedeem VALUE "R".
    88 LoyCancelEarn VALUE "C".
    88 LoyGiveBack VALUE "B".
    88 LoyExpire VALUE "X".
01 LMemberNum PIC 9(10).
01 LPoints PIC 9(7).
01 LDocDate PIC X(8).
01 LLoyRef PIC X(10).
01 LLoyOperator PIC X(8).
01 LPointsBalance PIC 9(7).
COPY RETCODE.

PROCEDURE DIVISION USING LLoyAction, LMemberNum, LPoints, LDocDate,
    LLoyRef, LLoyOperator, LPointsBalance, LRetCode.
*> Loyalty points posting, following the RETCODE convention. E adds
*> points earned on a sale and B gives back points redeemed on a
*> voided one; R takes redeemed points off (RetCodeInvalidOperation
*> if the member holds fewer), C cancels points earned on a voided
*> sale and X expires points - those two never take the balance
*> below zero, and LPoints comes back as what was actually posted.
*> LDocDate is the sale date for E and C, which sets the month the
*> points expire, and the month-end date the expiry belongs to for
*> X. RetCodeInvalidOperation also means the member is not on file.
*> LPointsBalance comes back as the balance after the posting.
SET RetCodeSuccess TO TRUE.
MOVE ZERO TO LPointsBalance.
IF LPoints = ZERO
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.
OPEN I-O MemberFile.
IF NOT MemberFileOpenOK
    SET RetCodeInvalidOperation TO TRUE
    CLOSE MemberFile
    EXIT PROGRAM
END-IF.
MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
MOVE 'Y' TO MemberExists.
MOVE LMemberNum TO LyMemberNum.
READ MemberFile
    INVALID KEY MOVE 'N' TO MemberExists
END-READ.
IF NOT MemberOnFile
    SET RetCodeInvalidOperation TO TRUE
    CLOSE MemberFile
    EXIT PROGRAM
END-IF.
MOVE LyPoints TO LPointsBalance.
MOVE LPoints TO PostPoints.

EVALUATE TRUE
    WHEN LoyEarn
    WHEN LoyGiveBack
        ADD PostPoints TO LyPoints
            ON SIZE ERROR SET RetCodeSizeError TO TRUE
        END-ADD
    WHEN LoyRedeem
        IF PostPoints > LyPoints
            SET RetCodeInvalidOperation TO TRUE
        ELSE
            SUBTRACT PostPoints FROM LyPoints
        END-IF
    WHEN LoyCancelEarn
    WHEN LoyExpire
        IF PostPoints > LyPoints
            MOVE LyPoints TO PostPoints
        END-IF
        SUBTRACT PostPoints FROM LyPoints
        MOVE PostPoints TO LPoints
    WHEN OTHER
        SET RetCodeInvalidOperation TO TRUE
END-EVALUATE.

IF RetCodeSuccess AND PostPoints > ZERO
    MOVE WSCurrentDateTime(1:8) TO LyLastDate
    REWRITE MemberData
        INVALID KEY SET RetCodeInvalidOperation TO TRUE
    END-REWRITE
    IF RetCodeSuccess
        MOVE LyPoints TO LPointsBalance
        PERFORM LogPoints
    END-IF
END-IF.
CLOSE MemberFile.
EXIT PROGRAM.

LogPoints.
    OPEN EXTEND LoyTxnFile
    IF LoyTxnFileStatus NOT = "00" AND LoyTxnFileStatus NOT = "05"
        DISPLAY "Unable to open LoyaltyTxn.dat - status "
            LoyTxnFileStatus
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO LoyTxnRecord
    MOVE LMemberNum TO LtMemberNum
    IF LoyExpire
        MOVE LDocDate TO LtDate
    ELSE
        MOVE WSCurrentDateTime(1:8) TO LtDate
    END-IF
    MOVE LLoyAction TO LtType
    MOVE PostPoints TO LtPoints
    IF LoyEarn OR LoyCancelEarn
        *> Points expire at the end of the same month a year on
        COMPUTE ExpYear = FUNCTION NUMVAL(LDocDate(1:4)) + 1
        MOVE ExpYear TO LtExpMonth(1:4)
        MOVE LDocDate(5:2) TO LtExpMonth(5:2)
    END-IF
    MOVE LLoyRef TO LtRef
    MOVE LLoyOperator TO LtOperator
    WRITE LoyTxnRecord
    CLOSE LoyTxnFile.
