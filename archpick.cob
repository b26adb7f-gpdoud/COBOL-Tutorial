       >> SOURCE FORMAT FREE
ID DIVISION.
PROGRAM-ID. ARCHPICK.
AUTHOR. Greg.
DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPTIONAL CatalogFile ASSIGN TO "ArchGens.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CatalogFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD CatalogFile.
        01 CatalogRecord.
            COPY ARCHGEN.
    WORKING-STORAGE SECTION.
        01 CatalogEOF PIC X VALUE 'N'.
            88 NoMoreCatalog VALUE 'Y'.
        01 GenTable.
            02 GenEntry OCCURS 50 TIMES.
                03 TabGenName PIC X(40).
        01 GenCount PIC 99 VALUE ZERO.
            88 GenTableFull VALUE 51 THRU 99.
        01 GenChoice PIC X(2).
        01 GenNum PIC 99 VALUE ZERO.
        01 ChoiceLine.
            02 PrnGenNum PIC Z9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnGenName PIC X(40).
            02 FILLER PIC X VALUE SPACE.
            02 PrnFromPeriod PIC X(6).
            02 FILLER PIC X(3) VALUE " - ".
            02 PrnThruPeriod PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 PrnRecCount PIC Z,ZZZ,ZZ9.
            02 FILLER PIC X(8) VALUE " records".
        01 CatalogFileStatus PIC XX.
            88 CatalogFileOpenOK VALUE "00".
LINKAGE SECTION.
01 LBaseName PIC X(20).
01 LFileName PIC X(40).
COPY RETCODE.

PROCEDURE DIVISION USING LBaseName, LFileName, LRetCode.
*> Archive generation chooser, following the RETCODE linkage
*> convention. The reporting programs that read one of the history
*> files histpurge trims pass the online file name and get back the
*> file to open - the online file itself unless the operator picks
*> one of the archive generations ArchGens.dat lists for it. With
*> no generations on the catalog there is nothing to ask.
SET RetCodeSuccess TO TRUE.
MOVE LBaseName TO LFileName.
MOVE ZERO TO GenCount.
MOVE 'N' TO CatalogEOF.
OPEN INPUT CatalogFile.
IF CatalogFileOpenOK
    READ CatalogFile
        AT END SET NoMoreCatalog TO TRUE
    END-READ
    PERFORM ListOneGen UNTIL NoMoreCatalog
END-IF.
CLOSE CatalogFile.
IF GenCount = ZERO
    EXIT PROGRAM
END-IF.
MOVE SPACES TO GenChoice.
DISPLAY "Generation number (blank = current " LBaseName ") : "
    WITH NO ADVANCING.
ACCEPT GenChoice.
IF GenChoice = SPACES
    EXIT PROGRAM
END-IF.
IF FUNCTION TEST-NUMVAL(GenChoice) NOT = ZERO
    DISPLAY "Not a generation number - reading the current file"
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.
MOVE FUNCTION NUMVAL(GenChoice) TO GenNum.
IF GenNum = ZERO OR GenNum > GenCount
    DISPLAY "No generation " GenChoice " - reading the current file"
    SET RetCodeInvalidOperation TO TRUE
    EXIT PROGRAM
END-IF.
MOVE TabGenName(GenNum) TO LFileName.
EXIT PROGRAM.

ListOneGen.
    IF AgBaseName = LBaseName
        ADD 1 TO GenCount
        IF GenTableFull
            SUBTRACT 1 FROM GenCount
        ELSE
            IF GenCount = 1
                DISPLAY "Archive generations of " LBaseName ":"
            END-IF
            MOVE AgGenName TO TabGenName(GenCount)
            MOVE GenCount TO PrnGenNum
            MOVE AgGenName TO PrnGenName
            MOVE AgFromPeriod TO PrnFromPeriod
            MOVE AgThruPeriod TO PrnThruPeriod
            MOVE AgRecCount TO PrnRecCount
            DISPLAY ChoiceLine
        END-IF
    END-IF
    READ CatalogFile
        AT END SET NoMoreCatalog TO TRUE
    END-READ.
