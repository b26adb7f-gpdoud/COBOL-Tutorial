            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CiKey
            FILE STATUS IS CountFileStatus.
        SELECT CycleFile ASSIGN TO "CycleCount.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AbProdCode
            FILE STATUS IS CycleFileStatus.
        SELECT OPTIONAL LocationFile ASSIGN TO "Location.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LcCode
            FILE STATUS IS LocationFileStatus.
        SELECT OPTIONAL CycleHistFile ASSIGN TO "CycleHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CycleHistFileStatus.
        SELECT OPTIONAL MoveFile ASSIGN TO "StockMove.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MoveFileStatus.
        01 CountData.
            COPY CNTREC.

        FD CycleFile.
        01 CycleData.
            COPY ABCREC.

        FD LocationFile.
        01 LocationData.
            COPY LOCREC.

        FD CycleHistFile.
        01 CycleHistData.
            COPY CYCHIST.

        FD MoveFile.
        01 MoveRecord.
            *> Same layout stockpost consumes - the approved
            02 MvQty PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 MvDate PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 MvLocation PIC X(4).

        FD CountSheet.
        01 SheetLine PIC X(90).
        01 TotVarianceValue PIC S9(9)V99 VALUE ZERO.
        01 VarCount PIC 9(5) VALUE ZERO.
        01 ApprovedCount PIC 9(5) VALUE ZERO.
        01 CountLoc PIC X(4).
        01 ValidLocation PIC X VALUE 'N'.
            88 LocationIsValid VALUE 'Y'.
        01 CycleAvail PIC X VALUE 'N'.
            88 CycleFileOnHand VALUE 'Y'.
        01 CycleEOF PIC X VALUE 'N'.
            88 NoMoreCycle VALUE 'Y'.
        01 CycleExists PIC X.
        01 CycleDays PIC 9(3) VALUE ZERO.
        01 DueDateInt PIC 9(7) COMP.
        01 DueCount PIC 9(5) VALUE ZERO.
        01 LocationAvail PIC X VALUE 'N'.
            88 LocationFileOnHand VALUE 'Y'.
        01 LocationEOF PIC X VALUE 'N'.
            88 NoMoreLocations VALUE 'Y'.
        01 CycleStart PIC X(8).
        01 CheckLoc PIC X(4).
        01 CheckSlot PIC 9.
        01 SaveCiKey PIC X(10).
        01 LocCounted PIC X VALUE 'N'.
            88 LocWasCounted VALUE 'Y'.
        01 AllCounted PIC X VALUE 'N'.
            88 AllLocsCounted VALUE 'Y'.
        01 BookTable.
            02 BookQty PIC 9(5) OCCURS 3 TIMES.
        01 LocAction PIC X.
        01 LocSlot PIC 9.
        01 LocQty PIC 9(5) VALUE ZERO.
        01 LocOnHand PIC 9(5).
        01 LocInTransit PIC 9(5).
        01 SheetHeads PIC X(90) VALUE
            "Code   Name        Sz1 Book   Count____  Sz2 Book   Count____  Sz3 Book   Count____".
        01 SheetDetail.
            02 FILLER PIC X(17) VALUE "   _________    ".
            02 PrnShQty3 PIC ZZZZ9.
            02 FILLER PIC X(12) VALUE "   _________".
        01 SheetHeading.
            02 FILLER PIC X(16) VALUE "COUNT SHEET FOR ".
            02 PrnShLoc PIC X(4).
        01 CycleHeading.
            02 FILLER PIC X(22) VALUE "CYCLE COUNT SHEET FOR ".
            02 PrnCyLoc PIC X(4).
            02 FILLER PIC X(10) VALUE "   DUE BY ".
            02 PrnCyDate PIC X(8).
        01 CycleHeads PIC X(90) VALUE
            "Cl Code   Name        Sz1 Book   Count____  Sz2 Book   Count____  Sz3 Book   Count____".
        01 CycleDetail.
            02 PrnCyClass PIC X.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnCyDetail PIC X(87).
        01 VarHeading.
            02 FILLER PIC X(34)
                VALUE "PHYSICAL INVENTORY VARIANCE       ".
            02 FILLER PIC X(10) VALUE "Run Date: ".
            02 PrnRunDate PIC X(8).
            02 FILLER PIC X(12) VALUE "  Location: ".
            02 PrnVarLoc PIC X(4).
        01 VarHeads PIC X(100) VALUE
            "Code   Name       Slot   Book  Counted   Variance        Value".
        01 VarianceLine.
            88 ProductMasterOpenOK VALUE "00".
        01 CountFileStatus PIC XX.
            88 CountFileOpenOK VALUE "00".
        01 CycleFileStatus PIC XX.
            88 CycleFileOpenOK VALUE "00".
        01 LocationFileStatus PIC XX.
            88 LocationFileOpenOK VALUE "00".
        01 CycleHistFileStatus PIC XX.
            88 CycleHistFileOpenOK VALUE "00".
        01 MoveFileStatus PIC XX.
            88 MoveFileOpenOK VALUE "00".
        01 CountSheetStatus PIC XX.
            88 CountSheetOpenOK VALUE "00".
        01 VarianceReportStatus PIC XX.
            88 VarianceReportOpenOK VALUE "00".
        COPY RETCODE.

    SCREEN SECTION.
        01 MenuScreen.
            02 LINE 4 COLUMN 1 VALUE "2 : Enter Counts".
            02 LINE 5 COLUMN 1 VALUE "3 : Variance Report".
            02 LINE 6 COLUMN 1 VALUE "4 : Approve and Queue Adjustments".
            02 LINE 7 COLUMN 1 VALUE "5 : Print Cycle Count Sheet".
            02 LINE 8 COLUMN 1 VALUE "0 : Quit".
            02 LINE 9 COLUMN 1 VALUE "Location : ".
            02 LINE 9 COLUMN 12 PIC X(4) FROM CountLoc.
            02 LINE 10 COLUMN 1 VALUE ": ".
            02 LINE 10 COLUMN 3 PIC 9 USING Choice.

PROCEDURE DIVISION.
    StartPara.
        *> at price, and an approval step that queues the adjustments
        *> as "A" movements for stockpost so the correction is on the
        *> movement trail like everything else. Nobody had ever
        *> proven PMQtyOnHand against the shelf before this. Each
        *> session counts one location, and the book quantity is that
        *> location's on-hand rather than the company-wide master.
        *> Between full counts the cycle count sheet lists just the
        *> products abcclass has scheduled as due by today; they are
        *> entered, reported and approved the same way, and approval
        *> records the count on CycleHist.dat for cycleacc. The
        *> schedule is one row per product, so a location's sheet
        *> drops a product once that location has counted it this
        *> cycle, and the next count moves on a cycle of its class
        *> only when every active location on Location.dat has.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
                CountFileStatus
            STOP RUN
        END-IF.
        OPEN I-O CycleFile.
        IF CycleFileOpenOK
            SET CycleFileOnHand TO TRUE
        END-IF.
        OPEN INPUT LocationFile.
        IF LocationFileOpenOK
            SET LocationFileOnHand TO TRUE
        END-IF.
        PERFORM GetCountLocation.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY MenuScreen
            ACCEPT MenuScreen
                WHEN 2 PERFORM EnterCounts
                WHEN 3 PERFORM VarianceRun
                WHEN 4 PERFORM ApproveAdjustments
                WHEN 5 PERFORM PrintCycleSheet
                WHEN OTHER MOVE 'N' TO StayOpen
            END-EVALUATE
        END-PERFORM.
        CLOSE ProductMaster, CountFile.
        IF CycleFileOnHand
            CLOSE CycleFile
        END-IF.
        CLOSE LocationFile.
        STOP RUN.

    PrintCountSheets.
                CountSheetStatus
            EXIT PARAGRAPH
        END-IF
        MOVE CountLoc TO PrnShLoc
        WRITE SheetLine FROM SheetHeading
        WRITE SheetLine FROM SheetHeads AFTER ADVANCING 2 LINES
        MOVE 'N' TO ProductEOF
        MOVE LOW-VALUES TO PMProdCode
        START ProductMaster KEY IS NOT LESS THAN PMProdCode
            NOT AT END
                MOVE PMProdCode TO PrnShCode
                MOVE PMProdName TO PrnShName
                PERFORM GetLocationBook
                MOVE BookQty(1) TO PrnShQty1
                MOVE BookQty(2) TO PrnShQty2
                MOVE BookQty(3) TO PrnShQty3
                WRITE SheetLine FROM SheetDetail
                    AFTER ADVANCING 1 LINE
        END-READ.

    PrintCycleSheet.
        *> Today's share of the rolling count - every classified
        *> product whose next count is due by today and that this
        *> location has not yet counted since it fell due
        IF NOT CycleFileOnHand
            DISPLAY "No CycleCount.dat - run abcclass first"
            EXIT PARAGRAPH
        END-IF
        OPEN OUTPUT CountSheet
        IF NOT CountSheetOpenOK
            DISPLAY "Unable to open CountSheet.rpt - status "
                CountSheetStatus
            EXIT PARAGRAPH
        END-IF
        MOVE CountLoc TO PrnCyLoc
        MOVE WSCurrentDateTime(1:8) TO PrnCyDate
        WRITE SheetLine FROM CycleHeading
        WRITE SheetLine FROM CycleHeads AFTER ADVANCING 2 LINES
        MOVE ZERO TO DueCount
        MOVE 'N' TO CycleEOF
        MOVE LOW-VALUES TO AbProdCode
        START CycleFile KEY IS NOT LESS THAN AbProdCode
            INVALID KEY SET NoMoreCycle TO TRUE
        END-START
        PERFORM PrintOneCycleLine UNTIL NoMoreCycle
        CLOSE CountSheet
        DISPLAY DueCount " products due - see CountSheet.rpt".

    PrintOneCycleLine.
        READ CycleFile NEXT RECORD
            AT END SET NoMoreCycle TO TRUE
            NOT AT END
                IF AbClass NOT = SPACES AND AbNextDue NOT = SPACES
                    AND AbNextDue NOT > WSCurrentDateTime(1:8)
                    MOVE AbNextDue TO CycleStart
                    MOVE CountLoc TO CheckLoc
                    PERFORM CheckLocCounted
                    IF NOT LocWasCounted
                        PERFORM PrintDueProduct
                    END-IF
                END-IF
        END-READ.

    PrintDueProduct.
        MOVE 'Y' TO ProdExists
        MOVE AbProdCode TO PMProdCode
        READ ProductMaster
            INVALID KEY MOVE 'N' TO ProdExists
        END-READ
        IF ProdExists = 'N'
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO DueCount
        MOVE PMProdCode TO PrnShCode
        MOVE PMProdName TO PrnShName
        PERFORM GetLocationBook
        MOVE BookQty(1) TO PrnShQty1
        MOVE BookQty(2) TO PrnShQty2
        MOVE BookQty(3) TO PrnShQty3
        MOVE AbClass TO PrnCyClass
        MOVE SheetDetail TO PrnCyDetail
        WRITE SheetLine FROM CycleDetail AFTER ADVANCING 1 LINE.

    EnterCounts.
        MOVE 'Y' TO MoreEntries
        PERFORM EnterOneCount UNTIL NoMoreEntries.
        END-IF
        COMPUTE WorkQty = FUNCTION NUMVAL(EntryQty)
        MOVE 'Y' TO CountExists
        MOVE CountLoc TO CiLocation
        MOVE EntryProdCode TO CiProdCode
        MOVE EntrySlot TO CiSizeSlot
        READ CountFile
            INVALID KEY MOVE 'N' TO CountExists
        END-READ
        MOVE CountLoc TO CiLocation
        MOVE EntryProdCode TO CiProdCode
        MOVE EntrySlot TO CiSizeSlot
        MOVE WorkQty TO CiCountQty
            EXIT PARAGRAPH
        END-IF
        MOVE WSCurrentDateTime(1:8) TO PrnRunDate
        MOVE CountLoc TO PrnVarLoc
        WRITE PrintLine FROM VarHeading
        WRITE PrintLine FROM VarHeads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        MOVE ZERO TO VarCount
        MOVE 'N' TO CountEOF
        MOVE LOW-VALUES TO CiKey
        MOVE CountLoc TO CiLocation
        START CountFile KEY IS NOT LESS THAN CiKey
            INVALID KEY SET NoMoreCounts TO TRUE
        END-START
        READ CountFile NEXT RECORD
            AT END SET NoMoreCounts TO TRUE
            NOT AT END
                IF CiLocation NOT = CountLoc
                    SET NoMoreCounts TO TRUE
                ELSE
                    IF CountEntered
                        PERFORM PrintOneVariance
                    END-IF
                END-IF
        END-READ.

            DISPLAY "Count for unknown product " CiProdCode
            EXIT PARAGRAPH
        END-IF
        PERFORM GetLocationBook
        COMPUTE VarianceQty = CiCountQty - BookQty(CiSizeSlot)
        IF VarianceQty = ZERO
            EXIT PARAGRAPH
        END-IF
        MOVE CiProdCode TO PrnVarCode
        MOVE PMProdName TO PrnVarName
        MOVE CiSizeSlot TO PrnVarSlot
        MOVE BookQty(CiSizeSlot) TO PrnVarBook
        MOVE CiCountQty TO PrnVarCounted
        MOVE VarianceQty TO PrnVarQty
        MOVE VarianceValue TO PrnVarValue
                MoveFileStatus
            EXIT PARAGRAPH
        END-IF
        OPEN EXTEND CycleHistFile
        IF CycleHistFileStatus NOT = "00" AND CycleHistFileStatus NOT = "05"
            DISPLAY "Unable to open CycleHist.dat - status "
                CycleHistFileStatus
            CLOSE MoveFile
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO ApprovedCount
        MOVE 'N' TO CountEOF
        MOVE LOW-VALUES TO CiKey
        MOVE CountLoc TO CiLocation
        START CountFile KEY IS NOT LESS THAN CiKey
            INVALID KEY SET NoMoreCounts TO TRUE
        END-START
        PERFORM ApproveOneCount UNTIL NoMoreCounts
        CLOSE MoveFile, CycleHistFile
        DISPLAY ApprovedCount " adjustments queued - run stockpost "
            "to post them".

        READ CountFile NEXT RECORD
            AT END SET NoMoreCounts TO TRUE
            NOT AT END
                IF CiLocation NOT = CountLoc
                    SET NoMoreCounts TO TRUE
                ELSE
                    IF CountEntered
                        PERFORM QueueOneAdjustment
                    END-IF
                END-IF
        END-READ.

                " - not approved"
            EXIT PARAGRAPH
        END-IF
        PERFORM GetLocationBook
        PERFORM RecordCycleCount
        IF CiCountQty NOT = BookQty(CiSizeSlot)
            MOVE SPACES TO MoveRecord
            MOVE CiProdCode TO MvProdCode
            MOVE PMSizes(CiSizeSlot:1) TO MvSizeLetter
            MOVE "A" TO MvType
            MOVE CiCountQty TO MvQty
            MOVE WSCurrentDateTime(1:8) TO MvDate
            MOVE CountLoc TO MvLocation
            WRITE MoveRecord
        END-IF
        SET CountApproved TO TRUE
            INVALID KEY DISPLAY "Count was not flagged approved!"
            NOT INVALID KEY ADD 1 TO ApprovedCount
        END-REWRITE.

    RecordCycleCount.
        *> The count goes on the accuracy history against the book it
        *> was checked with, and a classified product's next count is
        *> set one cycle of its class from today once the last of the
        *> active locations has counted it
        MOVE SPACES TO CycleHistData
        MOVE 'N' TO CycleExists
        IF CycleFileOnHand
            MOVE 'Y' TO CycleExists
            MOVE CiProdCode TO AbProdCode
            READ CycleFile
                INVALID KEY MOVE 'N' TO CycleExists
            END-READ
        END-IF
        IF CycleExists = 'Y' AND AbClass NOT = SPACES
            MOVE AbClass TO ChClass
            PERFORM CheckAllLocsCounted
        END-IF
        IF CycleExists = 'Y' AND AbClass NOT = SPACES AND AllLocsCounted
            EVALUATE AbClass
                WHEN "A" MOVE 30 TO CycleDays
                WHEN "B" MOVE 91 TO CycleDays
                WHEN OTHER MOVE 365 TO CycleDays
            END-EVALUATE
            MOVE WSCurrentDateTime(1:8) TO AbLastCounted
            COMPUTE DueDateInt = FUNCTION INTEGER-OF-DATE(
                FUNCTION NUMVAL(AbLastCounted)) + CycleDays
            MOVE FUNCTION DATE-OF-INTEGER(DueDateInt) TO AbNextDue
            REWRITE CycleData
                INVALID KEY DISPLAY "Next count not scheduled for "
                    CiProdCode "!"
            END-REWRITE
        END-IF
        MOVE WSCurrentDateTime(1:8) TO ChDate
        MOVE CountLoc TO ChLocation
        MOVE CiProdCode TO ChProdCode
        MOVE CiSizeSlot TO ChSizeSlot
        MOVE BookQty(CiSizeSlot) TO ChBookQty
        MOVE CiCountQty TO ChCountQty
        MOVE PMUnitCost TO ChUnitCost
        WRITE CycleHistData.

    CheckAllLocsCounted.
        *> Counted here now; every other active location must have a
        *> count on PhysCount.dat dated since the product fell due.
        *> Without Location.dat there is only the one location. The
        *> approval run is reading PhysCount.dat in key order, so its
        *> place is put back before returning.
        MOVE AbNextDue TO CycleStart
        SET AllLocsCounted TO TRUE
        IF NOT LocationFileOnHand
            EXIT PARAGRAPH
        END-IF
        MOVE CiKey TO SaveCiKey
        MOVE 'N' TO LocationEOF
        MOVE LOW-VALUES TO LcCode
        START LocationFile KEY IS NOT LESS THAN LcCode
            INVALID KEY SET NoMoreLocations TO TRUE
        END-START
        PERFORM CheckOneLocation
            UNTIL NoMoreLocations OR NOT AllLocsCounted
        MOVE SaveCiKey TO CiKey
        READ CountFile
            INVALID KEY DISPLAY "Count " SaveCiKey " not found again!"
        END-READ.

    CheckOneLocation.
        READ LocationFile NEXT RECORD
            AT END SET NoMoreLocations TO TRUE
            NOT AT END
                IF LocIsActive AND LcCode NOT = CountLoc
                    MOVE LcCode TO CheckLoc
                    PERFORM CheckLocCounted
                    IF NOT LocWasCounted
                        MOVE 'N' TO AllCounted
                    END-IF
                END-IF
        END-READ.

    CheckLocCounted.
        *> Any size slot of the product counted at CheckLoc on or
        *> after CycleStart
        MOVE 'N' TO LocCounted
        PERFORM CheckOneSlotCount VARYING CheckSlot FROM 1 BY 1
            UNTIL CheckSlot > 3 OR LocWasCounted.

    CheckOneSlotCount.
        MOVE CheckLoc TO CiLocation
        MOVE AbProdCode TO CiProdCode
        MOVE CheckSlot TO CiSizeSlot
        READ CountFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
                IF CiCountDate NOT < CycleStart
                    MOVE 'Y' TO LocCounted
                END-IF
        END-READ.

    GetCountLocation.
        PERFORM UNTIL LocationIsValid
            DISPLAY "Location being counted (blank = MAIN) : "
                WITH NO ADVANCING
            MOVE SPACES TO CountLoc
            ACCEPT CountLoc
            MOVE FUNCTION UPPER-CASE(CountLoc) TO CountLoc
            MOVE "L" TO LocAction
            MOVE 1 TO LocSlot
            CALL "LOCSTK" USING LocAction, PMProdCode, CountLoc,
                LocSlot, LocQty, LocOnHand, LocInTransit, LRetCode
            IF RetCodeSuccess
                SET LocationIsValid TO TRUE
            ELSE
                DISPLAY "Location " CountLoc " is not on file"
            END-IF
        END-PERFORM.

    GetLocationBook.
        *> Book quantity for the current product at the location
        *> being counted, one slot at a time
        MOVE "Q" TO LocAction
        PERFORM GetOneSlotBook VARYING LocSlot FROM 1 BY 1
            UNTIL LocSlot > 3.

    GetOneSlotBook.
        CALL "LOCSTK" USING LocAction, PMProdCode, CountLoc, LocSlot,
            LocQty, LocOnHand, LocInTransit, LRetCode
        MOVE LocOnHand TO BookQty(LocSlot).
