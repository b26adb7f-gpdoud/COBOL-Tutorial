       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. reordcalc.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ProductMaster ASSIGN TO "product.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.
        SELECT ProposalFile ASSIGN TO "ReorderProp.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RpProdCode
            FILE STATUS IS ProposalFileStatus.
        SELECT OPTIONAL SalesHistFile ASSIGN TO "SalesHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesHistFileStatus.
        SELECT OPTIONAL LedgerFile ASSIGN TO "StockLedger.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LedgerFileStatus.
        SELECT POHdrFile ASSIGN TO "POHdr.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PoNum
            FILE STATUS IS POHdrFileStatus.
        SELECT PODtlFile ASSIGN TO "PODtl.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PdKey
            FILE STATUS IS PODtlFileStatus.
        SELECT ReviewReport ASSIGN TO "ReorderRev.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ReviewReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD ProposalFile.
        01 ProposalData.
            COPY REORDPRP.

        FD SalesHistFile.
        01 SalesHistData.
            COPY SALESHIST.

        FD LedgerFile.
        01 LedgerData.
            COPY STKLEDG.

        FD POHdrFile.
        01 POHdrData.
            COPY POREC.

        FD PODtlFile.
        01 PODtlData.
            COPY PODTL.

        FD ReviewReport.
        01 PrintLine PIC X(120).
    WORKING-STORAGE SECTION.
        01 ProductEOF PIC X VALUE 'N'.
            88 NoMoreProducts VALUE 'Y'.
        01 ProposalEOF PIC X VALUE 'N'.
            88 NoMoreProposals VALUE 'Y'.
        01 HistEOF PIC X VALUE 'N'.
            88 NoMoreHist VALUE 'Y'.
        01 LedgerEOF PIC X VALUE 'N'.
            88 NoMoreLedger VALUE 'Y'.
        01 POEOF PIC X VALUE 'N'.
            88 NoMorePOs VALUE 'Y'.
        01 DtlEOF PIC X VALUE 'N'.
            88 NoMoreDtl VALUE 'Y'.
        01 POFilesAvail PIC X VALUE 'N'.
            88 POFilesOnHand VALUE 'Y'.
        01 ProposalExists PIC X.
        01 ProdExists PIC X.
        01 EntryCoverWeeks PIC 99 VALUE ZERO.
        01 EntryDefaultLead PIC 9(3) VALUE ZERO.
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 RunDateInt PIC 9(7) COMP.
        01 RowDateInt PIC 9(7) COMP.
        01 AgeDays PIC S9(7) COMP.
        01 LeadDays PIC S9(5) COMP.
        01 DemandProdCode PIC 9(5).
        01 DemandDate PIC X(8).
        01 DemandQty PIC 9(5).
        01 WeekIdx PIC 99 VALUE ZERO.
        01 WeekTotal PIC 9(7) VALUE ZERO.
        01 LeadDemand PIC 9(7)V99 VALUE ZERO.
        01 PeakDemand PIC 9(7)V99 VALUE ZERO.
        01 WorkQty PIC 9(7)V99 VALUE ZERO.
        01 WholeQty PIC 9(7) VALUE ZERO.
        01 ProposedCount PIC 9(5) VALUE ZERO.
        01 UnchangedCount PIC 9(5) VALUE ZERO.
      *> Lead times seen per vendor, for products with no receipts of
      *> their own to go by
        01 VendLeadTable.
            02 VendLeadEntry OCCURS 100 TIMES.
                03 TabVlVendID PIC 9(5).
                03 TabVlCount PIC 9(5).
                03 TabVlTotal PIC 9(7).
                03 TabVlMax PIC 9(3).
        01 VendLeadCount PIC 9(3) VALUE ZERO.
            88 VendLeadTableFull VALUE 101 THRU 999.
        01 Idx PIC 9(3) VALUE ZERO.
        01 FoundIdx PIC 9(3) VALUE ZERO.
        01 PageHeading.
            02 FILLER PIC X(34) VALUE "REORDER POINT REVIEW - 26 WEEKS TO".
            02 FILLER PIC X VALUE SPACE.
            02 PrnRunDate PIC X(8).
            02 FILLER PIC X(17) VALUE "   WEEKS COVER : ".
            02 PrnCoverWeeks PIC Z9.
            02 FILLER PIC X(24) VALUE "   DEFAULT LEAD DAYS :  ".
            02 PrnDefaultLead PIC ZZ9.
        01 Heads PIC X(120) VALUE
            "Code   Name       Vendor  Avg/Wk  Peak/Wk  Lead Max Src   Current ROP  Ord Qty   Proposed ROP  Ord Qty  Note".
        01 ReviewLine.
            02 PrnProdCode PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnProdName PIC X(10).
            02 FILLER PIC X VALUE SPACE.
            02 PrnVendID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAvgWeekly PIC ZZZZ9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnPeakWeekly PIC ZZZZ9.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnLeadDays PIC ZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 PrnMaxLeadDays PIC ZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnLeadSource PIC X.
            02 FILLER PIC X(10) VALUE SPACE.
            02 PrnOldReorder PIC ZZZZ9.
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnOldOrderQty PIC ZZZZ9.
            02 FILLER PIC X(10) VALUE SPACE.
            02 PrnNewReorder PIC ZZZZ9.
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnNewOrderQty PIC ZZZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnNote PIC X(12).
        01 FootLine.
            02 FILLER PIC X(23) VALUE "PROPOSALS FOR REVIEW : ".
            02 PrnProposedCount PIC ZZZZ9.
            02 FILLER PIC X(15) VALUE "   UNCHANGED : ".
            02 PrnUnchangedCount PIC ZZZZ9.
        01 FootNote PIC X(120) VALUE
            "Src - lead time from P the product's own receipts, V the vendor's receipts, D the default.".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 ProposalFileStatus PIC XX.
            88 ProposalFileOpenOK VALUE "00".
        01 SalesHistFileStatus PIC XX.
            88 SalesHistFileOpenOK VALUE "00".
        01 LedgerFileStatus PIC XX.
            88 LedgerFileOpenOK VALUE "00".
        01 POHdrFileStatus PIC XX.
            88 POHdrFileOpenOK VALUE "00".
        01 PODtlFileStatus PIC XX.
            88 PODtlFileOpenOK VALUE "00".
        01 ReviewReportStatus PIC XX.
            88 ReviewReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartCalc.
        *> Demand-based reorder recalculation. Weekly demand for the
        *> last 26 weeks is built per product from register sales on
        *> SalesHist.dat and the issues on StockLedger.dat (stockpost
        *> I, ordership S and K, bkrelease B) - invoiced sales are not
        *> taken from SalesHist.dat as well, since the shipment that
        *> was billed is already on the ledger. Lead time is the days
        *> from PO date to first receipt, the product's own history
        *> first, then its preferred vendor's, then the default keyed
        *> here. The proposed reorder point is the peak week's demand
        *> over the longest lead time seen - the average demand over
        *> the average lead time plus a safety margin for the worst
        *> case - and the order quantity covers the weeks keyed here
        *> at average demand. Nothing touches the master: the buyer
        *> works through ReorderRev.rpt in reordrev.
        DISPLAY "Weeks of demand one order should cover (00 = 4) : "
            WITH NO ADVANCING.
        ACCEPT EntryCoverWeeks.
        IF EntryCoverWeeks = ZERO
            MOVE 4 TO EntryCoverWeeks
        END-IF.
        DISPLAY "Default lead time in days (000 = 14)            : "
            WITH NO ADVANCING.
        ACCEPT EntryDefaultLead.
        IF EntryDefaultLead = ZERO
            MOVE 14 TO EntryDefaultLead
        END-IF.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        COMPUTE RunDateInt = FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RunDate)).

        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            STOP RUN
        END-IF.
        OPEN I-O ProposalFile.
        IF ProposalFileStatus = "35" OR ProposalFileStatus = "05"
            *> First run - no proposals on file yet
            OPEN OUTPUT ProposalFile
            CLOSE ProposalFile
            OPEN I-O ProposalFile
        END-IF.
        IF NOT ProposalFileOpenOK
            DISPLAY "Unable to open ReorderProp.dat - status "
                ProposalFileStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT ReviewReport.
        IF NOT ReviewReportOpenOK
            DISPLAY "Unable to open ReorderRev.rpt - status "
                ReviewReportStatus
            STOP RUN
        END-IF.

        PERFORM ResetProposals.
        PERFORM TallySalesHistory.
        PERFORM TallyLedgerIssues.
        PERFORM TallyLeadTimes.

        MOVE RunDate TO PrnRunDate
        MOVE EntryCoverWeeks TO PrnCoverWeeks
        MOVE EntryDefaultLead TO PrnDefaultLead
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        WRITE PrintLine.
        MOVE 'N' TO ProposalEOF.
        MOVE LOW-VALUES TO RpProdCode.
        START ProposalFile KEY IS NOT LESS THAN RpProdCode
            INVALID KEY SET NoMoreProposals TO TRUE
        END-START.
        PERFORM ProposeOneProduct UNTIL NoMoreProposals.

        MOVE ProposedCount TO PrnProposedCount
        MOVE UnchangedCount TO PrnUnchangedCount
        WRITE PrintLine FROM FootLine AFTER ADVANCING 2 LINES
        WRITE PrintLine FROM FootNote AFTER ADVANCING 1 LINE.
        CLOSE ProductMaster, ProposalFile, ReviewReport.
        DISPLAY ProposedCount " proposals for review - see "
            "ReorderRev.rpt, then accept them in reordrev".
        STOP RUN.

    ResetProposals.
        *> A fresh run replaces the last one's proposals, decided or
        *> not, for every product on the master
        MOVE 'N' TO ProductEOF
        MOVE LOW-VALUES TO PMProdCode
        START ProductMaster KEY IS NOT LESS THAN PMProdCode
            INVALID KEY SET NoMoreProducts TO TRUE
        END-START
        PERFORM ResetOneProposal UNTIL NoMoreProducts.

    ResetOneProposal.
        READ ProductMaster NEXT RECORD
            AT END SET NoMoreProducts TO TRUE
            NOT AT END
                MOVE 'Y' TO ProposalExists
                MOVE PMProdCode TO RpProdCode
                READ ProposalFile
                    INVALID KEY MOVE 'N' TO ProposalExists
                END-READ
                MOVE SPACES TO ProposalData
                MOVE PMProdCode TO RpProdCode
                SET RpIsPending TO TRUE
                MOVE RunDate TO RpRunDate
                PERFORM ClearOneWeek VARYING WeekIdx FROM 1 BY 1
                    UNTIL WeekIdx > 26
                MOVE ZERO TO RpAvgWeekly, RpPeakWeekly, RpLeadCount,
                    RpLeadTotal, RpLeadDays, RpMaxLeadDays,
                    RpNewReorder, RpNewOrderQty
                MOVE PMReorderPoint TO RpOldReorder
                MOVE PMOrderQty TO RpOldOrderQty
                IF ProposalExists = 'Y'
                    REWRITE ProposalData
                        INVALID KEY DISPLAY "Proposal not reset for "
                            PMProdCode "!"
                    END-REWRITE
                ELSE
                    WRITE ProposalData
                        INVALID KEY DISPLAY "Proposal not added for "
                            PMProdCode "!"
                    END-WRITE
                END-IF
        END-READ.

    ClearOneWeek.
        MOVE ZERO TO RpWeekQty(WeekIdx).

    TallySalesHistory.
        *> Register sales only - see above
        MOVE 'N' TO HistEOF
        OPEN INPUT SalesHistFile
        IF NOT SalesHistFileOpenOK
            SET NoMoreHist TO TRUE
        ELSE
            READ SalesHistFile
                AT END SET NoMoreHist TO TRUE
            END-READ
            PERFORM TallyOneSale UNTIL NoMoreHist
        END-IF
        CLOSE SalesHistFile.

    TallyOneSale.
        IF HistFromRegister AND ShProdCode > ZERO
            MOVE ShProdCode TO DemandProdCode
            MOVE ShDate TO DemandDate
            MOVE ShQty TO DemandQty
            PERFORM AddDemand
        END-IF
        READ SalesHistFile
            AT END SET NoMoreHist TO TRUE
        END-READ.

    TallyLedgerIssues.
        MOVE 'N' TO LedgerEOF
        OPEN INPUT LedgerFile
        IF NOT LedgerFileOpenOK
            SET NoMoreLedger TO TRUE
        ELSE
            READ LedgerFile
                AT END SET NoMoreLedger TO TRUE
            END-READ
            PERFORM TallyOneIssue UNTIL NoMoreLedger
        END-IF
        CLOSE LedgerFile.

    TallyOneIssue.
        IF LgType = "I" OR LgType = "S" OR LgType = "K"
            OR LgType = "B"
            MOVE LgProdCode TO DemandProdCode
            MOVE LgDate TO DemandDate
            MOVE LgQty TO DemandQty
            PERFORM AddDemand
        END-IF
        READ LedgerFile
            AT END SET NoMoreLedger TO TRUE
        END-READ.

    AddDemand.
        *> Week 1 is the seven days up to and including the run date
        IF DemandDate IS NOT NUMERIC OR DemandDate > RunDate
            EXIT PARAGRAPH
        END-IF
        COMPUTE RowDateInt =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DemandDate))
        COMPUTE AgeDays = RunDateInt - RowDateInt
        IF AgeDays > 181
            EXIT PARAGRAPH
        END-IF
        COMPUTE WeekIdx = AgeDays / 7 + 1
        MOVE DemandProdCode TO RpProdCode
        READ ProposalFile
            INVALID KEY EXIT PARAGRAPH
        END-READ
        ADD DemandQty TO RpWeekQty(WeekIdx)
            ON SIZE ERROR MOVE 99999 TO RpWeekQty(WeekIdx)
        END-ADD
        REWRITE ProposalData
            INVALID KEY DISPLAY "Demand not recorded for "
                DemandProdCode "!"
        END-REWRITE.

    TallyLeadTimes.
        *> Every PO line that has had a receipt gives one lead time,
        *> to its product and to the PO's vendor
        OPEN INPUT POHdrFile
        OPEN INPUT PODtlFile
        IF POHdrFileOpenOK AND PODtlFileOpenOK
            SET POFilesOnHand TO TRUE
        ELSE
            DISPLAY "No purchase order history - default lead times used"
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO POEOF
        MOVE LOW-VALUES TO PoNum
        START POHdrFile KEY IS NOT LESS THAN PoNum
            INVALID KEY SET NoMorePOs TO TRUE
        END-START
        PERFORM TallyOnePO UNTIL NoMorePOs
        CLOSE POHdrFile, PODtlFile.

    TallyOnePO.
        READ POHdrFile NEXT RECORD
            AT END SET NoMorePOs TO TRUE
            NOT AT END
                IF (PoIsOpen OR PoIsClosed) AND PoDate IS NUMERIC
                    PERFORM StartPOLines
                    PERFORM TallyOnePOLine UNTIL NoMoreDtl
                END-IF
        END-READ.

    TallyOnePOLine.
        IF PdFirstRecvDate IS NUMERIC
            COMPUTE LeadDays =
                FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(PdFirstRecvDate))
                - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(PoDate))
            IF LeadDays NOT < ZERO AND LeadDays < 1000
                PERFORM NoteProductLead
                PERFORM NoteVendorLead
            END-IF
        END-IF
        PERFORM ReadNextPOLine.

    NoteProductLead.
        MOVE PdProdCode TO RpProdCode
        READ ProposalFile
            INVALID KEY EXIT PARAGRAPH
        END-READ
        IF RpLeadCount < 999
            ADD 1 TO RpLeadCount
            ADD LeadDays TO RpLeadTotal
        END-IF
        IF LeadDays > RpMaxLeadDays
            MOVE LeadDays TO RpMaxLeadDays
        END-IF
        REWRITE ProposalData
            INVALID KEY DISPLAY "Lead time not recorded for "
                PdProdCode "!"
        END-REWRITE.

    NoteVendorLead.
        PERFORM FindVendorLead
        IF FoundIdx = ZERO
            ADD 1 TO VendLeadCount
            IF VendLeadTableFull
                SUBTRACT 1 FROM VendLeadCount
                EXIT PARAGRAPH
            END-IF
            MOVE VendLeadCount TO FoundIdx
            MOVE PoVendID TO TabVlVendID(FoundIdx)
            MOVE ZERO TO TabVlCount(FoundIdx), TabVlTotal(FoundIdx),
                TabVlMax(FoundIdx)
        END-IF
        ADD 1 TO TabVlCount(FoundIdx)
        ADD LeadDays TO TabVlTotal(FoundIdx)
        IF LeadDays > TabVlMax(FoundIdx)
            MOVE LeadDays TO TabVlMax(FoundIdx)
        END-IF.

    FindVendorLead.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING Idx FROM 1 BY 1
            UNTIL Idx > VendLeadCount OR FoundIdx > ZERO
            IF TabVlVendID(Idx) = PoVendID
                MOVE Idx TO FoundIdx
            END-IF
        END-PERFORM.

    StartPOLines.
        MOVE 'N' TO DtlEOF
        MOVE PoNum TO PdPoNum
        MOVE ZERO TO PdLineNum
        START PODtlFile KEY IS GREATER THAN PdKey
            INVALID KEY SET NoMoreDtl TO TRUE
        END-START
        IF NOT NoMoreDtl
            PERFORM ReadNextPOLine
        END-IF.

    ReadNextPOLine.
        READ PODtlFile NEXT RECORD
            AT END SET NoMoreDtl TO TRUE
            NOT AT END
                IF PdPoNum NOT = PoNum
                    SET NoMoreDtl TO TRUE
                END-IF
        END-READ.

    ProposeOneProduct.
        READ ProposalFile NEXT RECORD
            AT END SET NoMoreProposals TO TRUE
            NOT AT END
                IF RpRunDate = RunDate
                    PERFORM ComputeProposal
                END-IF
        END-READ.

    ComputeProposal.
        MOVE 'Y' TO ProdExists
        MOVE RpProdCode TO PMProdCode
        READ ProductMaster
            INVALID KEY MOVE 'N' TO ProdExists
        END-READ
        IF ProdExists = 'N'
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO WeekTotal, RpPeakWeekly
        PERFORM TotalOneWeek VARYING WeekIdx FROM 1 BY 1
            UNTIL WeekIdx > 26
        COMPUTE RpAvgWeekly ROUNDED = WeekTotal / 26
        PERFORM ChooseLeadTime
        *> Average demand over the average lead, and the worst case
        *> of peak demand over the longest lead - the reorder point is
        *> the worst case, which is the first plus its safety margin
        COMPUTE LeadDemand = RpAvgWeekly * RpLeadDays / 7
        COMPUTE PeakDemand = RpPeakWeekly * RpMaxLeadDays / 7
        IF PeakDemand < LeadDemand
            MOVE LeadDemand TO PeakDemand
        END-IF
        MOVE PeakDemand TO WorkQty
        PERFORM RoundUpQty
        MOVE WholeQty TO RpNewReorder
        COMPUTE WorkQty = RpAvgWeekly * EntryCoverWeeks
        PERFORM RoundUpQty
        MOVE WholeQty TO RpNewOrderQty
        IF RpNewReorder = RpOldReorder AND RpNewOrderQty = RpOldOrderQty
            SET RpIsUnchanged TO TRUE
            ADD 1 TO UnchangedCount
        ELSE
            ADD 1 TO ProposedCount
        END-IF
        REWRITE ProposalData
            INVALID KEY DISPLAY "Proposal not saved for "
                RpProdCode "!"
        END-REWRITE
        PERFORM PrintProposal.

    TotalOneWeek.
        ADD RpWeekQty(WeekIdx) TO WeekTotal
        IF RpWeekQty(WeekIdx) > RpPeakWeekly
            MOVE RpWeekQty(WeekIdx) TO RpPeakWeekly
        END-IF.

    ChooseLeadTime.
        IF RpLeadCount > ZERO
            MOVE "P" TO RpLeadSource
            COMPUTE RpLeadDays ROUNDED = RpLeadTotal / RpLeadCount
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO FoundIdx
        IF PMPrefVendor NOT = ZERO
            MOVE PMPrefVendor TO PoVendID
            PERFORM FindVendorLead
        END-IF
        IF FoundIdx > ZERO
            MOVE "V" TO RpLeadSource
            COMPUTE RpLeadDays ROUNDED =
                TabVlTotal(FoundIdx) / TabVlCount(FoundIdx)
            MOVE TabVlMax(FoundIdx) TO RpMaxLeadDays
        ELSE
            MOVE "D" TO RpLeadSource
            MOVE EntryDefaultLead TO RpLeadDays, RpMaxLeadDays
        END-IF.

    RoundUpQty.
        *> Part of a unit still has to be bought as a whole one
        MOVE WorkQty TO WholeQty
        IF WorkQty > WholeQty
            ADD 1 TO WholeQty
        END-IF
        IF WholeQty > 99999
            MOVE 99999 TO WholeQty
        END-IF.

    PrintProposal.
        MOVE SPACES TO ReviewLine
        MOVE RpProdCode TO PrnProdCode
        MOVE PMProdName TO PrnProdName
        MOVE PMPrefVendor TO PrnVendID
        MOVE RpAvgWeekly TO PrnAvgWeekly
        MOVE RpPeakWeekly TO PrnPeakWeekly
        MOVE RpLeadDays TO PrnLeadDays
        MOVE RpMaxLeadDays TO PrnMaxLeadDays
        MOVE RpLeadSource TO PrnLeadSource
        MOVE RpOldReorder TO PrnOldReorder
        MOVE RpOldOrderQty TO PrnOldOrderQty
        MOVE RpNewReorder TO PrnNewReorder
        MOVE RpNewOrderQty TO PrnNewOrderQty
        EVALUATE TRUE
            WHEN RpIsUnchanged
                MOVE "NO CHANGE" TO PrnNote
            WHEN WeekTotal = ZERO
                MOVE "NO DEMAND" TO PrnNote
            WHEN PMPrefVendor = ZERO
                MOVE "NO VENDOR" TO PrnNote
            WHEN OTHER
                MOVE SPACES TO PrnNote
        END-EVALUATE
        WRITE PrintLine FROM ReviewLine AFTER ADVANCING 1 LINE.
