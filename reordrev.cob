       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. reordrev.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ProposalFile ASSIGN TO "ReorderProp.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RpProdCode
            FILE STATUS IS ProposalFileStatus.
        SELECT ProductMaster ASSIGN TO "product.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.

DATA DIVISION.
    FILE SECTION.
        FD ProposalFile.
        01 ProposalData.
            COPY REORDPRP.

        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.
    WORKING-STORAGE SECTION.
        01 ProposalEOF PIC X VALUE 'N'.
            88 NoMoreProposals VALUE 'Y'.
        01 ProdExists PIC X.
        01 Decision PIC X.
            88 DecisionAccept VALUE "A".
            88 DecisionReject VALUE "R".
            88 DecisionSkip VALUE "S".
            88 DecisionQuit VALUE "Q".
            88 DecisionIsValid VALUE "A" "R" "S" "Q".
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 ShownCount PIC 9(5) VALUE ZERO.
        01 AcceptedCount PIC 9(5) VALUE ZERO.
        01 RejectedCount PIC 9(5) VALUE ZERO.
        01 AvgWeeklyOut PIC ZZZZ9.99.
        01 ProposalFileStatus PIC XX.
            88 ProposalFileOpenOK VALUE "00".
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartReview.
        *> Buyer's line-by-line decision on the proposals the last
        *> reordcalc run left pending. Accepting one puts the proposed
        *> reorder point and order quantity on the product master,
        *> where posuggest picks them up; rejecting one leaves the
        *> master alone. Either way the decision and its date stay on
        *> ReorderProp.dat until the next reordcalc run. Skipped
        *> proposals stay pending and come round again next time.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        OPEN I-O ProposalFile.
        IF NOT ProposalFileOpenOK
            DISPLAY "No ReorderProp.dat yet - run reordcalc first"
            STOP RUN
        END-IF.
        OPEN I-O ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            STOP RUN
        END-IF.

        MOVE LOW-VALUES TO RpProdCode.
        START ProposalFile KEY IS NOT LESS THAN RpProdCode
            INVALID KEY SET NoMoreProposals TO TRUE
        END-START.
        PERFORM ReviewNextProposal UNTIL NoMoreProposals.

        CLOSE ProposalFile, ProductMaster.
        IF ShownCount = ZERO
            DISPLAY "No reorder proposals waiting"
        END-IF.
        DISPLAY AcceptedCount " accepted, " RejectedCount " rejected".
        STOP RUN.

    ReviewNextProposal.
        READ ProposalFile NEXT RECORD
            AT END SET NoMoreProposals TO TRUE
            NOT AT END
                IF RpIsPending
                    PERFORM ReviewOneProposal
                END-IF
        END-READ.

    ReviewOneProposal.
        MOVE 'Y' TO ProdExists
        MOVE RpProdCode TO PMProdCode
        READ ProductMaster
            INVALID KEY MOVE 'N' TO ProdExists
        END-READ
        IF ProdExists = 'N'
            *> Product deleted since the run - nothing to decide
            SET RpIsUnchanged TO TRUE
            PERFORM SaveProposal
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO ShownCount
        MOVE RpAvgWeekly TO AvgWeeklyOut
        DISPLAY " "
        DISPLAY "Product " RpProdCode " " PMProdName
            "   vendor " PMPrefVendor "   run " RpRunDate
        DISPLAY "  Demand/week avg " AvgWeeklyOut "  peak " RpPeakWeekly
        DISPLAY "  Lead days avg " RpLeadDays "  max " RpMaxLeadDays
            "  from " RpLeadSource " (P product, V vendor, D default)"
        DISPLAY "  Current  reorder point " PMReorderPoint
            "  order qty " PMOrderQty
        DISPLAY "  Proposed reorder point " RpNewReorder
            "  order qty " RpNewOrderQty
        MOVE SPACE TO Decision
        PERFORM UNTIL DecisionIsValid
            DISPLAY "A accept, R reject, S skip, Q quit : "
                WITH NO ADVANCING
            ACCEPT Decision
            MOVE FUNCTION UPPER-CASE(Decision) TO Decision
            IF NOT DecisionIsValid
                DISPLAY "Enter A, R, S or Q"
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN DecisionAccept
                PERFORM AcceptProposal
            WHEN DecisionReject
                SET RpIsRejected TO TRUE
                MOVE RunDate TO RpDecisionDate
                PERFORM SaveProposal
                ADD 1 TO RejectedCount
            WHEN DecisionQuit
                SET NoMoreProposals TO TRUE
        END-EVALUATE.

    AcceptProposal.
        MOVE RpNewReorder TO PMReorderPoint
        MOVE RpNewOrderQty TO PMOrderQty
        REWRITE ProductData
            INVALID KEY
                DISPLAY "Product " RpProdCode " was not updated!"
                EXIT PARAGRAPH
        END-REWRITE
        SET RpIsAccepted TO TRUE
        MOVE RunDate TO RpDecisionDate
        PERFORM SaveProposal
        ADD 1 TO AcceptedCount
        DISPLAY "Product " RpProdCode " now reorders at "
            PMReorderPoint ", ordering " PMOrderQty.

    SaveProposal.
        REWRITE ProposalData
            INVALID KEY DISPLAY "Decision not saved for "
                RpProdCode "!"
        END-REWRITE.
