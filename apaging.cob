                03 TabV30 PIC 9(8)V99.
                03 TabV60 PIC 9(8)V99.
                03 TabV90 PIC 9(8)V99.
                03 TabVMemo PIC 9(8)V99.
        01 VendCount PIC 9(3) VALUE ZERO.
            88 VendTableFull VALUE 101 THRU 999.
        01 Idx PIC 9(3) VALUE ZERO.
            02 Grand30 PIC 9(9)V99 VALUE ZERO.
            02 Grand60 PIC 9(9)V99 VALUE ZERO.
            02 Grand90 PIC 9(9)V99 VALUE ZERO.
            02 GrandMemo PIC 9(9)V99 VALUE ZERO.
        01 PageHeading.
            02 FILLER PIC X(30) VALUE "Accounts Payable Aging        ".
            02 FILLER PIC X(10) VALUE "Run Date: ".
            02 PrnRunDate PIC X(8).
        01 Heads PIC X(110) VALUE
            " Vend   Vendor Name                     Current       31-60       61-90         90+  Debit Memos".
        01 VendAgingLine.
            02 FILLER PIC X VALUE SPACE.
            02 PrnVendID PIC 9(5).
            02 Prn60 PIC $,$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 Prn90 PIC $,$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnMemo PIC $,$$$,$$9.99.
        01 GrandTotalLine.
            02 FILLER PIC X(8) VALUE "TOTALS  ".
            02 FILLER PIC X(30) VALUE SPACE.
            02 PrnG60 PIC $,$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnG90 PIC $,$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnGMemo PIC $,$$$,$$9.99.
        01 APFileStatus PIC XX.
            88 APFileOpenOK VALUE "00".
        01 VendorFileStatus PIC XX.
        *> AP aging - what custaging gives us on the receivable side,
        *> mirrored for what we owe: open vendor bills bucketed by
        *> days outstanding, one line per vendor with the name from
        *> Vendor.dat. Open debit memos for goods sent back are not
        *> aged - they show in their own column as the credit waiting
        *> to come off the vendor's next check.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WSCurrentDateTime(1:8)))
            TO RunDateInt.
        MOVE Grand30 TO PrnG30
        MOVE Grand60 TO PrnG60
        MOVE Grand90 TO PrnG90
        MOVE GrandMemo TO PrnGMemo
        WRITE PrintLine FROM GrandTotalLine AFTER ADVANCING 2 LINES.

        CLOSE APFile, VendorFile, AgingReport.
    AgeOneItem.
        IF ApIsOpen
            COMPUTE ApBalance = ApAmount - ApPaid
            IF ApBalance > ZERO AND ApIsDebitMemo
                PERFORM FindVendEntry
                IF FoundIdx > ZERO
                    ADD ApBalance TO TabVMemo(FoundIdx)
                    ADD ApBalance TO GrandMemo
                END-IF
            ELSE IF ApBalance > ZERO
                PERFORM FindVendEntry
                IF FoundIdx > ZERO
                    MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ApDate))
                    END-EVALUATE
                END-IF
            END-IF
            END-IF
        END-IF
        READ APFile
            AT END SET NoMoreAP TO TRUE
                MOVE ZERO TO TabV30(VendCount)
                MOVE ZERO TO TabV60(VendCount)
                MOVE ZERO TO TabV90(VendCount)
                MOVE ZERO TO TabVMemo(VendCount)
                MOVE VendCount TO FoundIdx
            END-IF
        END-IF.
        MOVE TabV30(Idx) TO Prn30
        MOVE TabV60(Idx) TO Prn60
        MOVE TabV90(Idx) TO Prn90
        MOVE TabVMemo(Idx) TO PrnMemo
        WRITE PrintLine FROM VendAgingLine AFTER ADVANCING 1 LINE.
