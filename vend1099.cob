       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. vend1099.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT VendorFile ASSIGN TO "Vendor.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS VendID
            FILE STATUS IS VendorFileStatus.
        SELECT OPTIONAL VendChkFile ASSIGN TO "APChecks.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VendChkFileStatus.
        SELECT OPTIONAL PayHistFile ASSIGN TO "APPayHist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayHistFileStatus.
        SELECT FormPrint ASSIGN TO "Vend1099.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FormPrintStatus.
        SELECT SummaryReport ASSIGN TO "V1099Sum.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SummaryReportStatus.
        SELECT ElecFile ASSIGN TO "V1099.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ElecFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD VendorFile.
        01 VendorData.
            COPY VENDREC.

        FD VendChkFile.
        01 VendChkData.
            COPY APCHK.

        FD PayHistFile.
        01 PayHistData.
            COPY APPAY.

        FD FormPrint.
        01 FormLine PIC X(80).

        FD SummaryReport.
        01 PrintLine PIC X(100).

        FD ElecFile.
        *> Fixed-position filing records - one T (payer) record, a B
        *> record per payee, and a C trailer with the count and total
        01 ElecRecord.
            02 ElRecType PIC X.
            02 ElYear PIC 9(4).
            02 ElTaxID PIC X(11).
            02 ElName PIC X(30).
            02 ElStreet PIC X(25).
            02 ElCity PIC X(15).
            02 ElState PIC X(2).
            02 ElZip PIC X(5).
            02 ElAmount PIC 9(9)V99.
            *> Vendor number on a B record, form count on the C
            02 ElCount PIC 9(5).
    WORKING-STORAGE SECTION.
        01 ReportYear PIC X(4).
        01 PayerName PIC X(30).
        01 PayerTaxID PIC X(11).
        01 PayerStreet PIC X(25).
        01 PayerCity PIC X(15).
        01 PayerState PIC X(2).
        01 PayerZip PIC X(5).
        *> Nonemployee compensation is reportable at this many
        *> dollars paid in the year
        01 ReportThreshold PIC 9(7)V99 VALUE 600.00.
        01 VendChkEOF PIC X VALUE 'N'.
            88 NoMoreVendChks VALUE 'Y'.
        01 PayHistEOF PIC X VALUE 'N'.
            88 NoMorePayHist VALUE 'Y'.
        *> Voided vendor checks never left the bank - their bill
        *> payments are not reported
        01 VoidTable.
            02 VoidEntry OCCURS 500 TIMES.
                03 TabVoidChkNum PIC 9(6).
        01 VoidCount PIC 9(3) VALUE ZERO.
            88 VoidTableFull VALUE 501 THRU 999.
        01 VoidIdx PIC 9(3) VALUE ZERO.
        01 CheckIsVoid PIC X VALUE 'N'.
        01 VendTotTable.
            02 VendTotEntry OCCURS 500 TIMES.
                03 TabVtVendID PIC 9(5).
                03 TabVtPaid PIC 9(9)V99.
        01 VendTotCount PIC 9(3) VALUE ZERO.
            88 VendTotTableFull VALUE 501 THRU 999.
        01 VtIdx PIC 9(3) VALUE ZERO.
        01 FoundIdx PIC 9(3) VALUE ZERO.
        01 VendExists PIC X.
        01 ListStatus PIC X(22).
        01 FormCount PIC 9(5) VALUE ZERO.
        01 FormTotal PIC 9(9)V99 VALUE ZERO.
        01 BelowCount PIC 9(5) VALUE ZERO.
        01 MissingTINCount PIC 9(5) VALUE ZERO.
        01 FormHeading.
            02 FILLER PIC X(36) VALUE "FORM 1099-NEC  NONEMPLOYEE COMP FOR ".
            02 PrnFormYear PIC X(4).
        01 FormLabelLine.
            02 PrnFormLabel PIC X(24).
            02 PrnFormValue PIC X(40).
        01 FormAmountLine.
            02 FILLER PIC X(24) VALUE "1 Nonemployee comp    : ".
            02 PrnFormAmount PIC $$$,$$$,$$9.99.
        01 PageHeading.
            02 FILLER PIC X(30) VALUE "1099 VENDOR SUMMARY LISTING - ".
            02 PrnSumYear PIC X(4).
            02 FILLER PIC X(15) VALUE "   THRESHOLD : ".
            02 PrnThreshold PIC $$$,$$9.99.
        01 Heads PIC X(100) VALUE
            "Vendor Name                       Tax ID          Paid in Year  Status".
        01 SummaryLine.
            02 PrnVendID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnVendName PIC X(25).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnTaxID PIC X(11).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnPaid PIC $$$,$$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStatus PIC X(22).
        01 TotalLine.
            02 PrnTotalName PIC X(30).
            02 PrnTotalCount PIC ZZZZ9.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnTotalAmount PIC $$$,$$$,$$9.99.
        01 VendorFileStatus PIC XX.
            88 VendorFileOpenOK VALUE "00".
        01 VendChkFileStatus PIC XX.
            88 VendChkFileOpenOK VALUE "00".
        01 PayHistFileStatus PIC XX.
            88 PayHistFileOpenOK VALUE "00".
        01 FormPrintStatus PIC XX.
            88 FormPrintOpenOK VALUE "00".
        01 SummaryReportStatus PIC XX.
            88 SummaryReportOpenOK VALUE "00".
        01 ElecFileStatus PIC XX.
            88 ElecFileOpenOK VALUE "00".

PROCEDURE DIVISION.
    Start1099.
        *> Year-end 1099 run. Calendar-year payments per vendor come
        *> off the AP payment history appay writes (by check date,
        *> voided checks left out), and every vendor flagged 1099 on
        *> the vendor master who was paid at least the threshold gets
        *> a printed form, a line on the summary listing, and a B
        *> record on the electronic file. Vendors below the
        *> threshold and 1099 vendors missing a tax ID are listed so
        *> the file can be corrected and the run repeated - nothing
        *> is updated, so it reruns freely.
        DISPLAY "1099 tax year (YYYY)  : " WITH NO ADVANCING.
        ACCEPT ReportYear.
        IF ReportYear IS NOT NUMERIC
            DISPLAY "Year must be YYYY - run abandoned"
            STOP RUN
        END-IF.
        DISPLAY "Payer name            : " WITH NO ADVANCING.
        ACCEPT PayerName.
        DISPLAY "Payer tax ID          : " WITH NO ADVANCING.
        ACCEPT PayerTaxID.
        DISPLAY "Payer street          : " WITH NO ADVANCING.
        ACCEPT PayerStreet.
        DISPLAY "Payer city            : " WITH NO ADVANCING.
        ACCEPT PayerCity.
        DISPLAY "Payer state           : " WITH NO ADVANCING.
        ACCEPT PayerState.
        DISPLAY "Payer ZIP             : " WITH NO ADVANCING.
        ACCEPT PayerZip.
        IF PayerName = SPACES OR PayerTaxID = SPACES
            DISPLAY "Payer name and tax ID are required - run abandoned"
            STOP RUN
        END-IF.

        PERFORM LoadVoidedChecks.
        PERFORM TotalPayHistory.
        IF VendTotCount = ZERO
            DISPLAY "No vendor payments in " ReportYear
            STOP RUN
        END-IF.

        OPEN INPUT VendorFile.
        IF NOT VendorFileOpenOK
            DISPLAY "Unable to open Vendor.dat - status "
                VendorFileStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT FormPrint.
        IF NOT FormPrintOpenOK
            DISPLAY "Unable to open Vend1099.rpt - status "
                FormPrintStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT SummaryReport.
        IF NOT SummaryReportOpenOK
            DISPLAY "Unable to open V1099Sum.rpt - status "
                SummaryReportStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT ElecFile.
        IF NOT ElecFileOpenOK
            DISPLAY "Unable to open V1099.dat - status "
                ElecFileStatus
            STOP RUN
        END-IF.

        MOVE SPACES TO ElecRecord
        MOVE "T" TO ElRecType
        MOVE ReportYear TO ElYear
        MOVE PayerTaxID TO ElTaxID
        MOVE PayerName TO ElName
        MOVE PayerStreet TO ElStreet
        MOVE PayerCity TO ElCity
        MOVE PayerState TO ElState
        MOVE PayerZip TO ElZip
        MOVE ZERO TO ElAmount, ElCount
        WRITE ElecRecord.

        MOVE ReportYear TO PrnSumYear
        MOVE ReportThreshold TO PrnThreshold
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM Heads AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrintLine
        WRITE PrintLine.
        PERFORM ReportOneVendor VARYING VtIdx FROM 1 BY 1
            UNTIL VtIdx > VendTotCount.

        MOVE SPACES TO ElecRecord
        MOVE "C" TO ElRecType
        MOVE ReportYear TO ElYear
        MOVE PayerTaxID TO ElTaxID
        MOVE FormTotal TO ElAmount
        MOVE FormCount TO ElCount
        WRITE ElecRecord.

        MOVE "1099 forms issued" TO PrnTotalName
        MOVE FormCount TO PrnTotalCount
        MOVE FormTotal TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 2 LINES
        MOVE "1099 vendors below threshold" TO PrnTotalName
        MOVE BelowCount TO PrnTotalCount
        MOVE ZERO TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE
        MOVE "1099 vendors missing tax ID" TO PrnTotalName
        MOVE MissingTINCount TO PrnTotalCount
        MOVE ZERO TO PrnTotalAmount
        WRITE PrintLine FROM TotalLine AFTER ADVANCING 1 LINE.

        CLOSE VendorFile, FormPrint, SummaryReport, ElecFile.
        DISPLAY FormCount " 1099 forms for " ReportYear
            " - see Vend1099.rpt, V1099Sum.rpt, V1099.dat".
        IF MissingTINCount > ZERO
            DISPLAY MissingTINCount
                " 1099 vendors have no tax ID - fix in vendmaint and rerun"
        END-IF.
        STOP RUN.

    LoadVoidedChecks.
        OPEN INPUT VendChkFile
        IF VendChkFileOpenOK
            READ VendChkFile
                AT END SET NoMoreVendChks TO TRUE
            END-READ
            PERFORM LoadOneVoid UNTIL NoMoreVendChks
        END-IF
        CLOSE VendChkFile.

    LoadOneVoid.
        IF VendChkVoided
            ADD 1 TO VoidCount
            IF VoidTableFull
                DISPLAY "Void table full - raise the table size - run abandoned"
                CLOSE VendChkFile
                STOP RUN
            END-IF
            MOVE VcNum TO TabVoidChkNum(VoidCount)
        END-IF
        READ VendChkFile
            AT END SET NoMoreVendChks TO TRUE
        END-READ.

    TotalPayHistory.
        OPEN INPUT PayHistFile
        IF PayHistFileOpenOK
            READ PayHistFile
                AT END SET NoMorePayHist TO TRUE
            END-READ
            PERFORM TotalOnePayment UNTIL NoMorePayHist
        END-IF
        CLOSE PayHistFile.

    TotalOnePayment.
        IF VpDate(1:4) = ReportYear
            MOVE 'N' TO CheckIsVoid
            PERFORM CheckOneVoid VARYING VoidIdx FROM 1 BY 1
                UNTIL VoidIdx > VoidCount
            IF CheckIsVoid = 'N'
                PERFORM FindVendTotal
                *> A debit memo netted off a check was never paid out
                IF FoundIdx > ZERO
                    IF VpIsMemoApplied
                        IF VpAmount > TabVtPaid(FoundIdx)
                            MOVE ZERO TO TabVtPaid(FoundIdx)
                        ELSE
                            SUBTRACT VpAmount FROM TabVtPaid(FoundIdx)
                        END-IF
                    ELSE
                        ADD VpAmount TO TabVtPaid(FoundIdx)
                    END-IF
                END-IF
            END-IF
        END-IF
        READ PayHistFile
            AT END SET NoMorePayHist TO TRUE
        END-READ.

    CheckOneVoid.
        IF TabVoidChkNum(VoidIdx) = VpChkNum
            MOVE 'Y' TO CheckIsVoid
        END-IF.

    FindVendTotal.
        MOVE ZERO TO FoundIdx
        PERFORM VARYING VtIdx FROM 1 BY 1
            UNTIL VtIdx > VendTotCount OR FoundIdx > ZERO
            IF TabVtVendID(VtIdx) = VpVendID
                MOVE VtIdx TO FoundIdx
            END-IF
        END-PERFORM
        IF FoundIdx = ZERO
            ADD 1 TO VendTotCount
            IF VendTotTableFull
                *> A short total would understate a 1099 - stop
                DISPLAY "Vendor table full - raise the table size - "
                    "run abandoned"
                CLOSE PayHistFile
                STOP RUN
            END-IF
            MOVE VpVendID TO TabVtVendID(VendTotCount)
            MOVE ZERO TO TabVtPaid(VendTotCount)
            MOVE VendTotCount TO FoundIdx
        END-IF.

    ReportOneVendor.
        MOVE 'Y' TO VendExists
        MOVE TabVtVendID(VtIdx) TO VendID
        READ VendorFile
            INVALID KEY MOVE 'N' TO VendExists
        END-READ
        IF VendExists = 'N' OR NOT VendorIs1099
            EXIT PARAGRAPH
        END-IF
        EVALUATE TRUE
            WHEN TabVtPaid(VtIdx) < ReportThreshold
                MOVE "Below threshold" TO ListStatus
                ADD 1 TO BelowCount
            WHEN VendTaxID = SPACES
                MOVE "MISSING TAX ID - HELD" TO ListStatus
                ADD 1 TO MissingTINCount
            WHEN OTHER
                MOVE "Form issued" TO ListStatus
                PERFORM PrintOneForm
                PERFORM WriteElecPayee
                ADD 1 TO FormCount
                ADD TabVtPaid(VtIdx) TO FormTotal
        END-EVALUATE
        MOVE SPACES TO SummaryLine
        MOVE VendID TO PrnVendID
        MOVE VendName TO PrnVendName
        MOVE VendTaxID TO PrnTaxID
        MOVE TabVtPaid(VtIdx) TO PrnPaid
        MOVE ListStatus TO PrnStatus
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE.

    PrintOneForm.
        MOVE ReportYear TO PrnFormYear
        IF FormCount = ZERO
            WRITE FormLine FROM FormHeading
        ELSE
            WRITE FormLine FROM FormHeading AFTER ADVANCING PAGE
        END-IF
        MOVE "PAYER                 : " TO PrnFormLabel
        MOVE PayerName TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 2 LINES
        MOVE SPACES TO PrnFormLabel
        MOVE PayerStreet TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE
        MOVE SPACES TO PrnFormValue
        STRING PayerCity DELIMITED BY "  " ", " DELIMITED BY SIZE
            PayerState DELIMITED BY SIZE " " DELIMITED BY SIZE
            PayerZip DELIMITED BY SIZE INTO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE
        MOVE "PAYER'S TIN           : " TO PrnFormLabel
        MOVE PayerTaxID TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE
        MOVE "RECIPIENT'S TIN       : " TO PrnFormLabel
        MOVE VendTaxID TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 2 LINES
        MOVE "RECIPIENT             : " TO PrnFormLabel
        MOVE VendName TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE
        MOVE SPACES TO PrnFormLabel
        MOVE VendStreet TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE
        MOVE SPACES TO PrnFormValue
        STRING VendCity DELIMITED BY "  " ", " DELIMITED BY SIZE
            VendState DELIMITED BY SIZE " " DELIMITED BY SIZE
            VendZip DELIMITED BY SIZE INTO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE
        MOVE "ACCOUNT NUMBER        : " TO PrnFormLabel
        MOVE VendID TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE
        MOVE TabVtPaid(VtIdx) TO PrnFormAmount
        WRITE FormLine FROM FormAmountLine AFTER ADVANCING 2 LINES
        MOVE "4 Federal tax withheld: " TO PrnFormLabel
        MOVE "$0.00" TO PrnFormValue
        WRITE FormLine FROM FormLabelLine AFTER ADVANCING 1 LINE.

    WriteElecPayee.
        MOVE SPACES TO ElecRecord
        MOVE "B" TO ElRecType
        MOVE ReportYear TO ElYear
        MOVE VendTaxID TO ElTaxID
        MOVE VendName TO ElName
        MOVE VendStreet TO ElStreet
        MOVE VendCity TO ElCity
        MOVE VendState TO ElState
        MOVE VendZip TO ElZip
        MOVE TabVtPaid(VtIdx) TO ElAmount
        MOVE VendID TO ElCount
        WRITE ElecRecord.
