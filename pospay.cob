       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. pospay.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PayCheckFile ASSIGN TO "PayChecks.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PayCheckFileStatus.
        SELECT EmployeeFile ASSIGN TO "Employee.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EmployeeFileStatus.
        SELECT OPTIONAL PpControlFile ASSIGN TO "PosPayCtl.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PpControlFileStatus.
        SELECT PosPayFile ASSIGN TO "PosPay.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PosPayFileStatus.
        SELECT PosPayReport ASSIGN TO "PosPay.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PosPayReportStatus.

DATA DIVISION.
    FILE SECTION.
        FD PayCheckFile.
        01 PayCheckData.
            COPY CHKREC.

        FD EmployeeFile.
        01 EmployeeData.
            COPY EMPREC.

        FD PpControlFile.
        *> The payroll account the bank knows the file by, and the
        *> last transmission sent - its sequence number, date, the
        *> highest check number it carried, and its totals
        01 PpControlRecord.
            02 PcAccount PIC X(17).
            02 FILLER PIC X.
            02 PcLastSeq PIC 9(5).
            02 FILLER PIC X.
            02 PcLastDate PIC X(8).
            02 FILLER PIC X.
            02 PcHighChk PIC 9(6).
            02 FILLER PIC X.
            02 PcLastCount PIC 9(5).
            02 FILLER PIC X.
            02 PcLastTotal PIC 9(9)V99.

        FD PosPayFile.
        *> The bank's issue file - a header naming the account and
        *> transmission, an I or V row per check, and a trailer with
        *> the counts and amounts the bank balances to
        01 PosPayLine PIC X(60).
        01 PpHeaderRecord REDEFINES PosPayLine.
            02 PhRecType PIC X.
            02 PhDate PIC X(8).
            02 PhCompany PIC X(20).
            02 PhAccount PIC X(17).
            02 PhSeq PIC 9(5).
            02 FILLER PIC X(9).
        01 PpDetailRecord REDEFINES PosPayLine.
            02 PdRecType PIC X.
            02 PdCheckNum PIC 9(6).
            02 PdAmount PIC 9(7)V99.
            02 PdIssueDate PIC X(8).
            02 PdPayee PIC X(20).
            02 FILLER PIC X(16).
        01 PpTrailerRecord REDEFINES PosPayLine.
            02 PtRecType PIC X.
            02 PtIssueCount PIC 9(5).
            02 PtIssueTotal PIC 9(9)V99.
            02 PtVoidCount PIC 9(5).
            02 PtVoidTotal PIC 9(9)V99.
            02 FILLER PIC X(27).

        FD PosPayReport.
        01 PrintLine PIC X(80).

    WORKING-STORAGE SECTION.
        01 CheckEOF PIC X VALUE 'N'.
            88 NoMoreChecks VALUE 'Y'.
        01 EmployeeEOF PIC X VALUE 'N'.
            88 NoMoreEmployees VALUE 'Y'.
        01 ChkTable.
            02 ChkEntry OCCURS 500 TIMES.
                03 TabChkRecord PIC X(96).
        01 ChkCount PIC 9(3) VALUE ZERO.
            88 ChkTableFull VALUE 501 THRU 999.
        01 ChkIdx PIC 9(3) VALUE ZERO.
        01 EmpTable.
            02 EmpEntry OCCURS 50 TIMES.
                03 TabEmpID PIC 9(5).
                03 TabEmpName PIC X(20).
        01 EmpCount PIC 99 VALUE ZERO.
            88 EmpTableFull VALUE 51 THRU 99.
        01 EmpIdx PIC 99 VALUE ZERO.
        01 PayeeName PIC X(20).
        01 SendType PIC X.
        *> Issues by check date - each subtotal agrees to the check
        *> register of the pay run that cut them
        01 DateTable.
            02 DateEntry OCCURS 100 TIMES.
                03 TabDtDate PIC X(8).
                03 TabDtCount PIC 9(5).
                03 TabDtTotal PIC 9(9)V99.
        01 DtCount PIC 9(3) VALUE ZERO.
            88 DateTableFull VALUE 101 THRU 999.
        01 DtIdx PIC 9(3) VALUE ZERO.
        01 DtFoundIdx PIC 9(3) VALUE ZERO.
        01 IssueCount PIC 9(5) VALUE ZERO.
        01 IssueTotal PIC 9(9)V99 VALUE ZERO.
        01 VoidCount PIC 9(5) VALUE ZERO.
        01 VoidTotal PIC 9(9)V99 VALUE ZERO.
        01 GapCount PIC 9(5) VALUE ZERO.
        01 HighChkSent PIC 9(6) VALUE ZERO.
        01 HighChkNow PIC 9(6) VALUE ZERO.
        01 GapChk PIC 9(6) VALUE ZERO.
        01 GapFound PIC X VALUE 'N'.
            88 CheckNumberOnFile VALUE 'Y'.
        01 ThisSeq PIC 9(5) VALUE ZERO.
        01 PpAccount PIC X(17) VALUE SPACES.
        01 ControlOnFile PIC X VALUE 'N'.
            88 PriorTransmission VALUE 'Y'.
        01 SendReply PIC X.
            88 SendConfirmed VALUE "Y" "y".
        01 WSCurrentDateTime PIC X(21).
        01 RunDate PIC X(8).
        01 PageHeading.
            02 FILLER PIC X(28) VALUE "POSITIVE PAY TRANSMISSION ".
            02 PrnSeq PIC ZZZZ9.
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnRunDate PIC X(8).
            02 FILLER PIC X(11) VALUE "   ACCOUNT ".
            02 PrnAccount PIC X(17).
        01 ColumnHeads PIC X(80) VALUE
            "Check#  EmpID  Payee                 Issued    Type          Amount  Voided".
        01 DetailLine.
            02 PrnChkNum PIC 9(6).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnEmpID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnPayee PIC X(20).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnIssueDate PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnType PIC X(5).
            02 FILLER PIC X VALUE SPACE.
            02 PrnAmount PIC $$,$$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnVoidDate PIC X(8).
        01 GapLine.
            02 PrnGapChk PIC 9(6).
            02 FILLER PIC X(50) VALUE
                "  CHECK NUMBER NOT ON PAYCHECKS.DAT - NOT SENT".
        01 DateHeads PIC X(80) VALUE
            "ISSUES BY CHECK DATE - AGREE TO THAT RUN'S CHECK REGISTER".
        01 DateLine.
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnDtDate PIC X(8).
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnDtCount PIC ZZZZ9.
            02 FILLER PIC X(9) VALUE " CHECKS  ".
            02 PrnDtTotal PIC $$$,$$$,$$9.99.
        01 IssueTotalLine.
            02 FILLER PIC X(20) VALUE "ISSUES SENT       : ".
            02 PrnIssueCount PIC ZZZZ9.
            02 FILLER PIC X(10) VALUE "  TOTAL : ".
            02 PrnIssueTotal PIC $$$,$$$,$$9.99.
        01 VoidTotalLine.
            02 FILLER PIC X(20) VALUE "VOIDS SENT        : ".
            02 PrnVoidCount PIC ZZZZ9.
            02 FILLER PIC X(10) VALUE "  TOTAL : ".
            02 PrnVoidTotal PIC $$$,$$$,$$9.99.
        01 GapTotalLine.
            02 FILLER PIC X(20) VALUE "NUMBERS MISSING   : ".
            02 PrnGapCount PIC ZZZZ9.
        01 PayCheckFileStatus PIC XX.
            88 PayCheckFileOpenOK VALUE "00".
        01 EmployeeFileStatus PIC XX.
            88 EmployeeFileOpenOK VALUE "00".
        01 PpControlFileStatus PIC XX.
            88 PpControlFileOpenOK VALUE "00".
        01 PosPayFileStatus PIC XX.
            88 PosPayFileOpenOK VALUE "00".
        01 PosPayReportStatus PIC XX.
            88 PosPayReportOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartPosPay.
        *> Positive pay for the payroll account. Every check payrun
        *> or a chkrecon reissue cuts goes to the bank once as an
        *> issue; every void goes once more as a void. The flag on
        *> each PayChecks.dat row is what keeps a check from being
        *> sent twice, and PosPayCtl.dat numbers the transmissions
        *> and remembers the highest check sent so a check number
        *> missing from the file shows up on the listing instead of
        *> being silently skipped.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime.
        MOVE WSCurrentDateTime(1:8) TO RunDate.
        PERFORM LoadCheckTable.
        IF ChkCount = ZERO
            DISPLAY "No payroll checks on file - nothing to transmit"
            STOP RUN
        END-IF.
        PERFORM ReadControl.
        PERFORM CountPending
            VARYING ChkIdx FROM 1 BY 1 UNTIL ChkIdx > ChkCount.
        IF IssueCount = ZERO AND VoidCount = ZERO
            DISPLAY "No issues or voids since transmission " PcLastSeq
                " of " PcLastDate " - nothing to transmit"
            STOP RUN
        END-IF.
        DISPLAY IssueCount " issues and " VoidCount
            " voids to send on transmission " ThisSeq
            " - send (Y/N) : " WITH NO ADVANCING.
        ACCEPT SendReply.
        IF NOT SendConfirmed
            DISPLAY "Nothing sent"
            STOP RUN
        END-IF.
        MOVE ZERO TO IssueCount, VoidCount.
        PERFORM LoadEmployeeTable.

        OPEN OUTPUT PosPayFile.
        IF NOT PosPayFileOpenOK
            DISPLAY "Unable to open PosPay.dat - status "
                PosPayFileStatus
            STOP RUN
        END-IF.
        OPEN OUTPUT PosPayReport.
        IF NOT PosPayReportOpenOK
            DISPLAY "Unable to open PosPay.rpt - status "
                PosPayReportStatus
            STOP RUN
        END-IF.
        MOVE SPACES TO PosPayLine
        MOVE "H" TO PhRecType
        MOVE RunDate TO PhDate
        MOVE "GREGS TRADING CO" TO PhCompany
        MOVE PpAccount TO PhAccount
        MOVE ThisSeq TO PhSeq
        WRITE PosPayLine.
        MOVE ThisSeq TO PrnSeq
        MOVE RunDate TO PrnRunDate
        MOVE PpAccount TO PrnAccount
        WRITE PrintLine FROM PageHeading
        WRITE PrintLine FROM ColumnHeads AFTER ADVANCING 2 LINES.

        MOVE PcHighChk TO HighChkSent.
        MOVE PcHighChk TO HighChkNow.
        PERFORM SendOneCheck
            VARYING ChkIdx FROM 1 BY 1 UNTIL ChkIdx > ChkCount.
        PERFORM FindGaps.

        MOVE SPACES TO PosPayLine
        MOVE "T" TO PtRecType
        MOVE IssueCount TO PtIssueCount
        MOVE IssueTotal TO PtIssueTotal
        MOVE VoidCount TO PtVoidCount
        MOVE VoidTotal TO PtVoidTotal
        WRITE PosPayLine.
        CLOSE PosPayFile.

        WRITE PrintLine FROM DateHeads AFTER ADVANCING 2 LINES.
        PERFORM PrintOneDate VARYING DtIdx FROM 1 BY 1
            UNTIL DtIdx > DtCount.
        MOVE IssueCount TO PrnIssueCount
        MOVE IssueTotal TO PrnIssueTotal
        WRITE PrintLine FROM IssueTotalLine AFTER ADVANCING 2 LINES
        MOVE VoidCount TO PrnVoidCount
        MOVE VoidTotal TO PrnVoidTotal
        WRITE PrintLine FROM VoidTotalLine AFTER ADVANCING 1 LINE
        MOVE GapCount TO PrnGapCount
        WRITE PrintLine FROM GapTotalLine AFTER ADVANCING 1 LINE.
        CLOSE PosPayReport.

        PERFORM SaveCheckTable.
        PERFORM SaveControl.
        DISPLAY "Transmission " ThisSeq " written to PosPay.dat - "
            IssueCount " issues, " VoidCount " voids - see PosPay.rpt".
        IF GapCount > ZERO
            DISPLAY GapCount " check numbers missing from PayChecks.dat"
                " - see PosPay.rpt"
        END-IF.
        STOP RUN.

    ReadControl.
        OPEN INPUT PpControlFile
        IF PpControlFileOpenOK
            READ PpControlFile
                AT END CONTINUE
                NOT AT END SET PriorTransmission TO TRUE
            END-READ
        END-IF
        CLOSE PpControlFile
        IF PriorTransmission
            MOVE PcAccount TO PpAccount
        ELSE
            *> First transmission - the account is asked for once and
            *> kept on the control from then on
            MOVE ZERO TO PcLastSeq, PcHighChk, PcLastCount,
                PcLastTotal
            MOVE SPACES TO PcLastDate
            PERFORM UNTIL PpAccount NOT = SPACES
                DISPLAY "Payroll bank account number for positive pay : "
                    WITH NO ADVANCING
                ACCEPT PpAccount
            END-PERFORM
        END-IF
        COMPUTE ThisSeq = PcLastSeq + 1.

    CountPending.
        MOVE TabChkRecord(ChkIdx) TO PayCheckData
        IF CheckVoided AND NOT PpVoidSent
            ADD 1 TO VoidCount
        ELSE IF NOT CheckVoided AND PpNothingSent
            ADD 1 TO IssueCount
        END-IF
        END-IF.

    SendOneCheck.
        *> A check voided before it was ever sent goes only as a void -
        *> the bank is told never to pay that number
        MOVE TabChkRecord(ChkIdx) TO PayCheckData
        IF CheckVoided AND NOT PpVoidSent
            MOVE "V" TO SendType
            ADD 1 TO VoidCount
            ADD CkNet TO VoidTotal
            SET PpVoidSent TO TRUE
        ELSE IF NOT CheckVoided AND PpNothingSent
            MOVE "I" TO SendType
            ADD 1 TO IssueCount
            ADD CkNet TO IssueTotal
            PERFORM TallyCheckDate
            SET PpIssueSent TO TRUE
        ELSE
            EXIT PARAGRAPH
        END-IF
        END-IF
        MOVE PayCheckData TO TabChkRecord(ChkIdx)
        IF CkNum > HighChkNow
            MOVE CkNum TO HighChkNow
        END-IF
        PERFORM FindPayee
        MOVE SPACES TO PosPayLine
        MOVE SendType TO PdRecType
        MOVE CkNum TO PdCheckNum
        MOVE CkNet TO PdAmount
        MOVE CkDate TO PdIssueDate
        MOVE PayeeName TO PdPayee
        WRITE PosPayLine
        MOVE SPACES TO DetailLine
        MOVE CkNum TO PrnChkNum
        MOVE CkEmpID TO PrnEmpID
        MOVE PayeeName TO PrnPayee
        MOVE CkDate TO PrnIssueDate
        IF SendType = "V"
            MOVE "VOID" TO PrnType
        ELSE
            MOVE "ISSUE" TO PrnType
        END-IF
        MOVE CkNet TO PrnAmount
        MOVE CkVoidDate TO PrnVoidDate
        WRITE PrintLine FROM DetailLine AFTER ADVANCING 1 LINE.

    TallyCheckDate.
        MOVE ZERO TO DtFoundIdx
        PERFORM VARYING DtIdx FROM 1 BY 1
            UNTIL DtIdx > DtCount OR DtFoundIdx > ZERO
            IF TabDtDate(DtIdx) = CkDate
                MOVE DtIdx TO DtFoundIdx
            END-IF
        END-PERFORM
        IF DtFoundIdx = ZERO
            ADD 1 TO DtCount
            IF DateTableFull
                DISPLAY "Check date table full - " CkDate
                    " not subtotaled"
                SUBTRACT 1 FROM DtCount
                EXIT PARAGRAPH
            END-IF
            MOVE CkDate TO TabDtDate(DtCount)
            MOVE ZERO TO TabDtCount(DtCount)
            MOVE ZERO TO TabDtTotal(DtCount)
            MOVE DtCount TO DtFoundIdx
        END-IF
        ADD 1 TO TabDtCount(DtFoundIdx)
        ADD CkNet TO TabDtTotal(DtFoundIdx).

    PrintOneDate.
        MOVE TabDtDate(DtIdx) TO PrnDtDate
        MOVE TabDtCount(DtIdx) TO PrnDtCount
        MOVE TabDtTotal(DtIdx) TO PrnDtTotal
        WRITE PrintLine FROM DateLine AFTER ADVANCING 1 LINE.

    FindGaps.
        *> Every number after the last one sent up to the highest
        *> sent now should be on the file - payrun and chkrecon both
        *> number from NextChk.dat without gaps
        IF HighChkSent = ZERO
            EXIT PARAGRAPH
        END-IF
        PERFORM CheckOneNumber VARYING GapChk FROM HighChkSent BY 1
            UNTIL GapChk > HighChkNow.

    CheckOneNumber.
        IF GapChk = HighChkSent
            EXIT PARAGRAPH
        END-IF
        MOVE 'N' TO GapFound
        PERFORM VARYING ChkIdx FROM 1 BY 1
            UNTIL ChkIdx > ChkCount OR CheckNumberOnFile
            MOVE TabChkRecord(ChkIdx) TO PayCheckData
            IF CkNum = GapChk
                SET CheckNumberOnFile TO TRUE
            END-IF
        END-PERFORM
        IF NOT CheckNumberOnFile
            ADD 1 TO GapCount
            MOVE GapChk TO PrnGapChk
            WRITE PrintLine FROM GapLine AFTER ADVANCING 1 LINE
        END-IF.

    FindPayee.
        MOVE "*** NOT ON MASTER" TO PayeeName
        PERFORM VARYING EmpIdx FROM 1 BY 1 UNTIL EmpIdx > EmpCount
            IF TabEmpID(EmpIdx) = CkEmpID
                MOVE TabEmpName(EmpIdx) TO PayeeName
            END-IF
        END-PERFORM.

    LoadCheckTable.
        OPEN INPUT PayCheckFile.
        IF PayCheckFileStatus = "35"
            SET NoMoreChecks TO TRUE
        ELSE IF NOT PayCheckFileOpenOK
            DISPLAY "Unable to open PayChecks.dat - status "
                PayCheckFileStatus
            STOP RUN
        ELSE
            READ PayCheckFile
                AT END SET NoMoreChecks TO TRUE
            END-READ
            PERFORM LoadCheckEntry UNTIL NoMoreChecks
            CLOSE PayCheckFile
        END-IF
        END-IF.

    LoadCheckEntry.
        ADD 1 TO ChkCount
        IF ChkTableFull
            *> Saving a partial table would truncate the register -
            *> never run on half the checks
            DISPLAY "Check table full at " CkNum
                " - raise the table size - run abandoned"
            CLOSE PayCheckFile
            STOP RUN
        ELSE
            MOVE PayCheckData TO TabChkRecord(ChkCount)
        END-IF
        READ PayCheckFile
            AT END SET NoMoreChecks TO TRUE
        END-READ.

    SaveCheckTable.
        OPEN OUTPUT PayCheckFile.
        IF NOT PayCheckFileOpenOK
            DISPLAY "Unable to save PayChecks.dat - status "
                PayCheckFileStatus
            STOP RUN
        END-IF.
        PERFORM SaveCheckEntry VARYING ChkIdx FROM 1 BY 1
            UNTIL ChkIdx > ChkCount.
        CLOSE PayCheckFile.

    SaveCheckEntry.
        MOVE TabChkRecord(ChkIdx) TO PayCheckData
        WRITE PayCheckData.

    LoadEmployeeTable.
        OPEN INPUT EmployeeFile.
        IF NOT EmployeeFileOpenOK
            DISPLAY "Unable to open Employee.dat - status "
                EmployeeFileStatus
            STOP RUN
        END-IF.
        READ EmployeeFile
            AT END SET NoMoreEmployees TO TRUE
        END-READ.
        PERFORM LoadEmployeeEntry UNTIL NoMoreEmployees.
        CLOSE EmployeeFile.

    LoadEmployeeEntry.
        ADD 1 TO EmpCount
        IF EmpTableFull
            DISPLAY "Employee table full at " EmpID
                " - payees after it print as not on master"
            SUBTRACT 1 FROM EmpCount
            SET NoMoreEmployees TO TRUE
            EXIT PARAGRAPH
        END-IF
        MOVE EmpID TO TabEmpID(EmpCount)
        MOVE EmpName TO TabEmpName(EmpCount)
        READ EmployeeFile
            AT END SET NoMoreEmployees TO TRUE
        END-READ.

    SaveControl.
        OPEN OUTPUT PpControlFile
        IF PpControlFileStatus NOT = "00"
            AND PpControlFileStatus NOT = "05"
            DISPLAY "Unable to save PosPayCtl.dat - status "
                PpControlFileStatus
            STOP RUN
        END-IF
        MOVE SPACES TO PpControlRecord
        MOVE PpAccount TO PcAccount
        MOVE ThisSeq TO PcLastSeq
        MOVE RunDate TO PcLastDate
        MOVE HighChkNow TO PcHighChk
        COMPUTE PcLastCount = IssueCount + VoidCount
        MOVE IssueTotal TO PcLastTotal
        WRITE PpControlRecord
        CLOSE PpControlFile.
