       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. votereg.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT MergedFile ASSIGN TO "student_merged.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MergedFileStatus.
        SELECT OPTIONAL StudAcctFile ASSIGN TO "StudAcct.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS SaStudID
            FILE STATUS IS StudAcctFileStatus.
        SELECT CustomerFile ASSIGN TO "customer.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS IDNum
            ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
            FILE STATUS IS CustomerFileStatus.
        SELECT OPTIONAL VoteAuditFile ASSIGN TO "VoteAudit.log"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT OPTIONAL LastElectFile ASSIGN TO "LastElect.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LastElectFileStatus.
        SELECT VoterReport ASSIGN TO "VoterList.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS VoterReportStatus.
        SELECT LabelFile ASSIGN TO "VoterLabel.rpt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LabelFileStatus.
        SELECT LabelWorkFile ASSIGN TO "votelbl.tmp"
            ORGANIZATION IS LINE SEQUENTIAL.
        SELECT SortWorkFile ASSIGN TO "votesort.tmp".

DATA DIVISION.
    FILE SECTION.
        FD MergedFile.
        01 MStudData.
            COPY STUDREC REPLACING StudID BY MStudID,
                StudName BY MStudName,
                StudFirstName BY MStudFirstName,
                StudLastName BY MStudLastName,
                StudDOB BY MStudDOB,
                StudSection BY MStudSection.

        FD StudAcctFile.
        01 StudAcctData.
            COPY STUDACCT.

        FD CustomerFile.
        01 CustomerData.
            COPY CUSTREC.

        FD VoteAuditFile.
        01 VoteAuditLine PIC X(68).

        FD LastElectFile.
        01 LastElectRecord.
            02 LeDate PIC X(8).

        FD VoterReport.
        01 PrintLine PIC X(100).

        FD LabelFile.
        01 LabelLine PIC X(120).

        FD LabelWorkFile.
        01 LabelWorkRecord PIC X(95).

      *> One eligible student - the list is taken in name order within
      *> newly / already eligible, the labels in ZIP order
        SD SortWorkFile.
        01 SortRecord.
            02 SvGroup PIC 9.
                88 SvNewlyEligible VALUE 1.
            02 SvLastName PIC X(15).
            02 SvFirstName PIC X(15).
            02 SvStudID PIC 9(5).
            02 SvAge PIC 999.
            02 SvDOB PIC X(8).
            02 SvHasAddress PIC X.
                88 SvAddressOnFile VALUE 'Y'.
            02 SvStreet PIC X(25).
            02 SvCity PIC X(15).
            02 SvState PIC X(2).
            02 SvZip PIC X(5).
    WORKING-STORAGE SECTION.
        01 WSCurrentDateTime PIC X(21).
        01 WSFullName PIC X(31).
        01 VoteAuditDetail.
            02 VAudDate PIC X(8).
            02 FILLER PIC X VALUE SPACE.
            02 VAudTime PIC X(6).
            02 FILLER PIC X VALUE SPACE.
            02 FILLER PIC X(5) VALUE "AGE: ".
            02 VAudAge PIC ZZ9.
            02 FILLER PIC X VALUE SPACE.
            02 VAudResult PIC X(16).
            02 FILLER PIC X VALUE SPACE.
            02 VAudID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 VAudName PIC X(20).
        01 ElectDate PIC X(8) VALUE SPACES.
        01 ElectFields REDEFINES ElectDate.
            02 ElectYYYY PIC 9(4).
            02 ElectMM PIC 99.
            02 ElectDD PIC 99.
        01 ElectMMDD PIC 9(4).
        01 PrevElectIn PIC X(8) VALUE SPACES.
        01 PrevElectDate PIC X(8) VALUE SPACES.
        01 PrevFields REDEFINES PrevElectDate.
            02 PrevYYYY PIC 9(4).
            02 FILLER PIC X(4).
        01 PrevMMDD PIC 9(4).
        01 HavePrevElection PIC X VALUE 'N'.
            88 PrevElectionKnown VALUE 'Y'.
        01 ValidDateEntry PIC X VALUE 'N'.
            88 DateEntryIsValid VALUE 'Y'.
        01 RecordElection PIC X VALUE 'N'.
            88 RecordThisElection VALUE 'Y'.
        01 LabelMode PIC 9 VALUE 1.
            88 LabelAllEligible VALUE 1.
            88 LabelNewlyEligible VALUE 2.
        01 StockMode PIC 9 VALUE 1.
            88 OneAcross VALUE 1.
            88 ThreeAcross VALUE 3.
        01 DobFields.
            02 DobYYYY PIC 9(4).
            02 DobMMDD PIC 9(4).
        01 Age PIC 999 VALUE 0.
            88 AgeInValidRange VALUE 0 THRU 120.
        01 PrevAge PIC 999 VALUE 0.
        01 MergedEOF PIC X VALUE 'N'.
            88 NoMoreStudents VALUE 'Y'.
        01 SortEOF PIC X VALUE 'N'.
            88 NoMoreSorted VALUE 'Y'.
        01 CurrGroup PIC 9 VALUE ZERO.
        01 GroupCount PIC 9(5) VALUE ZERO.
        01 ReadCount PIC 9(5) VALUE ZERO.
        01 EligibleCount PIC 9(5) VALUE ZERO.
        01 NewlyCount PIC 9(5) VALUE ZERO.
        01 UnderageCount PIC 9(5) VALUE ZERO.
        01 InvalidCount PIC 9(5) VALUE ZERO.
        01 NoAddressCount PIC 9(5) VALUE ZERO.
        01 LabelCount PIC 9(5) VALUE ZERO.
        01 RowCount PIC 9(5) VALUE ZERO.
        01 ColIdx PIC 9 VALUE ZERO.
        01 CityLine PIC X(40).
        01 LabelBuffer.
            02 LabelColumn OCCURS 3 TIMES.
                03 ColName PIC X(40).
                03 ColStreet PIC X(40).
                03 ColCity PIC X(40).
        01 ReportHeading.
            02 FILLER PIC X(38) VALUE
                "VOTER REGISTRATION DRIVE - ELECTION  ".
            02 PrnElectDate PIC X(8).
        01 PrevHeading.
            02 FILLER PIC X(38) VALUE
                "PREVIOUS ELECTION                    ".
            02 PrnPrevDate PIC X(12).
        01 GroupHeading.
            02 PrnGroupTitle PIC X(60).
        01 ColumnHeads PIC X(100) VALUE
            "  ID    NAME                            BORN      AGE  MAILING ADDRESS".
        01 VoterLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStudID PIC 9(5).
            02 FILLER PIC X VALUE SPACE.
            02 PrnStudName PIC X(31).
            02 FILLER PIC X VALUE SPACE.
            02 PrnDOB PIC X(8).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAge PIC ZZ9.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnAddress PIC X(45).
        01 GroupTotalLine.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnGroupCount PIC ZZZZ9.
            02 FILLER PIC X(10) VALUE " STUDENTS".
        01 SummaryLine.
            02 PrnSummaryLabel PIC X(36).
            02 PrnSummaryCount PIC ZZZZ9.
        01 MergedFileStatus PIC XX.
            88 MergedFileOpenOK VALUE "00".
        01 StudAcctFileStatus PIC XX.
            88 StudAcctFileOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
            88 CustomerFileOpenOK VALUE "00".
        01 LastElectFileStatus PIC XX.
        01 VoterReportStatus PIC XX.
            88 VoterReportOpenOK VALUE "00".
        01 LabelFileStatus PIC XX.
            88 LabelFileOpenOK VALUE "00".
        COPY RETCODE.

PROCEDURE DIVISION.
    StartVoterDrive.
        *> Voter registration drive list for the civic office. Every
        *> student on student_merged.dat is aged from StudDOB as of the
        *> election date - the same year-and-birthday arithmetic the
        *> coboltut3 batch check uses - and each determination is
        *> logged to VoteAudit.log so votestats counts the drive with
        *> the desk checks. Students 18 or older on the day are listed
        *> in two groups: newly eligible (under 18 on the last
        *> election, kept on LastElect.dat) and already eligible.
        *> Mailing addresses come from the customer account StudAcct.dat
        *> links the student to, and labels print on the same 1-across
        *> or 3-across stock as maillabel, in ZIP order.
        PERFORM GetLastElection.
        PERFORM UNTIL DateEntryIsValid
            DISPLAY "Election date YYYYMMDD : " WITH NO ADVANCING
            ACCEPT ElectDate
            IF ElectDate IS NOT NUMERIC
                DISPLAY "Date must be YYYYMMDD - re-enter"
            ELSE IF ElectMM < 1 OR ElectMM > 12
                OR ElectDD < 1 OR ElectDD > 31
                DISPLAY "Not a valid date - re-enter"
            ELSE IF PrevElectionKnown AND ElectDate NOT > PrevElectDate
                DISPLAY "Election must be after the previous one ("
                    PrevElectDate ") - re-enter"
            ELSE
                SET DateEntryIsValid TO TRUE
            END-IF
        END-PERFORM.
        MOVE ElectDate(5:4) TO ElectMMDD
        IF PrevElectionKnown
            MOVE PrevElectDate(5:4) TO PrevMMDD
        END-IF.
        DISPLAY "Labels  1=All eligible  2=Newly eligible only : "
            WITH NO ADVANCING.
        ACCEPT LabelMode.
        IF NOT LabelNewlyEligible
            MOVE 1 TO LabelMode
        END-IF.
        DISPLAY "Label stock  1=1-across  3=3-across : " WITH NO ADVANCING.
        ACCEPT StockMode.
        IF NOT ThreeAcross
            MOVE 1 TO StockMode
        END-IF.
        DISPLAY "Record " ElectDate " as the last election (Y/N) : "
            WITH NO ADVANCING.
        ACCEPT RecordElection.
        MOVE FUNCTION UPPER-CASE(RecordElection) TO RecordElection.

        OPEN INPUT MergedFile.
        IF NOT MergedFileOpenOK
            DISPLAY "Unable to open student_merged.dat - status "
                MergedFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN INPUT StudAcctFile.
        IF StudAcctFileStatus NOT = "00" AND StudAcctFileStatus NOT = "05"
            DISPLAY "Unable to open StudAcct.dat - status "
                StudAcctFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN INPUT CustomerFile.
        IF NOT CustomerFileOpenOK
            DISPLAY "Unable to open customer.txt - status "
                CustomerFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT VoterReport.
        IF NOT VoterReportOpenOK
            DISPLAY "Unable to open VoterList.rpt - status "
                VoterReportStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN OUTPUT LabelFile.
        IF NOT LabelFileOpenOK
            DISPLAY "Unable to open VoterLabel.rpt - status "
                LabelFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN EXTEND VoteAuditFile.
        OPEN OUTPUT LabelWorkFile.

        MOVE ElectDate TO PrnElectDate
        WRITE PrintLine FROM ReportHeading
        IF PrevElectionKnown
            MOVE PrevElectDate TO PrnPrevDate
        ELSE
            MOVE "NONE ON FILE" TO PrnPrevDate
        END-IF
        WRITE PrintLine FROM PrevHeading AFTER ADVANCING 1 LINE.

        *> Pass 1 - the list, by group and name; the students wanted on
        *> labels are staged for the ZIP-order pass
        SORT SortWorkFile ON ASCENDING KEY SvGroup, SvLastName,
                SvFirstName, SvStudID
            INPUT PROCEDURE IS SelectVoters
            OUTPUT PROCEDURE IS PrintVoterList.
        CLOSE LabelWorkFile.

        *> Pass 2 - the labels, in postal order
        SORT SortWorkFile ON ASCENDING KEY SvZip, SvLastName, SvFirstName
            USING LabelWorkFile
            OUTPUT PROCEDURE IS PrintLabels.

        PERFORM PrintSummary.
        CLOSE MergedFile, StudAcctFile, CustomerFile, VoteAuditFile,
            VoterReport, LabelFile.
        IF RecordThisElection
            OPEN OUTPUT LastElectFile
            MOVE ElectDate TO LeDate
            WRITE LastElectRecord
            CLOSE LastElectFile
        END-IF.
        DISPLAY EligibleCount " eligible (" NewlyCount " newly), "
            LabelCount " labels - see VoterList.rpt and VoterLabel.rpt".
        GOBACK.

    GetLastElection.
        *> The previous election is remembered from the last drive run
        *> and can be overridden - blank keeps it, NONE drops it
        OPEN INPUT LastElectFile
        IF LastElectFileStatus = "00"
            READ LastElectFile
                AT END MOVE SPACES TO LeDate
            END-READ
            IF LeDate IS NUMERIC
                MOVE LeDate TO PrevElectDate
            END-IF
        END-IF
        CLOSE LastElectFile
        IF PrevElectDate = SPACES
            DISPLAY "Previous election YYYYMMDD (blank = none) : "
                WITH NO ADVANCING
        ELSE
            DISPLAY "Previous election YYYYMMDD (blank = "
                PrevElectDate ", NONE = none) : " WITH NO ADVANCING
        END-IF
        ACCEPT PrevElectIn
        MOVE FUNCTION UPPER-CASE(PrevElectIn) TO PrevElectIn
        IF PrevElectIn = "NONE"
            MOVE SPACES TO PrevElectDate
        ELSE IF PrevElectIn NOT = SPACES
            IF PrevElectIn IS NUMERIC
                MOVE PrevElectIn TO PrevElectDate
            ELSE
                DISPLAY "Previous election date ignored - not YYYYMMDD"
            END-IF
        END-IF
        END-IF
        IF PrevElectDate NOT = SPACES
            SET PrevElectionKnown TO TRUE
        END-IF.

    SelectVoters.
        READ MergedFile
            AT END SET NoMoreStudents TO TRUE
        END-READ
        PERFORM CheckOneStudent UNTIL NoMoreStudents.

    CheckOneStudent.
        ADD 1 TO ReadCount
        MOVE SPACES TO WSFullName
        STRING MStudFirstName DELIMITED BY "  "
            " " MStudLastName DELIMITED BY "  "
            INTO WSFullName
        MOVE MStudID TO VAudID
        MOVE WSFullName TO VAudName
        MOVE MStudDOB TO DobFields
        IF MStudDOB IS NOT NUMERIC OR DobYYYY > ElectYYYY
            MOVE 999 TO Age
        ELSE
            COMPUTE Age = ElectYYYY - DobYYYY
            IF ElectMMDD < DobMMDD
                SUBTRACT 1 FROM Age
            END-IF
        END-IF
        EVALUATE TRUE
            WHEN MStudDOB IS NOT NUMERIC
            WHEN NOT AgeInValidRange
                MOVE "INVALID AGE" TO VAudResult
                ADD 1 TO InvalidCount
            WHEN Age NOT < 18
                MOVE "CAN VOTE" TO VAudResult
                PERFORM ReleaseVoter
            WHEN OTHER
                MOVE "CANNOT VOTE" TO VAudResult
                ADD 1 TO UnderageCount
        END-EVALUATE
        PERFORM WriteVoteAudit
        READ MergedFile
            AT END SET NoMoreStudents TO TRUE
        END-READ.

    ReleaseVoter.
        *> Newly eligible = under 18 on the previous election day; with
        *> no previous election on file, this is the first drive and
        *> every eligible student is new to the list
        ADD 1 TO EligibleCount
        MOVE SPACES TO SortRecord
        MOVE 2 TO SvGroup
        IF PrevElectionKnown
            COMPUTE PrevAge = PrevYYYY - DobYYYY
            IF PrevMMDD < DobMMDD
                SUBTRACT 1 FROM PrevAge
            END-IF
            IF PrevAge < 18
                MOVE 1 TO SvGroup
            END-IF
        ELSE
            MOVE 1 TO SvGroup
        END-IF
        IF SvNewlyEligible
            ADD 1 TO NewlyCount
        END-IF
        MOVE MStudLastName TO SvLastName
        MOVE MStudFirstName TO SvFirstName
        MOVE MStudID TO SvStudID
        MOVE Age TO SvAge
        MOVE MStudDOB TO SvDOB
        PERFORM FindMailingAddress
        RELEASE SortRecord.

    FindMailingAddress.
        *> The student's billing account - their own or a parent's -
        *> is the address the school mails to
        MOVE 'N' TO SvHasAddress
        MOVE MStudID TO SaStudID
        READ StudAcctFile
            INVALID KEY EXIT PARAGRAPH
        END-READ
        MOVE SaCustID TO IDNum
        READ CustomerFile
            INVALID KEY EXIT PARAGRAPH
        END-READ
        IF CustIsActive AND AddrStreet NOT = SPACES
            SET SvAddressOnFile TO TRUE
            MOVE AddrStreet TO SvStreet
            MOVE AddrCity TO SvCity
            MOVE AddrState TO SvState
            MOVE AddrZip TO SvZip
        END-IF.

    WriteVoteAudit.
        MOVE FUNCTION CURRENT-DATE TO WSCurrentDateTime
        MOVE WSCurrentDateTime(1:8) TO VAudDate
        MOVE WSCurrentDateTime(9:6) TO VAudTime
        MOVE Age TO VAudAge
        WRITE VoteAuditLine FROM VoteAuditDetail.

    PrintVoterList.
        MOVE 'N' TO SortEOF
        MOVE ZERO TO CurrGroup
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN
        PERFORM PrintOneVoter UNTIL NoMoreSorted
        IF CurrGroup NOT = ZERO
            PERFORM PrintGroupTotal
        END-IF.

    PrintOneVoter.
        IF SvGroup NOT = CurrGroup
            IF CurrGroup NOT = ZERO
                PERFORM PrintGroupTotal
            END-IF
            MOVE SvGroup TO CurrGroup
            MOVE ZERO TO GroupCount
            IF SvNewlyEligible
                MOVE "NEWLY ELIGIBLE SINCE THE LAST ELECTION"
                    TO PrnGroupTitle
            ELSE
                MOVE "ALREADY ELIGIBLE AT THE LAST ELECTION"
                    TO PrnGroupTitle
            END-IF
            WRITE PrintLine FROM GroupHeading AFTER ADVANCING 3 LINES
            WRITE PrintLine FROM ColumnHeads AFTER ADVANCING 2 LINES
        END-IF
        ADD 1 TO GroupCount
        MOVE SPACES TO WSFullName
        STRING SvFirstName DELIMITED BY "  "
            " " SvLastName DELIMITED BY "  "
            INTO WSFullName
        MOVE SvStudID TO PrnStudID
        MOVE WSFullName TO PrnStudName
        MOVE SvDOB TO PrnDOB
        MOVE SvAge TO PrnAge
        MOVE SPACES TO PrnAddress
        IF SvAddressOnFile
            STRING SvStreet DELIMITED BY "  "
                ", " SvCity DELIMITED BY "  "
                " " SvState " " SvZip DELIMITED BY SIZE
                INTO PrnAddress
        ELSE
            MOVE "** NO MAILING ADDRESS ON FILE **" TO PrnAddress
            ADD 1 TO NoAddressCount
        END-IF
        WRITE PrintLine FROM VoterLine AFTER ADVANCING 1 LINE
        IF SvAddressOnFile
            AND (LabelAllEligible OR SvNewlyEligible)
            WRITE LabelWorkRecord FROM SortRecord
        END-IF
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN.

    PrintGroupTotal.
        MOVE GroupCount TO PrnGroupCount
        WRITE PrintLine FROM GroupTotalLine AFTER ADVANCING 2 LINES.

    PrintLabels.
        MOVE 'N' TO SortEOF
        MOVE ZERO TO ColIdx
        MOVE SPACES TO LabelBuffer
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN
        PERFORM PrintOneLabel UNTIL NoMoreSorted
        IF ThreeAcross AND ColIdx > ZERO
            PERFORM FlushLabelRow
        END-IF.

    PrintOneLabel.
        CALL "NAMEFMT" USING SvFirstName, SvLastName, WSFullName, LRetCode
        MOVE SPACES TO CityLine
        STRING SvCity DELIMITED BY "  "
            " " SvState " " SvZip DELIMITED BY SIZE
            INTO CityLine
        END-STRING
        ADD 1 TO LabelCount
        IF ThreeAcross
            ADD 1 TO ColIdx
            MOVE WSFullName TO ColName(ColIdx)
            MOVE SvStreet TO ColStreet(ColIdx)
            MOVE CityLine TO ColCity(ColIdx)
            IF ColIdx = 3
                PERFORM FlushLabelRow
            END-IF
        ELSE
            WRITE LabelLine FROM WSFullName
            WRITE LabelLine FROM SvStreet
            WRITE LabelLine FROM CityLine
            MOVE SPACES TO LabelLine
            WRITE LabelLine
            ADD 1 TO RowCount
        END-IF
        RETURN SortWorkFile
            AT END SET NoMoreSorted TO TRUE
        END-RETURN.

    FlushLabelRow.
        MOVE SPACES TO LabelLine
        STRING ColName(1) ColName(2) ColName(3)
            DELIMITED BY SIZE INTO LabelLine
        WRITE LabelLine
        MOVE SPACES TO LabelLine
        STRING ColStreet(1) ColStreet(2) ColStreet(3)
            DELIMITED BY SIZE INTO LabelLine
        WRITE LabelLine
        MOVE SPACES TO LabelLine
        STRING ColCity(1) ColCity(2) ColCity(3)
            DELIMITED BY SIZE INTO LabelLine
        WRITE LabelLine
        MOVE SPACES TO LabelLine
        WRITE LabelLine
        ADD 1 TO RowCount
        MOVE SPACES TO LabelBuffer
        MOVE ZERO TO ColIdx.

    PrintSummary.
        MOVE "RUN SUMMARY" TO PrintLine
        WRITE PrintLine AFTER ADVANCING 3 LINES
        MOVE "Students read" TO PrnSummaryLabel
        MOVE ReadCount TO PrnSummaryCount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
        MOVE "Eligible on election day" TO PrnSummaryLabel
        MOVE EligibleCount TO PrnSummaryCount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "  Newly eligible" TO PrnSummaryLabel
        MOVE NewlyCount TO PrnSummaryCount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "Under 18 on election day" TO PrnSummaryLabel
        MOVE UnderageCount TO PrnSummaryCount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "Date of birth missing or invalid" TO PrnSummaryLabel
        MOVE InvalidCount TO PrnSummaryCount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "Eligible with no mailing address" TO PrnSummaryLabel
        MOVE NoAddressCount TO PrnSummaryCount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "Labels printed" TO PrnSummaryLabel
        MOVE LabelCount TO PrnSummaryCount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE.
