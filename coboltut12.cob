                ActiveStatus BY SIActiveStatus,
                CustIsActive BY SICustIsActive,
                CustIsInactive BY SICustIsInactive,
                CustSegment BY SICustSegment,
                DeactDate BY SIDeactDate.

        SD SortWorkFile.
                ActiveStatus BY SWActiveStatus,
                CustIsActive BY SWCustIsActive,
                CustIsInactive BY SWCustIsInactive,
                CustSegment BY SWCustSegment,
                DeactDate BY SWDeactDate.

        FD CustomerCSV.
            02 FILLER PIC X(3) VALUE SPACE.
            02 FILLER PIC X(10) VALUE "Run Time: ".
            02 PrnRunTime PIC X(8).
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnSegmentTitle PIC X(9) VALUE SPACE.
            02 PrnSegment PIC X(2) VALUE SPACE.
        01 PageFooting.
            02 FILLER PIC X(15) VALUE SPACE.
            02 FILLER PIC X(7) VALUE "PAGE : ".
        01 WSLastSectionLetter PIC X VALUE SPACE.
        01 WantCSV PIC X VALUE 'N'.
            88 CSVRequested VALUE 'Y'.
        01 SegmentWanted PIC X(2) VALUE SPACES.
        01 CSVOutLine.
            02 CSVIDNum PIC 9(5).
            02 FILLER PIC X VALUE ",".
            02 CSVPhone PIC X(12).
            02 FILLER PIC X VALUE ",".
            02 CSVEmail PIC X(30).
            02 FILLER PIC X VALUE ",".
            02 CSVSegment PIC X(2).
        01 CustomerReportStatus PIC XX.
            88 CustomerReportOpenOK VALUE "00".
        01 CustomerFileStatus PIC XX.
    PERFORM GetRunDateTime.
    DISPLAY "Also write a CSV copy of this report (Y/N) " WITH NO ADVANCING.
    ACCEPT WantCSV.
    *> A purchase segment from the rfmscore run narrows the list (and
    *> the CSV) to the customers a mailing is aimed at
    DISPLAY "Only customers in segment (CH/NW/RC/AR/LP/NP, blank = all) "
        WITH NO ADVANCING.
    ACCEPT SegmentWanted.
    MOVE FUNCTION UPPER-CASE(SegmentWanted) TO SegmentWanted.
    IF SegmentWanted NOT = SPACES
        MOVE "Segment: " TO PrnSegmentTitle
        MOVE SegmentWanted TO PrnSegment
    END-IF.

    *> Guarantees the sort order the alphabetic section breaks below
    *> depend on, rather than trusting Customer.dat to already be sorted.
    ADD 1 TO Pagecount.

PrintReportBody.
    IF SegmentWanted NOT = SPACES AND CustSegment NOT = SegmentWanted
        READ CustomerFile
            AT END SET WSEOF TO TRUE
        END-READ
        EXIT PARAGRAPH
    END-IF.

    IF NewPageRequired THEN
        MOVE PageCount TO PrnPageNum
        WRITE PrintLine FROM PageFooting AFTER ADVANCING 5 LINES
        MOVE CustAddress TO CSVAddress
        MOVE Phone TO CSVPhone
        MOVE Email TO CSVEmail
        MOVE CustSegment TO CSVSegment
        WRITE CSVLine FROM CSVOutLine
    END-IF.

