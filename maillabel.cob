                ActiveStatus BY SWActiveStatus,
                CustIsActive BY SWCustIsActive,
                CustIsInactive BY SWCustIsInactive,
                CustSegment BY SWCustSegment,
                DeactDate BY SWDeactDate.

        FD MailListFile.
            88 SelectByName VALUE 2.
            88 SelectByZip VALUE 3.
            88 SelectByList VALUE 4.
            88 SelectBySegment VALUE 5.
        01 StockMode PIC 9 VALUE 1.
            88 OneAcross VALUE 1.
            88 ThreeAcross VALUE 3.
        01 NameTo PIC X(15) VALUE HIGH-VALUES.
        01 ZipFrom PIC X(5) VALUE SPACES.
        01 ZipTo PIC X(5) VALUE HIGH-VALUES.
        01 SegmentWanted PIC X(2) VALUE SPACES.
        01 MailListEOF PIC X VALUE 'N'.
            88 NoMoreMailList VALUE 'Y'.
        01 MailListTable.
    *> NAMEFMT subprogram for the name-combining logic first worked out
    *> in coboltut9. The run selects who gets a label (everyone, a
    *> LastName range, a ZIP range, or the IDNums listed in
    *> MailList.dat, or one purchase segment from the rfmscore run),
    *> prints 1-across or 3-across label stock, and sequences the
    *> output in postal (ZIP) order.
    StartLabels.
        DISPLAY "Select  1=All active  2=LastName range  3=ZIP range  "
            "4=IDs from MailList.dat  5=Segment : " WITH NO ADVANCING.
        ACCEPT SelectMode.
        EVALUATE TRUE
            WHEN SelectByName
                ACCEPT ZipTo
            WHEN SelectByList
                PERFORM LoadMailList
            WHEN SelectBySegment
                DISPLAY "Segment  CH champion  NW new  RC recent  "
                    "AR at risk  LP lapsed  NP none : " WITH NO ADVANCING
                ACCEPT SegmentWanted
                MOVE FUNCTION UPPER-CASE(SegmentWanted) TO SegmentWanted
            WHEN OTHER
                CONTINUE
        END-EVALUATE.
            WHEN SelectByList
                PERFORM CheckIDOnList
                MOVE IDOnList TO SelectedFlag
            WHEN SelectBySegment
                IF CustSegment = SegmentWanted
                    MOVE 'Y' TO SelectedFlag
                ELSE
                    MOVE 'N' TO SelectedFlag
                END-IF
            WHEN OTHER
                MOVE 'Y' TO SelectedFlag
        END-EVALUATE.
