                ActiveStatus BY SeqActiveStatus,
                CustIsActive BY SeqCustIsActive,
                CustIsInactive BY SeqCustIsInactive,
                CustSegment BY SeqCustSegment,
                DeactDate BY SeqDeactDate.

        FD AuditFile.
        01 ExtFoundIdx PIC 9(3) VALUE ZERO.
        01 ExtTable.
            02 ExtEntry OCCURS 500 TIMES.
                03 TabExtRecord PIC X(145).
                03 TabExtRecordFields REDEFINES TabExtRecord.
                    04 TabExtIDNum PIC 9(5).
                    04 FILLER PIC X(140).
        01 ExtCount PIC 9(3) VALUE ZERO.
            88 ExtTableFull VALUE 501 THRU 999.
        01 CustomerFileStatus PIC XX.
        MOVE Phone TO SeqPhone
        MOVE Email TO SeqEmail
        MOVE ActiveStatus TO SeqActiveStatus
        MOVE CustSegment TO SeqCustSegment
        MOVE DeactDate TO SeqDeactDate
        WRITE SeqCustomerData
        ADD 1 TO ExtractCount
