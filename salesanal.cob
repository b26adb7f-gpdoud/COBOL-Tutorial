ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SalesHistFile ASSIGN USING HistName
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SalesHistFileStatus.
        SELECT CustomerFile ASSIGN TO "customer.txt"
        01 CustExists PIC X.
        01 WSFullName PIC X(31).
        COPY RETCODE.
        *> The online history unless an archive generation is picked
        01 HistBase PIC X(20) VALUE "SalesHist.dat".
        01 HistName PIC X(40) VALUE "SalesHist.dat".
        01 ProdTable.
            02 ProdEntry OCCURS 100 TIMES.
                03 TabProdName PIC X(10).
        01 PageHeading.
            02 FILLER PIC X(26) VALUE "MONTHLY SALES ANALYSIS -  ".
            02 PrnAnalMonth PIC X(6).
            02 FILLER PIC X(7) VALUE "  FROM ".
            02 PrnHistName PIC X(40).
        01 ProdHeads PIC X(100) VALUE
            "Rank  Product       MTD Qty       MTD Sales     YTD Qty       YTD Sales".
        01 ProdRankLine.
        DISPLAY "Analysis month (YYYYMM) : " WITH NO ADVANCING.
        ACCEPT AnalMonth.
        MOVE AnalMonth(1:4) TO AnalYear.
        CALL "ARCHPICK" USING HistBase, HistName, LRetCode.

        OPEN INPUT SalesHistFile.
        IF NOT SalesHistFileOpenOK
            DISPLAY "Unable to open " HistName " - status "
                SalesHistFileStatus
            STOP RUN
        END-IF.
        PERFORM TallyHistoryLine UNTIL NoMoreHist.

        MOVE AnalMonth TO PrnAnalMonth
        MOVE HistName TO PrnHistName
        WRITE PrintLine FROM PageHeading
        MOVE "MTD SALES" TO PrnTotLabel
        MOVE MtdSalesTotal TO PrnTotAmount
