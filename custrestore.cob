        01 SaveIdx PIC 9(3) VALUE ZERO.
        01 HistTable.
            02 HistEntry OCCURS 500 TIMES.
                03 TabHistRecord PIC X(145).
        01 HistCount PIC 9(3) VALUE ZERO.
            88 HistTableFull VALUE 501 THRU 999.
        01 AuditAfter PIC X(131).
