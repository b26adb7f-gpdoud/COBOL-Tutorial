        01 EmpFoundIdx PIC 99 VALUE ZERO.
        01 ChkTable.
            02 ChkEntry OCCURS 500 TIMES INDEXED BY ChkIdx.
                03 TabChkRecord PIC X(96).
        01 ChkCount PIC 9(3) VALUE ZERO.
            88 ChkTableFull VALUE 501 THRU 999.
        01 EmpTable.
            02 EmpEntry OCCURS 50 TIMES.
                03 TabEmpRecord PIC X(250).
        01 EmpCount PIC 99 VALUE ZERO.
            88 EmpTableFull VALUE 51 THRU 99.
        01 EmpIdx PIC 99 VALUE ZERO.
        END-IF
        PERFORM BackOutYtd
        SET CheckVoided TO TRUE
        MOVE WSCurrentDateTime(1:8) TO CkVoidDate
        MOVE PayCheckData TO TabChkRecord(ChkFoundIdx)
        SET ChecksDirty TO TRUE
        DISPLAY "Check " WantedChkNum " voided and the employee's "
            EXIT PARAGRAPH
        END-IF
        SET CheckVoided TO TRUE
        MOVE WSCurrentDateTime(1:8) TO CkVoidDate
        MOVE PayCheckData TO TabChkRecord(ChkFoundIdx)
        *> The replacement carries the same amounts under a new
        *> number - the YTD already holds this pay once, so nothing
        MOVE NextChkNum TO CkNum
        MOVE WSCurrentDateTime(1:8) TO CkDate
        SET CheckOutstanding TO TRUE
        MOVE SPACES TO CkVoidDate
        SET PpNothingSent TO TRUE
        ADD 1 TO ChkCount
        IF ChkTableFull
            DISPLAY "Check table full - reissue abandoned, original "
        SUBTRACT CkFedTax FROM EmpYtdFedTax
        SUBTRACT CkIns FROM EmpYtdInsurance
        SUBTRACT CkNet FROM EmpYtdNet
        IF CkStateTax IS NUMERIC AND EmpYtdStateTax IS NUMERIC
            SUBTRACT CkStateTax FROM EmpYtdStateTax
        END-IF
        IF CkSocSec IS NUMERIC AND EmpYtdSocSec IS NUMERIC
            SUBTRACT CkSocSec FROM EmpYtdSocSec
            SUBTRACT CkMedicare FROM EmpYtdMedicare
            SUBTRACT CkSsWages FROM EmpYtdSsWages
        END-IF
        MOVE EmployeeData TO TabEmpRecord(EmpFoundIdx)
        SET EmployeesDirty TO TRUE.

