            88 NoMorePayments VALUE 'Y'.
        01 InvTable.
            02 InvEntry OCCURS 500 TIMES.
                03 TabInvRecord PIC X(76).
                03 TabInvRecordKey REDEFINES TabInvRecord.
                    04 TabInvNum PIC 9(5).
                    04 FILLER PIC X(62).
