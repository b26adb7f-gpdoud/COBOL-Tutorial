        PERFORM LoadPendingTable.
        IF PendCount = ZERO
            DISPLAY "No pending price changes - nothing to apply"
            GOBACK
        END-IF.

        *> Before a single price moves, the master is snapshotted to a
            DISPLAY "BACKUP VERIFY FAILED - master " MasterCount
                " backup " BackupCount " - run abandoned"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        DISPLAY "Step 1 - backup written  : " WSBackupName.
        DISPLAY "Step 2 - backup verified : " BackupCount " records".
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        OPEN EXTEND PriceHistFile.
        IF PriceHistFileStatus NOT = "00" AND PriceHistFileStatus NOT = "05"
            DISPLAY "Unable to open PriceHist.dat - status "
                PriceHistFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF.
        PERFORM ApplyOnePending VARYING PendIdx FROM 1 BY 1
            UNTIL PendIdx > PendCount.
        PERFORM SavePendingTable.
        DISPLAY "Step 3 - applied " AppliedCount " price changes, "
            HeldCount " still queued".
        GOBACK.

    ApplyOnePending.
        MOVE TabPendRecord(PendIdx) TO PendingRecord
                " - raise the table size - run abandoned"
            CLOSE PendingFile
            MOVE 8 TO RETURN-CODE
            GOBACK
        ELSE
            MOVE PendingRecord TO TabPendRecord(PendCount)
            READ PendingFile
        IF PendingFileStatus NOT = "00" AND PendingFileStatus NOT = "05"
            DISPLAY "Unable to save PendPrice.dat - status "
                PendingFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        PERFORM SavePendingEntry VARYING PendIdx FROM 1 BY 1
            UNTIL PendIdx > PendCount
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        OPEN OUTPUT BackupFile
        IF NOT BackupFileOpenOK
            DISPLAY "Unable to open " WSBackupName " - status "
                BackupFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        READ ProductMaster NEXT RECORD
            AT END SET NoMoreMaster TO TRUE
        IF NOT BackupFileOpenOK
            DISPLAY "Unable to reopen " WSBackupName " - status "
                BackupFileStatus
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        READ BackupFile NEXT RECORD
            AT END SET NoMoreBackup TO TRUE
