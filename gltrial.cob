                03 TabAcctNum PIC 9(4).
                03 TabAcctDebits PIC 9(10)V99.
                03 TabAcctCredits PIC 9(10)V99.
                03 TabAcctOpening PIC S9(10)V99.
        01 AcctCount PIC 9(3) VALUE ZERO.
            88 AcctTableFull VALUE 101 THRU 999.
        01 Idx PIC 9(3) VALUE ZERO.
        01 Jdx PIC 9(3) VALUE ZERO.
        01 FoundIdx PIC 9(3) VALUE ZERO.
        01 SwapAcctEntry PIC X(40).
        01 AcctExists PIC X.
        01 TotDebits PIC 9(11)V99 VALUE ZERO.
        01 TotCredits PIC 9(11)V99 VALUE ZERO.
        01 TotOpening PIC S9(11)V99 VALUE ZERO.
        01 PageHeading.
            02 FILLER PIC X(26) VALUE "TRIAL BALANCE FOR PERIOD  ".
            02 PrnTrialPeriod PIC X(6).
        01 Heads PIC X(100) VALUE
            "Acct  Name                            Debits           Credits            Opening".
        01 AcctLine.
            02 PrnAcctNum PIC 9(4).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnDebits PIC $$$,$$$,$$9.99.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnCredits PIC $$$,$$$,$$9.99.
            02 FILLER PIC X(3) VALUE SPACE.
            02 PrnOpening PIC $$$,$$$,$$9.99CR.
        01 TotalsLine.
            02 FILLER PIC X(31) VALUE "TOTALS".
            02 PrnTotDebits PIC $$,$$$,$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotCredits PIC $$,$$$,$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotOpening PIC $$,$$$,$$$,$$9.99CR.
        01 BalancedLine PIC X(50) VALUE
            "  IN BALANCE - DEBITS EQUAL CREDITS".
        01 OutOfBalLine PIC X(50) VALUE
            "  *** OUT OF BALANCE - INVESTIGATE GLTRANS.DAT ***".
        01 OpenOutOfBalLine PIC X(50) VALUE
            "  *** OPENING BALANCES DO NOT NET TO ZERO ***".
        01 GLTransFileStatus PIC XX.
            88 GLTransFileOpenOK VALUE "00".
        01 ChartFileStatus PIC XX.
        *> debits and credits totaled per account with the names from
        *> the chart. glpost only ever writes balanced documents, so
        *> an out-of-balance total here means the journal file itself
        *> was touched by hand. The opening balances glclose writes
        *> into the first period of the new year are shown in their
        *> own column, debit positive, and kept out of the period's
        *> debits and credits - they are last year's balances, not
        *> this month's activity. The closing entries sit in period
        *> 13 of the year closed, so only a period 13 trial balance
        *> shows them.
        DISPLAY "Trial balance period (YYYYMM) : " WITH NO ADVANCING.
        ACCEPT TrialPeriod.

            UNTIL Idx > AcctCount
        MOVE TotDebits TO PrnTotDebits
        MOVE TotCredits TO PrnTotCredits
        MOVE TotOpening TO PrnTotOpening
        WRITE PrintLine FROM TotalsLine AFTER ADVANCING 2 LINES
        IF TotDebits = TotCredits
            WRITE PrintLine FROM BalancedLine AFTER ADVANCING 1 LINE
        ELSE
            WRITE PrintLine FROM OutOfBalLine AFTER ADVANCING 1 LINE
        END-IF.
        IF TotOpening NOT = ZERO
            WRITE PrintLine FROM OpenOutOfBalLine AFTER ADVANCING 1 LINE
        END-IF.

        CLOSE GLTransFile, ChartFile, TrialReport.
        DISPLAY "Trial balance complete - see TrialBal.rpt".
        IF GtPeriod = TrialPeriod
            PERFORM FindAcctEntry
            IF FoundIdx > ZERO
                IF GtSource = "OPEN"
                    IF LegIsDebit
                        ADD GtAmount TO TabAcctOpening(FoundIdx)
                        ADD GtAmount TO TotOpening
                    ELSE
                        SUBTRACT GtAmount FROM TabAcctOpening(FoundIdx)
                        SUBTRACT GtAmount FROM TotOpening
                    END-IF
                ELSE IF LegIsDebit
                    ADD GtAmount TO TabAcctDebits(FoundIdx)
                    ADD GtAmount TO TotDebits
                ELSE
                    ADD GtAmount TO TabAcctCredits(FoundIdx)
                    ADD GtAmount TO TotCredits
                END-IF
                END-IF
            END-IF
        END-IF
        READ GLTransFile
                MOVE GtAcctNum TO TabAcctNum(AcctCount)
                MOVE ZERO TO TabAcctDebits(AcctCount)
                MOVE ZERO TO TabAcctCredits(AcctCount)
                MOVE ZERO TO TabAcctOpening(AcctCount)
                MOVE AcctCount TO FoundIdx
            END-IF
        END-IF.
        END-IF
        MOVE TabAcctDebits(Idx) TO PrnDebits
        MOVE TabAcctCredits(Idx) TO PrnCredits
        MOVE TabAcctOpening(Idx) TO PrnOpening
        WRITE PrintLine FROM AcctLine AFTER ADVANCING 1 LINE.
