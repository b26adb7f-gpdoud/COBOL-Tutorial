            02 QaGross PIC 9(6)V99.
            02 FILLER PIC X.
            02 QaFedTax PIC 9(6)V99.
            02 FILLER PIC X.
            02 QaStateTax PIC 9(6)V99.
            02 FILLER PIC X.
            02 QaWorkState PIC X(2).
            02 FILLER PIC X.
            02 QaSsWages PIC 9(6)V99.
            02 FILLER PIC X.
            02 QaSocSec PIC 9(5)V99.
            02 FILLER PIC X.
            02 QaMedicare PIC 9(5)V99.
            02 FILLER PIC X.
            02 QaFutaWages PIC 9(6)V99.
            02 FILLER PIC X.
            02 QaFuta PIC 9(5)V99.
            02 FILLER PIC X.
            02 QaSutaWages PIC 9(6)V99.
            02 FILLER PIC X.
            02 QaSuta PIC 9(5)V99.

        FD EmployeeFile.
        01 EmployeeData.
            COPY EMPREC.

        FD LiabilityReport.
        01 PrintLine PIC X(132).
    WORKING-STORAGE SECTION.
        01 QtrAccEOF PIC X VALUE 'N'.
            88 NoMoreQtrAcc VALUE 'Y'.
                03 TabQtFedTax PIC 9(8)V99.
                03 TabYrGross PIC 9(8)V99.
                03 TabYrFedTax PIC 9(8)V99.
                03 TabQtStateTax PIC 9(8)V99.
                03 TabYrStateTax PIC 9(8)V99.
                03 TabQtState PIC X(2).
                03 TabQtSocSec PIC 9(8)V99.
                03 TabQtMedicare PIC 9(8)V99.
                03 TabYrSocSec PIC 9(8)V99.
                03 TabYrMedicare PIC 9(8)V99.
        01 QtCount PIC 99 VALUE ZERO.
            88 QtTableFull VALUE 51 THRU 99.
        01 Idx PIC 99 VALUE ZERO.
        01 MismatchCount PIC 9(3) VALUE ZERO.
        01 TotQtGross PIC 9(9)V99 VALUE ZERO.
        01 TotQtFedTax PIC 9(9)V99 VALUE ZERO.
        01 TotQtStateTax PIC 9(9)V99 VALUE ZERO.
        01 RowStateTax PIC 9(6)V99 VALUE ZERO.
        01 WorkYtdStateTax PIC 9(6)V99 VALUE ZERO.
        01 RowSocSec PIC 9(5)V99 VALUE ZERO.
        01 RowMedicare PIC 9(5)V99 VALUE ZERO.
        01 WorkYtdSocSec PIC 9(6)V99 VALUE ZERO.
        01 WorkYtdMedicare PIC 9(6)V99 VALUE ZERO.
        *> Quarter figures for the federal 941 and 940 - Social
        *> Security and Medicare at both halves, employer FUTA and
        *> SUTA against the wages under their bases
        01 TotQtSocSec PIC 9(9)V99 VALUE ZERO.
        01 TotQtMedicare PIC 9(9)V99 VALUE ZERO.
        01 TotQtSsWages PIC 9(9)V99 VALUE ZERO.
        01 TotQtMedWages PIC 9(9)V99 VALUE ZERO.
        01 TotQtFutaWages PIC 9(9)V99 VALUE ZERO.
        01 TotQtFuta PIC 9(9)V99 VALUE ZERO.
        01 TotQtSutaWages PIC 9(9)V99 VALUE ZERO.
        01 TotQtSuta PIC 9(9)V99 VALUE ZERO.
        01 SumAmount PIC 9(9)V99 VALUE ZERO.
        01 FederalHeads PIC X(132) VALUE
            "EMPLOYMENT TAXES FOR THE QUARTER".
        01 SummaryLine.
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnSumLabel PIC X(44).
            02 PrnSumAmount PIC $$,$$$,$$9.99.
        *> Quarter wages and withholding per work state - the figures
        *> each state's own return asks for
        01 StateTotTable.
            02 StateTotEntry OCCURS 20 TIMES.
                03 TabStCode PIC X(2).
                03 TabStGross PIC 9(9)V99.
                03 TabStTax PIC 9(9)V99.
        01 StCount PIC 99 VALUE ZERO.
            88 StTableFull VALUE 21 THRU 99.
        01 StIdx PIC 99 VALUE ZERO.
        01 StFoundIdx PIC 99 VALUE ZERO.
        01 StateHeads PIC X(110) VALUE
            "STATE WITHHOLDING   State   Gross Wages   Tax Withheld".
        01 StateLine.
            02 FILLER PIC X(20) VALUE SPACE.
            02 PrnStCode PIC X(2).
            02 FILLER PIC X(4) VALUE SPACE.
            02 PrnStGross PIC $$,$$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStTax PIC $$,$$$,$$9.99.
        01 PageHeading.
            02 FILLER PIC X(33)
                VALUE "QUARTERLY PAYROLL TAX LIABILITY  ".
            02 PrnYear PIC 9(4).
            02 FILLER PIC X(3) VALUE " Q".
            02 PrnQtr PIC 9.
        01 Heads PIC X(132) VALUE
            "EmpID  Name                    Gross Wages  Taxable Wages   Tax Withheld  St   State Tax     Soc Sec    Medicare".
        01 EmpLine.
            02 PrnEmpID PIC 9(5).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnTaxable PIC $$$,$$9.99.
            02 FILLER PIC X(5) VALUE SPACE.
            02 PrnFedTax PIC $$$,$$9.99.
            02 FILLER PIC X(6) VALUE SPACE.
            02 PrnWorkState PIC X(2).
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnStateTax PIC $$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnSocSec PIC $$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnMedicare PIC $$$,$$9.99.
            02 FILLER PIC X(2) VALUE SPACE.
            02 PrnFlag PIC X(20).
        01 TotalsLine.
            02 PrnTotGross PIC $$,$$$,$$9.99.
            02 FILLER PIC X(15) VALUE SPACE.
            02 PrnTotFedTax PIC $$,$$$,$$9.99.
            02 FILLER PIC X(7) VALUE SPACE.
            02 PrnTotStateTax PIC $$,$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotSocSec PIC $$,$$$,$$9.99.
            02 FILLER PIC X VALUE SPACE.
            02 PrnTotMedicare PIC $$,$$$,$$9.99.
        01 MismatchFoot.
            02 FILLER PIC X(36)
                VALUE "EMPLOYEES WHERE QUARTERS <> YTD   : ".

        MOVE TotQtGross TO PrnTotGross
        MOVE TotQtFedTax TO PrnTotFedTax
        MOVE TotQtStateTax TO PrnTotStateTax
        MOVE TotQtSocSec TO PrnTotSocSec
        MOVE TotQtMedicare TO PrnTotMedicare
        WRITE PrintLine FROM TotalsLine AFTER ADVANCING 2 LINES
        PERFORM PrintEmploymentTaxes
        IF StCount > ZERO
            WRITE PrintLine FROM StateHeads AFTER ADVANCING 2 LINES
            PERFORM PrintOneStateTotal VARYING StIdx FROM 1 BY 1
                UNTIL StIdx > StCount
        END-IF
        MOVE MismatchCount TO PrnMismatchCount
        WRITE PrintLine FROM MismatchFoot AFTER ADVANCING 1 LINE.
        CLOSE EmployeeFile, LiabilityReport.
    TallyOneRow.
        IF QaDate(1:4) = WantedYear
            MOVE QaDate(5:2) TO RowMonth
            *> Rows from before state withholding read back as spaces
            IF QaStateTax IS NUMERIC
                MOVE QaStateTax TO RowStateTax
            ELSE
                MOVE ZERO TO RowStateTax
            END-IF
            *> Rows from before FICA carry none either
            IF QaSocSec IS NUMERIC
                MOVE QaSocSec TO RowSocSec
                MOVE QaMedicare TO RowMedicare
            ELSE
                MOVE ZERO TO RowSocSec, RowMedicare
            END-IF
            PERFORM FindQtEntry
            IF FoundIdx > ZERO
                ADD RowSocSec TO TabYrSocSec(FoundIdx)
                ADD RowMedicare TO TabYrMedicare(FoundIdx)
                ADD QaGross TO TabYrGross(FoundIdx)
                ADD QaFedTax TO TabYrFedTax(FoundIdx)
                ADD RowStateTax TO TabYrStateTax(FoundIdx)
                IF RowMonth NOT < QtrFromMonth
                    AND RowMonth NOT > QtrThruMonth
                    ADD QaGross TO TabQtGross(FoundIdx)
                    ADD QaFedTax TO TabQtFedTax(FoundIdx)
                    ADD RowStateTax TO TabQtStateTax(FoundIdx)
                    ADD RowSocSec TO TabQtSocSec(FoundIdx)
                    ADD RowMedicare TO TabQtMedicare(FoundIdx)
                    PERFORM TallyEmploymentTaxes
                    IF QaWorkState NOT = SPACES
                        MOVE QaWorkState TO TabQtState(FoundIdx)
                    END-IF
                    PERFORM TallyStateTotal
                END-IF
            END-IF
        END-IF
                MOVE ZERO TO TabQtFedTax(QtCount)
                MOVE ZERO TO TabYrGross(QtCount)
                MOVE ZERO TO TabYrFedTax(QtCount)
                MOVE ZERO TO TabQtStateTax(QtCount)
                MOVE ZERO TO TabYrStateTax(QtCount)
                MOVE SPACES TO TabQtState(QtCount)
                MOVE ZERO TO TabQtSocSec(QtCount)
                MOVE ZERO TO TabQtMedicare(QtCount)
                MOVE ZERO TO TabYrSocSec(QtCount)
                MOVE ZERO TO TabYrMedicare(QtCount)
                MOVE QtCount TO FoundIdx
            END-IF
        END-IF.
            *> the gross wages
            MOVE TabQtGross(FoundIdx) TO PrnTaxable
            MOVE TabQtFedTax(FoundIdx) TO PrnFedTax
            MOVE TabQtState(FoundIdx) TO PrnWorkState
            MOVE TabQtStateTax(FoundIdx) TO PrnStateTax
            MOVE TabQtSocSec(FoundIdx) TO PrnSocSec
            MOVE TabQtMedicare(FoundIdx) TO PrnMedicare
            IF EmpYtdStateTax IS NUMERIC
                MOVE EmpYtdStateTax TO WorkYtdStateTax
            ELSE
                MOVE ZERO TO WorkYtdStateTax
            END-IF
            IF EmpYtdSocSec IS NUMERIC
                MOVE EmpYtdSocSec TO WorkYtdSocSec
                MOVE EmpYtdMedicare TO WorkYtdMedicare
            ELSE
                MOVE ZERO TO WorkYtdSocSec, WorkYtdMedicare
            END-IF
            IF TabYrGross(FoundIdx) NOT = EmpYtdGross
                OR TabYrFedTax(FoundIdx) NOT = EmpYtdFedTax
                OR TabYrStateTax(FoundIdx) NOT = WorkYtdStateTax
                OR TabYrSocSec(FoundIdx) NOT = WorkYtdSocSec
                OR TabYrMedicare(FoundIdx) NOT = WorkYtdMedicare
                MOVE "** QTRS <> YTD **" TO PrnFlag
                ADD 1 TO MismatchCount
            END-IF
            WRITE PrintLine FROM EmpLine AFTER ADVANCING 1 LINE
            ADD TabQtGross(FoundIdx) TO TotQtGross
            ADD TabQtFedTax(FoundIdx) TO TotQtFedTax
            ADD TabQtStateTax(FoundIdx) TO TotQtStateTax
            ADD TabQtSocSec(FoundIdx) TO TotQtSocSec
            ADD TabQtMedicare(FoundIdx) TO TotQtMedicare
        END-IF
        READ EmployeeFile
            AT END SET NoMoreEmployees TO TRUE
        END-READ.

    TallyStateTotal.
        *> Blank-state rows are pay from before state withholding or
        *> for an employee with no work state - nothing to file
        IF QaWorkState = SPACES
            EXIT PARAGRAPH
        END-IF
        MOVE ZERO TO StFoundIdx
        PERFORM VARYING StIdx FROM 1 BY 1
            UNTIL StIdx > StCount OR StFoundIdx > ZERO
            IF TabStCode(StIdx) = QaWorkState
                MOVE StIdx TO StFoundIdx
            END-IF
        END-PERFORM
        IF StFoundIdx = ZERO
            ADD 1 TO StCount
            IF StTableFull
                DISPLAY "State table full - " QaWorkState
                    " not totaled"
                SUBTRACT 1 FROM StCount
                EXIT PARAGRAPH
            END-IF
            MOVE QaWorkState TO TabStCode(StCount)
            MOVE ZERO TO TabStGross(StCount)
            MOVE ZERO TO TabStTax(StCount)
            MOVE StCount TO StFoundIdx
        END-IF
        ADD QaGross TO TabStGross(StFoundIdx)
        ADD RowStateTax TO TabStTax(StFoundIdx).

    PrintOneStateTotal.
        MOVE SPACES TO StateLine
        MOVE TabStCode(StIdx) TO PrnStCode
        MOVE TabStGross(StIdx) TO PrnStGross
        MOVE TabStTax(StIdx) TO PrnStTax
        WRITE PrintLine FROM StateLine AFTER ADVANCING 1 LINE.

    TallyEmploymentTaxes.
        *> Employer-side wages and taxes for the quarter. Medicare
        *> has no wage base, so its wages are the gross of every row
        *> that carried FICA at all.
        IF QaSocSec IS NOT NUMERIC
            EXIT PARAGRAPH
        END-IF
        ADD QaSsWages TO TotQtSsWages
        ADD QaGross TO TotQtMedWages
        ADD QaFutaWages TO TotQtFutaWages
        ADD QaFuta TO TotQtFuta
        ADD QaSutaWages TO TotQtSutaWages
        ADD QaSuta TO TotQtSuta.

    PrintEmploymentTaxes.
        *> Social Security and Medicare are owed twice over - the
        *> employee's withholding and the employer's equal match
        WRITE PrintLine FROM FederalHeads AFTER ADVANCING 2 LINES
        MOVE "Taxable Social Security wages" TO PrnSumLabel
        MOVE TotQtSsWages TO PrnSumAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "Social Security tax (employee + employer)"
            TO PrnSumLabel
        COMPUTE SumAmount = TotQtSocSec * 2
        MOVE SumAmount TO PrnSumAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "Taxable Medicare wages" TO PrnSumLabel
        MOVE TotQtMedWages TO PrnSumAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "Medicare tax (employee + employer)" TO PrnSumLabel
        COMPUTE SumAmount = TotQtMedicare * 2
        MOVE SumAmount TO PrnSumAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "Federal income tax withheld" TO PrnSumLabel
        MOVE TotQtFedTax TO PrnSumAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "Total 941 deposit liability" TO PrnSumLabel
        COMPUTE SumAmount = TotQtFedTax + (TotQtSocSec * 2)
            + (TotQtMedicare * 2)
        MOVE SumAmount TO PrnSumAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "FUTA taxable wages" TO PrnSumLabel
        MOVE TotQtFutaWages TO PrnSumAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 2 LINES
        MOVE "FUTA tax (employer)" TO PrnSumLabel
        MOVE TotQtFuta TO PrnSumAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "SUTA taxable wages" TO PrnSumLabel
        MOVE TotQtSutaWages TO PrnSumAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE
        MOVE "SUTA tax (employer)" TO PrnSumLabel
        MOVE TotQtSuta TO PrnSumAmount
        WRITE PrintLine FROM SummaryLine AFTER ADVANCING 1 LINE.
