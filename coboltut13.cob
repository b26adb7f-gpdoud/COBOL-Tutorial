                CustPayRating BY WSCustPayRating,
                CustPaysPromptly BY WSCustPaysPromptly,
                CustChronicLate BY WSCustChronicLate,
                CustDeliveryPref BY WSCustDeliveryPref,
                CustDeliverPrint BY WSCustDeliverPrint,
                CustDeliverEmail BY WSCustDeliverEmail,
                CustDeliverBoth BY WSCustDeliverBoth,
                CustDeliveryValid BY WSCustDeliveryValid,
                CustSegment BY WSCustSegment,
                SegChampion BY WSSegChampion,
                SegNewBuyer BY WSSegNewBuyer,
                SegRecent BY WSSegRecent,
                SegAtRisk BY WSSegAtRisk,
                SegLapsed BY WSSegLapsed,
                SegNoPurchase BY WSSegNoPurchase,
                DeactDate BY WSDeactDate.
        01 DupSearchState PIC X VALUE 'N'.
            88 DupSearchDone VALUE 'Y'.
        01 CreditLimitEntryScreen.
            02 LINE 9 COLUMN 1 VALUE "Credit Limit (0 = none) : ".
            02 LINE 9 COLUMN 27 PIC 9(7) USING CustCreditLimit.
        01 DeliveryEntryScreen.
            02 LINE 10 COLUMN 1 VALUE "Deliver by (P)rint, (E)mail, (B)oth : ".
            02 LINE 10 COLUMN 40 PIC X USING CustDeliveryPref.

        01 UpdateNameScreen.
            02 LINE 4 COLUMN 1 VALUE "Enter the new First Name : ".
        01 UpdateCreditLimitScreen.
            02 LINE 9 COLUMN 1 VALUE "New Credit Limit (0 = none) : ".
            02 LINE 9 COLUMN 31 PIC 9(7) USING CustCreditLimit.
        01 UpdateDeliveryScreen.
            02 LINE 10 COLUMN 1 VALUE "New Delivery (P)rint, (E)mail, (B)oth : ".
            02 LINE 10 COLUMN 42 PIC X USING CustDeliveryPref.

        01 GetSearchChoiceScreen.
            02 LINE 3 COLUMN 1 VALUE "Search by (I)D, (N)ame, or (B)rowse : ".
            02 LINE 8 COLUMN 14 PIC X(12) USING Phone.
            02 LINE 9 COLUMN 1 VALUE "Email      : ".
            02 LINE 9 COLUMN 14 PIC X(30) USING Email.
            02 LINE 10 COLUMN 1 VALUE "Delivery   : ".
            02 LINE 10 COLUMN 14 PIC X USING CustDeliveryPref.

PROCEDURE DIVISION.
    StartPara.
        IF CustCreditLimit IS NOT NUMERIC
            MOVE ZERO TO CustCreditLimit
        END-IF
        MOVE "P" TO CustDeliveryPref
        MOVE 'N' TO ValidEntry
        PERFORM UNTIL EntryIsValid
            DISPLAY DeliveryEntryScreen
            ACCEPT DeliveryEntryScreen
            PERFORM EditDeliveryPref
        END-PERFORM
        *> Exemption is granted through taxcert with the certificate,
        *> never at add time; the payment rating comes from the
        *> payperf scoring run and the segment from rfmscore
        MOVE "N" TO CustTaxExempt
        MOVE SPACE TO CustPayRating
        MOVE SPACES TO CustSegment
        SET CustIsActive TO TRUE
        MOVE SPACES TO DeactDate
        CALL "NAMEFMT" USING FirstName, LastName, WSFullName, LRetCode
            IF CustCreditLimit IS NOT NUMERIC
                MOVE ZERO TO CustCreditLimit
            END-IF
            IF CustDeliveryPref = SPACE
                MOVE "P" TO CustDeliveryPref
            END-IF
            MOVE 'N' TO ValidEntry
            PERFORM UNTIL EntryIsValid
                DISPLAY UpdateDeliveryScreen
                ACCEPT UpdateDeliveryScreen
                PERFORM EditDeliveryPref
            END-PERFORM
            PERFORM BuildAuditAfter
            REWRITE CustomerData
                INVALID KEY DISPLAY "Customer was not updated!"
            END-REWRITE
        END-IF.

    EditDeliveryPref.
        *> Email delivery needs an address to send to - the invoice
        *> and statement runs would only fall back to print without one
        MOVE FUNCTION UPPER-CASE(CustDeliveryPref) TO CustDeliveryPref
        IF NOT CustDeliveryValid
            DISPLAY "Delivery must be P, E or B - re-enter"
        ELSE IF NOT CustDeliverPrint AND Email = SPACES
            DISPLAY "Email delivery needs an Email address - re-enter"
        ELSE
            SET EntryIsValid TO TRUE
        END-IF.

    GetCust.
        MOVE 'Y' TO CustExists
        DISPLAY " "
        *> The batch feed carries no credit limit - new accounts start
        *> unlimited until the credit desk sets one on the screen
        MOVE ZERO TO CustCreditLimit
        MOVE "P" TO CustDeliveryPref
        MOVE "N" TO CustTaxExempt
        MOVE SPACE TO CustPayRating
        MOVE SPACES TO CustSegment
        SET CustIsActive TO TRUE
        MOVE SPACES TO DeactDate
        PERFORM CheckPossibleDuplicate
