       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. atpinq.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.

DATA DIVISION.
    WORKING-STORAGE SECTION.
        01 StayOpen PIC X VALUE 'Y'.
        01 AtpAction PIC X.
        01 AtpProdName PIC X(10).
        01 AtpAvailNow PIC S9(7) VALUE ZERO.
        01 AtpRecoverDate PIC X(8).
        COPY RETCODE.

PROCEDURE DIVISION.
    StartInquiry.
        *> "Can I have 40 by Friday" in one place - for each product
        *> keyed, ATPCALC shows stock on hand and open backorders by
        *> size, what open and held orders have committed, and the
        *> confirmed POs still to arrive by their promised date with
        *> the running available-to-promise figure after each.
        PERFORM UNTIL StayOpen = 'N'
            DISPLAY " "
            DISPLAY "AVAILABLE TO PROMISE INQUIRY"
            DISPLAY "Product Name (blank to quit) : " WITH NO ADVANCING
            MOVE SPACES TO AtpProdName
            ACCEPT AtpProdName
            IF AtpProdName = SPACES
                MOVE 'N' TO StayOpen
            ELSE
                MOVE "S" TO AtpAction
                CALL "ATPCALC" USING AtpAction, AtpProdName, AtpAvailNow,
                    AtpRecoverDate, LRetCode
                IF NOT RetCodeSuccess
                    DISPLAY "Product " AtpProdName " is not on file"
                END-IF
            END-IF
        END-PERFORM.
        STOP RUN.
