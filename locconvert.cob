       >> SOURCE FORMAT FREE
ID DIVISION.
       PROGRAM-ID. locconvert.
       AUTHOR. Greg.
       DATE-WRITTEN. OCTOBER 15, 2026.

ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ProductMaster ASSIGN TO "product.txt"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PMProdCode
            ALTERNATE RECORD KEY IS PMProdName WITH DUPLICATES
            FILE STATUS IS ProductMasterStatus.
        SELECT LocationFile ASSIGN TO "Location.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LcCode
            FILE STATUS IS LocationFileStatus.
        SELECT LocStockFile ASSIGN TO "LocStock.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LsKey
            FILE STATUS IS LocStockFileStatus.

DATA DIVISION.
    FILE SECTION.
        FD ProductMaster.
        01 ProductData.
            COPY PRODREC.

        FD LocationFile.
        01 LocationData.
            COPY LOCREC.

        FD LocStockFile.
        01 LocStockData.
            COPY LOCSTOCK.
    WORKING-STORAGE SECTION.
        01 ProductEOF PIC X VALUE 'N'.
            88 NoMoreProducts VALUE 'Y'.
        01 ProductCount PIC 9(5) VALUE ZERO.
        01 SeededCount PIC 9(5) VALUE ZERO.
        01 SkippedCount PIC 9(5) VALUE ZERO.
        01 ProductMasterStatus PIC XX.
            88 ProductMasterOpenOK VALUE "00".
        01 LocationFileStatus PIC XX.
            88 LocationFileOpenOK VALUE "00".
        01 LocStockFileStatus PIC XX.
            88 LocStockFileOpenOK VALUE "00".

PROCEDURE DIVISION.
    StartConvert.
        *> One-time seeding of stock by location: puts MAIN on
        *> Location.dat and gives every product a MAIN row on
        *> LocStock.dat holding its current PMQtyOnHand, so the
        *> location figures add back to the master from day one.
        *> Products that already have a MAIN row are left alone, so a
        *> second run does no harm.
        OPEN INPUT ProductMaster.
        IF NOT ProductMasterOpenOK
            DISPLAY "Unable to open product.txt - status "
                ProductMasterStatus
            STOP RUN
        END-IF.
        OPEN I-O LocationFile.
        IF LocationFileStatus = "35" OR LocationFileStatus = "05"
            OPEN OUTPUT LocationFile
            CLOSE LocationFile
            OPEN I-O LocationFile
        END-IF.
        IF NOT LocationFileOpenOK
            DISPLAY "Unable to open Location.dat - status "
                LocationFileStatus
            STOP RUN
        END-IF.
        OPEN I-O LocStockFile.
        IF LocStockFileStatus = "35" OR LocStockFileStatus = "05"
            OPEN OUTPUT LocStockFile
            CLOSE LocStockFile
            OPEN I-O LocStockFile
        END-IF.
        IF NOT LocStockFileOpenOK
            DISPLAY "Unable to open LocStock.dat - status "
                LocStockFileStatus
            STOP RUN
        END-IF.

        MOVE "MAIN" TO LcCode.
        MOVE "MAIN BUILDING" TO LcName.
        SET LocIsActive TO TRUE.
        WRITE LocationData
            INVALID KEY DISPLAY "MAIN already on Location.dat"
            NOT INVALID KEY DISPLAY "MAIN added to Location.dat"
        END-WRITE.

        MOVE LOW-VALUES TO PMProdCode.
        START ProductMaster KEY IS NOT LESS THAN PMProdCode
            INVALID KEY SET NoMoreProducts TO TRUE
        END-START.
        IF NOT NoMoreProducts
            READ ProductMaster NEXT RECORD
                AT END SET NoMoreProducts TO TRUE
            END-READ
        END-IF.
        PERFORM SeedMainStock UNTIL NoMoreProducts.

        CLOSE ProductMaster, LocationFile, LocStockFile.
        DISPLAY "Products read " ProductCount ", MAIN rows written "
            SeededCount ", already seeded " SkippedCount.
        STOP RUN.

    SeedMainStock.
        ADD 1 TO ProductCount
        MOVE PMProdCode TO LsProdCode
        MOVE "MAIN" TO LsLocation
        MOVE PMQtyOnHand(1) TO LsQtyOnHand(1)
        MOVE PMQtyOnHand(2) TO LsQtyOnHand(2)
        MOVE PMQtyOnHand(3) TO LsQtyOnHand(3)
        MOVE ZERO TO LsInTransit(1), LsInTransit(2), LsInTransit(3)
        WRITE LocStockData
            INVALID KEY ADD 1 TO SkippedCount
            NOT INVALID KEY ADD 1 TO SeededCount
        END-WRITE
        READ ProductMaster NEXT RECORD
            AT END SET NoMoreProducts TO TRUE
        END-READ.
