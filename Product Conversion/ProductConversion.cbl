IDENTIFICATION DIVISION.
PROGRAM-ID. ProductConversion.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OldProductMasterFile ASSIGN TO "PRODUCT.MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPM-ProductID
           FILE STATUS IS WS-OldProductStatus.

    SELECT NewProductMasterFile ASSIGN TO "PRODUCT.MASTER.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-ProductID
           FILE STATUS IS WS-ProductMasterStatus.

    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD OldProductMasterFile.
01 OldProductMasterRecord.
   05 OPM-ProductID         PIC X(10).
   05 OPM-Description       PIC X(30).
   05 OPM-Category          PIC X(10).
   05 OPM-ListPrice         PIC 9(7)V99.
   05 OPM-ActiveFlag        PIC X.
   05 OPM-ReorderPoint      PIC 9(6).

FD NewProductMasterFile.
COPY "ProductMasterRecord.cpy".

COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".

WORKING-STORAGE SECTION.
01 WS-OldProductStatus PIC 9(2) VALUE ZEROS.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfOldProducts PIC X VALUE "N".
01 WS-ConvertedCount PIC 9(6) VALUE ZEROS.

COPY "FileStatusMsg.cpy".
COPY "AuditJournalFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "CONVERT" TO WS-Audit-OperatorID
    MOVE "ProductConversion" TO WS-Audit-ProgramName

    OPEN INPUT OldProductMasterFile
    IF WS-OldProductStatus NOT EQUAL ZERO
        MOVE WS-OldProductStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PRODUCT.MASTER. File Status: " WS-OldProductStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT NewProductMasterFile
    IF WS-ProductMasterStatus NOT EQUAL ZERO
        MOVE WS-ProductMasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to create PRODUCT.MASTER.NEW. File Status: "
                WS-ProductMasterStatus " - " WS-FileStatus-Lookup-Message
        CLOSE OldProductMasterFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL WS-EndOfOldProducts = "Y"
        READ OldProductMasterFile
            AT END SET WS-EndOfOldProducts TO "Y"
            NOT AT END PERFORM CONVERT-ONE-PRODUCT
        END-READ
    END-PERFORM

    CLOSE OldProductMasterFile
    CLOSE NewProductMasterFile

    DISPLAY "Products converted:         " WS-ConvertedCount
    DISPLAY "Conversion written to PRODUCT.MASTER.NEW. Every product starts "
            "with a unit cost of zero."
    DISPLAY "After checking the count, put the converted file in place:"
    DISPLAY "  rename PRODUCT.MASTER.NEW  to PRODUCT.MASTER"
    DISPLAY "then key opening unit costs through ProductMaintenance before "
            "the next sales run."

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

CONVERT-ONE-PRODUCT.
    ADD 1 TO WS-ConvertedCount
    MOVE OPM-ProductID TO PM-ProductID
    MOVE OPM-Description TO PM-Description
    MOVE OPM-Category TO PM-Category
    MOVE OPM-ListPrice TO PM-ListPrice
    MOVE OPM-ActiveFlag TO PM-ActiveFlag
    MOVE OPM-ReorderPoint TO PM-ReorderPoint
    MOVE ZEROS TO PM-UnitCost
    WRITE ProductMasterRecord
    IF WS-ProductMasterStatus NOT EQUAL ZERO
        MOVE WS-ProductMasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to write PRODUCT.MASTER.NEW. File Status: "
                WS-ProductMasterStatus " - " WS-FileStatus-Lookup-Message
        CLOSE OldProductMasterFile
        CLOSE NewProductMasterFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-Audit-BeforeImage
    MOVE "CONVERT" TO WS-Audit-Action
    MOVE ProductMasterRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "AuditJournalWrite.cpy".

END PROGRAM ProductConversion.
