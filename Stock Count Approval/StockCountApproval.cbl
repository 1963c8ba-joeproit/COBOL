IDENTIFICATION DIVISION.
PROGRAM-ID. StockCountApproval.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "ProductMasterFileControl.cpy".

    SELECT StockFile ASSIGN TO "STOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockStatus.

    SELECT StockCountFile ASSIGN TO "STKCOUNT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockCountStatus.

    SELECT StockAdjustmentFile ASSIGN TO "STKADJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockAdjustmentStatus.

    SELECT CountHistoryFile ASSIGN TO "COUNTHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CountHistoryStatus.

    COPY "OperatorMasterFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD ProductMasterFile.
COPY "ProductMasterRecord.cpy".

FD StockFile.
COPY "StockRecord.cpy".

FD StockCountFile.
COPY "StockCountRecord.cpy".

FD StockAdjustmentFile.
COPY "StockAdjustmentRecord.cpy".

FD CountHistoryFile.
COPY "CountHistoryRecord.cpy".

COPY "OperatorMasterFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".

WORKING-STORAGE SECTION.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-StockStatus PIC 9(2) VALUE ZEROS.
01 WS-StockCountStatus PIC 9(2) VALUE ZEROS.
01 WS-StockAdjustmentStatus PIC 9(2) VALUE ZEROS.
01 WS-CountHistoryStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfStock PIC X VALUE "N".
01 WS-EndOfStockCount PIC X VALUE "N".

01 WS-StockTable.
   05 WS-Stock OCCURS 2000 TIMES.
      10 WS-Stock-Store PIC X(4) VALUE SPACES.
      10 WS-Stock-ID PIC X(10) VALUE SPACES.
      10 WS-Stock-Qty PIC S9(6) VALUE ZEROS.
01 WS-StockCount PIC 9(4) VALUE ZEROS.
01 WS-StockIndex PIC 9(4) VALUE ZEROS.
01 WS-StockFoundIndex PIC 9(4) VALUE ZEROS.
01 WS-StockOverflow PIC 9(6) VALUE ZEROS.
01 WS-StockPosted PIC X VALUE "N".
01 WS-LinesNotPosted PIC 9(4) VALUE ZEROS.

01 WS-CountTable.
   05 WS-CountLine OCCURS 2000 TIMES.
      10 WS-CL-StoreID PIC X(4).
      10 WS-CL-ProductID PIC X(10).
      10 WS-CL-CountDate PIC 9(8).
      10 WS-CL-BookQty PIC S9(6).
      10 WS-CL-CountedQty PIC 9(6).
      10 WS-CL-ReasonCode PIC X(2).
      10 WS-CL-Status PIC X.
      10 WS-CL-CountOperator PIC X(8).
      10 WS-CL-PostDate PIC 9(8).
      10 WS-CL-PostOperator PIC X(8).
01 WS-CountLineCount PIC 9(4) VALUE ZEROS.
01 WS-CountLineIndex PIC 9(4) VALUE ZEROS.
01 WS-CountLineOverflow PIC 9(6) VALUE ZEROS.
01 WS-PendingLineCount PIC 9(4) VALUE ZEROS.

01 WS-CountStoreTable.
   05 WS-CountStore OCCURS 20 TIMES PIC X(4) VALUE SPACES.
01 WS-CountStoreCount PIC 9(2) VALUE ZEROS.
01 WS-CountStoreIndex PIC 9(2) VALUE ZEROS.
01 WS-CountStoreFound PIC X VALUE "N".
01 WS-CountStoreOverflow PIC 9(4) VALUE ZEROS.
01 WS-CurrentStoreID PIC X(4) VALUE SPACES.

01 WS-CategoryTable.
   05 WS-Category OCCURS 50 TIMES.
      10 WS-Cat-Name PIC X(10).
      10 WS-Cat-Lines PIC 9(5).
      10 WS-Cat-ShrinkUnits PIC 9(7).
      10 WS-Cat-ShrinkValue PIC 9(9)V99.
      10 WS-Cat-OverUnits PIC 9(7).
      10 WS-Cat-OverValue PIC 9(9)V99.
01 WS-CategoryCount PIC 9(2) VALUE ZEROS.
01 WS-CategoryIndex PIC 9(2) VALUE ZEROS.
01 WS-CategoryFoundIndex PIC 9(2) VALUE ZEROS.

01 WS-Decision PIC X VALUE SPACES.
01 WS-Variance PIC S9(6) VALUE ZEROS.
01 WS-VarianceUnits PIC 9(6) VALUE ZEROS.
01 WS-UnitValue PIC 9(7)V99 VALUE ZEROS.
01 WS-LineValue PIC 9(9)V99 VALUE ZEROS.
01 WS-ProductCategory PIC X(10) VALUE SPACES.
01 WS-StoreUnits PIC S9(7) VALUE ZEROS.
01 WS-StoreLines PIC 9(4) VALUE ZEROS.
01 WS-TodayDate PIC 9(8) VALUE ZEROS.

01 WS-ApprovedStores PIC 9(4) VALUE ZEROS.
01 WS-RejectedStores PIC 9(4) VALUE ZEROS.
01 WS-SkippedStores PIC 9(4) VALUE ZEROS.
01 WS-AdjustmentsPosted PIC 9(6) VALUE ZEROS.

01 WS-Book-Edit PIC -ZZZ,ZZ9.
01 WS-Counted-Edit PIC ZZZ,ZZ9.
01 WS-Variance-Edit PIC -ZZZ,ZZ9.
01 WS-Units-Edit PIC -Z,ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "OperatorSignonFields.cpy".

PROCEDURE DIVISION.
Begin.
    DISPLAY "Enter supervisor operator ID: "
    ACCEPT WS-Audit-OperatorID
    MOVE "StockCountApproval" TO WS-Audit-ProgramName
    MOVE WS-Audit-OperatorID TO WS-Signon-OperatorID
    PERFORM VERIFY-OPERATOR-SIGNON
    IF WS-Signon-Valid = "N"
        STOP RUN
    END-IF
    IF WS-Signon-Role NOT = "S" AND WS-Signon-Role NOT = "A"
        DISPLAY "Error: Posting stock count adjustments requires the "
                "supervisor role. Sign-on refused."
        STOP RUN
    END-IF
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD

    PERFORM LOAD-STOCK-COUNTS
    IF WS-PendingLineCount = ZERO
        DISPLAY "No stock counts are waiting for approval."
        STOP RUN
    END-IF
    PERFORM LOAD-STOCK-FILE

    OPEN INPUT ProductMasterFile
    IF WS-ProductMasterStatus NOT EQUAL ZERO
        MOVE WS-ProductMasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PRODUCT.MASTER. File Status: " WS-ProductMasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ProductMasterStatus TO WS-ErrorLog-FileStatus
        MOVE "PRODUCT.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-COUNTAPPROVAL-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM OPEN-ADJUSTMENT-FILES

    PERFORM VARYING WS-CountStoreIndex FROM 1 BY 1
            UNTIL WS-CountStoreIndex > WS-CountStoreCount
        MOVE WS-CountStore(WS-CountStoreIndex) TO WS-CurrentStoreID
        PERFORM PROCESS-ONE-STORE-COUNT
    END-PERFORM

    CLOSE ProductMasterFile
    CLOSE StockAdjustmentFile
    CLOSE CountHistoryFile

    IF WS-ApprovedStores > ZERO
        PERFORM REWRITE-STOCK-FILE
    END-IF
    IF WS-ApprovedStores > ZERO OR WS-RejectedStores > ZERO
        PERFORM REWRITE-STOCK-COUNTS
    END-IF

    DISPLAY "Store counts approved:  " WS-ApprovedStores
    DISPLAY "Store counts rejected:  " WS-RejectedStores
    DISPLAY "Left for later:         " WS-SkippedStores
    DISPLAY "Adjustments posted:     " WS-AdjustmentsPosted
    IF WS-LinesNotPosted > ZERO
        DISPLAY "Lines left pending:     " WS-LinesNotPosted
                " (stock table full)"
    END-IF
    IF WS-CountStoreOverflow > ZERO
        DISPLAY "Lines not offered:      " WS-CountStoreOverflow
                " (more than 20 stores - run again)"
    END-IF
    STOP RUN.

PROCESS-ONE-STORE-COUNT.
    MOVE ZERO TO WS-StoreUnits
    MOVE ZERO TO WS-StoreLines
    DISPLAY " "
    DISPLAY "Stock count for store " WS-CurrentStoreID
    PERFORM VARYING WS-CountLineIndex FROM 1 BY 1
            UNTIL WS-CountLineIndex > WS-CountLineCount
        IF WS-CL-StoreID(WS-CountLineIndex) = WS-CurrentStoreID
                AND WS-CL-Status(WS-CountLineIndex) = "P"
            PERFORM DISPLAY-COUNT-LINE
        END-IF
    END-PERFORM
    MOVE WS-StoreUnits TO WS-Units-Edit
    DISPLAY "  " WS-StoreLines " line(s), net variance " WS-Units-Edit
            " unit(s)"
    DISPLAY "Approve and post, reject for recount, or skip? (A/R/S): "
    ACCEPT WS-Decision

    EVALUATE WS-Decision
        WHEN "A"
        WHEN "a"
            PERFORM POST-STORE-COUNT
            ADD 1 TO WS-ApprovedStores
            DISPLAY "Count for store " WS-CurrentStoreID
                    " posted to STOCK.DAT."
        WHEN "R"
        WHEN "r"
            PERFORM REJECT-STORE-COUNT
            ADD 1 TO WS-RejectedStores
            DISPLAY "Count for store " WS-CurrentStoreID
                    " rejected - STOCK.DAT unchanged."
        WHEN OTHER
            ADD 1 TO WS-SkippedStores
            DISPLAY "Count for store " WS-CurrentStoreID " left for later."
    END-EVALUATE.

DISPLAY-COUNT-LINE.
    ADD 1 TO WS-StoreLines
    COMPUTE WS-Variance = WS-CL-CountedQty(WS-CountLineIndex)
        - WS-CL-BookQty(WS-CountLineIndex)
    ADD WS-Variance TO WS-StoreUnits
    MOVE WS-CL-BookQty(WS-CountLineIndex) TO WS-Book-Edit
    MOVE WS-CL-CountedQty(WS-CountLineIndex) TO WS-Counted-Edit
    MOVE WS-Variance TO WS-Variance-Edit
    DISPLAY "  " WS-CL-ProductID(WS-CountLineIndex)
            "  Book " WS-Book-Edit
            "  Counted " WS-Counted-Edit
            "  Variance " WS-Variance-Edit
            "  " WS-CL-ReasonCode(WS-CountLineIndex).

POST-STORE-COUNT.
    MOVE ZERO TO WS-CategoryCount
    PERFORM VARYING WS-CountLineIndex FROM 1 BY 1
            UNTIL WS-CountLineIndex > WS-CountLineCount
        IF WS-CL-StoreID(WS-CountLineIndex) = WS-CurrentStoreID
                AND WS-CL-Status(WS-CountLineIndex) = "P"
            PERFORM POST-ONE-COUNT-LINE
        END-IF
    END-PERFORM
    PERFORM VARYING WS-CategoryIndex FROM 1 BY 1
            UNTIL WS-CategoryIndex > WS-CategoryCount
        MOVE WS-TodayDate TO CH-PostDate
        MOVE WS-CurrentStoreID TO CH-StoreID
        MOVE WS-Cat-Name(WS-CategoryIndex) TO CH-Category
        MOVE WS-Cat-Lines(WS-CategoryIndex) TO CH-LinesCounted
        MOVE WS-Cat-ShrinkUnits(WS-CategoryIndex) TO CH-ShrinkUnits
        MOVE WS-Cat-ShrinkValue(WS-CategoryIndex) TO CH-ShrinkValue
        MOVE WS-Cat-OverUnits(WS-CategoryIndex) TO CH-OverUnits
        MOVE WS-Cat-OverValue(WS-CategoryIndex) TO CH-OverValue
        WRITE CountHistoryRecord
    END-PERFORM.

POST-ONE-COUNT-LINE.
    COMPUTE WS-Variance = WS-CL-CountedQty(WS-CountLineIndex)
        - WS-CL-BookQty(WS-CountLineIndex)

    MOVE ZERO TO WS-UnitValue
    MOVE "UNKNOWN" TO WS-ProductCategory
    MOVE WS-CL-ProductID(WS-CountLineIndex) TO PM-ProductID
    READ ProductMasterFile
        NOT INVALID KEY
            MOVE PM-ListPrice TO WS-UnitValue
            MOVE PM-Category TO WS-ProductCategory
    END-READ

    MOVE "Y" TO WS-StockPosted
    IF WS-Variance NOT = ZERO
        PERFORM APPLY-COUNT-TO-STOCK
    END-IF
    IF WS-StockPosted = "N"
        ADD 1 TO WS-LinesNotPosted
    ELSE
        PERFORM ACCUMULATE-CATEGORY-SHRINK
        MOVE "A" TO WS-CL-Status(WS-CountLineIndex)
        MOVE WS-TodayDate TO WS-CL-PostDate(WS-CountLineIndex)
        MOVE WS-Audit-OperatorID TO WS-CL-PostOperator(WS-CountLineIndex)
    END-IF.

APPLY-COUNT-TO-STOCK.
    MOVE ZERO TO WS-StockFoundIndex
    PERFORM VARYING WS-StockIndex FROM 1 BY 1
            UNTIL WS-StockIndex > WS-StockCount
        IF WS-Stock-Store(WS-StockIndex) = WS-CurrentStoreID
                AND WS-Stock-ID(WS-StockIndex) =
                    WS-CL-ProductID(WS-CountLineIndex)
            MOVE WS-StockIndex TO WS-StockFoundIndex
        END-IF
    END-PERFORM
    IF WS-StockFoundIndex = ZERO
        IF WS-StockCount < 2000
            ADD 1 TO WS-StockCount
            MOVE WS-StockCount TO WS-StockFoundIndex
            MOVE WS-CurrentStoreID TO WS-Stock-Store(WS-StockFoundIndex)
            MOVE WS-CL-ProductID(WS-CountLineIndex)
                TO WS-Stock-ID(WS-StockFoundIndex)
            MOVE ZERO TO WS-Stock-Qty(WS-StockFoundIndex)
        ELSE
            DISPLAY "Error: stock table is full (2000 store/product rows) - "
                    "adjustment for " WS-CL-ProductID(WS-CountLineIndex)
                    " not posted - the line is left pending."
            MOVE "N" TO WS-StockPosted
        END-IF
    END-IF
    IF WS-StockFoundIndex > ZERO
        MOVE SPACES TO WS-Audit-BeforeImage
        MOVE WS-Stock(WS-StockFoundIndex) TO WS-Audit-BeforeImage
        ADD WS-Variance TO WS-Stock-Qty(WS-StockFoundIndex)
        MOVE SPACES TO WS-Audit-AfterImage
        MOVE WS-Stock(WS-StockFoundIndex) TO WS-Audit-AfterImage
        MOVE "ADJUST" TO WS-Audit-Action
        PERFORM WRITE-AUDIT-JOURNAL-ENTRY

        MOVE WS-TodayDate TO SA-AdjustDate
        MOVE WS-CurrentStoreID TO SA-StoreID
        MOVE WS-CL-ProductID(WS-CountLineIndex) TO SA-ProductID
        MOVE WS-Variance TO SA-AdjustQty
        MOVE WS-CL-ReasonCode(WS-CountLineIndex) TO SA-ReasonCode
        MOVE "COUNT" TO SA-Source
        MOVE WS-Audit-OperatorID TO SA-OperatorID
        WRITE StockAdjustmentRecord
        ADD 1 TO WS-AdjustmentsPosted
    END-IF.

ACCUMULATE-CATEGORY-SHRINK.
    MOVE ZERO TO WS-CategoryFoundIndex
    PERFORM VARYING WS-CategoryIndex FROM 1 BY 1
            UNTIL WS-CategoryIndex > WS-CategoryCount
        IF WS-Cat-Name(WS-CategoryIndex) = WS-ProductCategory
            MOVE WS-CategoryIndex TO WS-CategoryFoundIndex
        END-IF
    END-PERFORM
    IF WS-CategoryFoundIndex = ZERO AND WS-CategoryCount < 50
        ADD 1 TO WS-CategoryCount
        MOVE WS-CategoryCount TO WS-CategoryFoundIndex
        MOVE WS-ProductCategory TO WS-Cat-Name(WS-CategoryFoundIndex)
        MOVE ZERO TO WS-Cat-Lines(WS-CategoryFoundIndex)
        MOVE ZERO TO WS-Cat-ShrinkUnits(WS-CategoryFoundIndex)
        MOVE ZERO TO WS-Cat-ShrinkValue(WS-CategoryFoundIndex)
        MOVE ZERO TO WS-Cat-OverUnits(WS-CategoryFoundIndex)
        MOVE ZERO TO WS-Cat-OverValue(WS-CategoryFoundIndex)
    END-IF
    IF WS-CategoryFoundIndex > ZERO
        ADD 1 TO WS-Cat-Lines(WS-CategoryFoundIndex)
        IF WS-Variance < ZERO
            COMPUTE WS-VarianceUnits = ZERO - WS-Variance
            COMPUTE WS-LineValue = WS-VarianceUnits * WS-UnitValue
            ADD WS-VarianceUnits TO WS-Cat-ShrinkUnits(WS-CategoryFoundIndex)
            ADD WS-LineValue TO WS-Cat-ShrinkValue(WS-CategoryFoundIndex)
        END-IF
        IF WS-Variance > ZERO
            MOVE WS-Variance TO WS-VarianceUnits
            COMPUTE WS-LineValue = WS-VarianceUnits * WS-UnitValue
            ADD WS-VarianceUnits TO WS-Cat-OverUnits(WS-CategoryFoundIndex)
            ADD WS-LineValue TO WS-Cat-OverValue(WS-CategoryFoundIndex)
        END-IF
    END-IF.

REJECT-STORE-COUNT.
    PERFORM VARYING WS-CountLineIndex FROM 1 BY 1
            UNTIL WS-CountLineIndex > WS-CountLineCount
        IF WS-CL-StoreID(WS-CountLineIndex) = WS-CurrentStoreID
                AND WS-CL-Status(WS-CountLineIndex) = "P"
            MOVE "R" TO WS-CL-Status(WS-CountLineIndex)
            MOVE WS-TodayDate TO WS-CL-PostDate(WS-CountLineIndex)
            MOVE WS-Audit-OperatorID TO WS-CL-PostOperator(WS-CountLineIndex)
        END-IF
    END-PERFORM.

OPEN-ADJUSTMENT-FILES.
    OPEN EXTEND StockAdjustmentFile
    IF WS-StockAdjustmentStatus = "35"
        OPEN OUTPUT StockAdjustmentFile
        CLOSE StockAdjustmentFile
        OPEN EXTEND StockAdjustmentFile
    END-IF
    IF WS-StockAdjustmentStatus NOT EQUAL ZERO
        MOVE WS-StockAdjustmentStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open STKADJ.DAT. File Status: "
                WS-StockAdjustmentStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-StockAdjustmentStatus TO WS-ErrorLog-FileStatus
        MOVE "STKADJ.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-COUNTAPPROVAL-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND CountHistoryFile
    IF WS-CountHistoryStatus = "35"
        OPEN OUTPUT CountHistoryFile
        CLOSE CountHistoryFile
        OPEN EXTEND CountHistoryFile
    END-IF
    IF WS-CountHistoryStatus NOT EQUAL ZERO
        MOVE WS-CountHistoryStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open COUNTHIST.DAT. File Status: "
                WS-CountHistoryStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-CountHistoryStatus TO WS-ErrorLog-FileStatus
        MOVE "COUNTHIST.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-COUNTAPPROVAL-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-STOCK-COUNTS.
    MOVE ZERO TO WS-CountLineCount
    OPEN INPUT StockCountFile
    IF WS-StockCountStatus NOT EQUAL ZERO
        DISPLAY "No STKCOUNT.DAT on file - no stock counts to approve."
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EndOfStockCount = "Y"
        READ StockCountFile
            AT END SET WS-EndOfStockCount TO "Y"
            NOT AT END
                IF WS-CountLineCount < 2000
                    ADD 1 TO WS-CountLineCount
                    MOVE StockCountRecord TO WS-CountLine(WS-CountLineCount)
                    IF SC-Status = "P"
                        ADD 1 TO WS-PendingLineCount
                        PERFORM NOTE-COUNT-STORE
                    END-IF
                ELSE
                    ADD 1 TO WS-CountLineOverflow
                END-IF
        END-READ
    END-PERFORM
    CLOSE StockCountFile
    IF WS-CountStoreOverflow > ZERO
        DISPLAY "Warning: more than 20 stores have counts waiting - "
                WS-CountStoreOverflow " pending count line(s) for the "
                "other stores are left for a later run."
        MOVE "LOAD" TO WS-ErrorLog-Operation
        MOVE "OVFL" TO WS-ErrorLog-FileStatus
        MOVE "STKCOUNT.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-COUNTAPPROVAL-ERROR
    END-IF
    IF WS-CountLineOverflow > ZERO
        DISPLAY "Error: STKCOUNT.DAT holds more than 2000 count lines - the "
                "overflow would be lost on rewrite. No changes made."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

NOTE-COUNT-STORE.
    MOVE "N" TO WS-CountStoreFound
    PERFORM VARYING WS-CountStoreIndex FROM 1 BY 1
            UNTIL WS-CountStoreIndex > WS-CountStoreCount
        IF WS-CountStore(WS-CountStoreIndex) = SC-StoreID
            MOVE "Y" TO WS-CountStoreFound
        END-IF
    END-PERFORM
    IF WS-CountStoreFound = "N"
        IF WS-CountStoreCount < 20
            ADD 1 TO WS-CountStoreCount
            MOVE SC-StoreID TO WS-CountStore(WS-CountStoreCount)
        ELSE
            ADD 1 TO WS-CountStoreOverflow
        END-IF
    END-IF.

LOAD-STOCK-FILE.
    MOVE ZERO TO WS-StockCount
    OPEN INPUT StockFile
    IF WS-StockStatus = ZERO
        PERFORM UNTIL WS-EndOfStock = "Y"
            READ StockFile
                AT END SET WS-EndOfStock TO "Y"
                NOT AT END
                    IF WS-StockCount < 2000
                        ADD 1 TO WS-StockCount
                        MOVE SK-StoreID TO WS-Stock-Store(WS-StockCount)
                        MOVE SK-ProductID TO WS-Stock-ID(WS-StockCount)
                        MOVE SK-OnHandQty TO WS-Stock-Qty(WS-StockCount)
                    ELSE
                        ADD 1 TO WS-StockOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StockFile
    END-IF
    IF WS-StockOverflow > ZERO
        DISPLAY "Error: STOCK.DAT holds more than 2000 store/product rows - "
                "the overflow would be lost on rewrite. Run refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

REWRITE-STOCK-FILE.
    OPEN OUTPUT StockFile
    IF WS-StockStatus NOT EQUAL ZERO
        MOVE WS-StockStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open STOCK.DAT. File Status: " WS-StockStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-StockStatus TO WS-ErrorLog-FileStatus
        MOVE "STOCK.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-COUNTAPPROVAL-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-StockIndex FROM 1 BY 1
            UNTIL WS-StockIndex > WS-StockCount
        MOVE WS-Stock-Store(WS-StockIndex) TO SK-StoreID
        MOVE WS-Stock-ID(WS-StockIndex) TO SK-ProductID
        MOVE WS-Stock-Qty(WS-StockIndex) TO SK-OnHandQty
        WRITE StockRecord
    END-PERFORM
    CLOSE StockFile.

REWRITE-STOCK-COUNTS.
    OPEN OUTPUT StockCountFile
    IF WS-StockCountStatus NOT EQUAL ZERO
        MOVE WS-StockCountStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open STKCOUNT.DAT. File Status: "
                WS-StockCountStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-StockCountStatus TO WS-ErrorLog-FileStatus
        MOVE "STKCOUNT.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-COUNTAPPROVAL-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-CountLineIndex FROM 1 BY 1
            UNTIL WS-CountLineIndex > WS-CountLineCount
        MOVE WS-CountLine(WS-CountLineIndex) TO StockCountRecord
        WRITE StockCountRecord
    END-PERFORM
    CLOSE StockCountFile.

LOG-COUNTAPPROVAL-ERROR.
    MOVE "StockCountApproval" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "OperatorSignon.cpy".

END PROGRAM StockCountApproval.
