IDENTIFICATION DIVISION.
PROGRAM-ID. StockCountEntry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "ProductMasterFileControl.cpy".

    SELECT StockFile ASSIGN TO "STOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockStatus.

    SELECT StoreConfigFile ASSIGN TO "STORES.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StoreConfigStatus.

    SELECT StockCountFile ASSIGN TO "STKCOUNT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockCountStatus.

    SELECT CountSheetFile ASSIGN TO "COUNTSHEET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CountSheetStatus.

    COPY "ErrorLogFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD ProductMasterFile.
COPY "ProductMasterRecord.cpy".

FD StockFile.
COPY "StockRecord.cpy".

FD StoreConfigFile.
01 StoreConfigLine PIC X(24).

FD StockCountFile.
COPY "StockCountRecord.cpy".

FD CountSheetFile.
01 CountSheetRecord.
   05 CS-StoreID PIC X(4).
   05 CS-ProductID PIC X(10).
   05 CS-CountedQty PIC 9(6).
   05 CS-ReasonCode PIC X(2).

COPY "ErrorLogFD.cpy".

WORKING-STORAGE SECTION.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-StockStatus PIC 9(2) VALUE ZEROS.
01 WS-StoreConfigStatus PIC 9(2) VALUE ZEROS.
01 WS-StockCountStatus PIC 9(2) VALUE ZEROS.
01 WS-CountSheetStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfStoreConfig PIC X VALUE "N".
01 WS-EndOfStock PIC X VALUE "N".
01 WS-EndOfStockCount PIC X VALUE "N".
01 WS-EndOfCountSheet PIC X VALUE "N".
01 WS-AnotherCount PIC X VALUE "Y".
01 WS-EntryMode PIC X VALUE SPACES.
01 WS-LineValid PIC X VALUE "N".

01 WS-StoreTable.
   05 WS-Store OCCURS 20 TIMES.
      10 WS-Store-ID PIC X(4) VALUE SPACES.
      10 WS-Store-Name PIC X(20) VALUE SPACES.
01 WS-StoreCount PIC 9(2) VALUE ZEROS.
01 WS-StoreIndex PIC 9(2) VALUE ZEROS.
01 WS-StoreValid PIC X VALUE "N".

01 WS-StockTable.
   05 WS-Stock OCCURS 2000 TIMES.
      10 WS-Stock-Store PIC X(4) VALUE SPACES.
      10 WS-Stock-ID PIC X(10) VALUE SPACES.
      10 WS-Stock-Qty PIC S9(6) VALUE ZEROS.
01 WS-StockCount PIC 9(4) VALUE ZEROS.
01 WS-StockIndex PIC 9(4) VALUE ZEROS.

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
01 WS-CountLineFoundIndex PIC 9(4) VALUE ZEROS.
01 WS-CountLineOverflow PIC 9(6) VALUE ZEROS.

01 WS-ReasonCodeList.
   05 FILLER PIC X(2) VALUE "TH".
   05 FILLER PIC X(2) VALUE "BR".
   05 FILLER PIC X(2) VALUE "DM".
   05 FILLER PIC X(2) VALUE "MC".
   05 FILLER PIC X(2) VALUE "OT".
01 WS-ReasonCodeTable REDEFINES WS-ReasonCodeList.
   05 WS-ReasonCode PIC X(2) OCCURS 5 TIMES.
01 WS-ReasonIndex PIC 9 VALUE ZERO.

01 WS-OperatorID PIC X(8) VALUE SPACES.
01 WS-EntryStoreID PIC X(4) VALUE SPACES.
01 WS-EntryProductID PIC X(10) VALUE SPACES.
01 WS-EntryCountedQty PIC 9(6) VALUE ZEROS.
01 WS-EntryReasonCode PIC X(2) VALUE SPACES.
01 WS-BookQty PIC S9(6) VALUE ZEROS.
01 WS-Variance PIC S9(6) VALUE ZEROS.
01 WS-TodayDate PIC 9(8) VALUE ZEROS.

01 WS-AcceptedCount PIC 9(4) VALUE ZEROS.
01 WS-RejectedCount PIC 9(4) VALUE ZEROS.
01 WS-SheetLinesRead PIC 9(6) VALUE ZEROS.
01 WS-Book-Edit PIC -ZZZ,ZZ9.
01 WS-Variance-Edit PIC -ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".

PROCEDURE DIVISION.
Begin.
    DISPLAY "Enter your operator ID: "
    ACCEPT WS-OperatorID
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD
    PERFORM LOAD-STORE-MASTER
    PERFORM LOAD-STOCK-FILE
    PERFORM LOAD-STOCK-COUNTS

    OPEN INPUT ProductMasterFile
    IF WS-ProductMasterStatus NOT EQUAL ZERO
        MOVE WS-ProductMasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PRODUCT.MASTER. File Status: " WS-ProductMasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ProductMasterStatus TO WS-ErrorLog-FileStatus
        MOVE "PRODUCT.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-STOCKCOUNT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    DISPLAY "Key counts or load them from COUNTSHEET.DAT? (K/L): "
    ACCEPT WS-EntryMode
    EVALUATE WS-EntryMode
        WHEN "L"
        WHEN "l"
            PERFORM LOAD-COUNT-SHEET
        WHEN OTHER
            DISPLAY "Enter the store ID being counted: "
            ACCEPT WS-EntryStoreID
            PERFORM VALIDATE-STORE
            IF WS-StoreValid = "N"
                DISPLAY "Error: Unknown store ID " WS-EntryStoreID "."
            ELSE
                PERFORM UNTIL WS-AnotherCount NOT = "Y"
                    PERFORM ENTER-ONE-COUNT
                    DISPLAY "Another product? (Y/N): "
                    ACCEPT WS-AnotherCount
                END-PERFORM
            END-IF
    END-EVALUATE

    CLOSE ProductMasterFile

    IF WS-AcceptedCount > ZERO
        PERFORM REWRITE-STOCK-COUNTS
        DISPLAY "Count lines recorded for approval: " WS-AcceptedCount
    ELSE
        DISPLAY "No count lines recorded - STKCOUNT.DAT unchanged."
    END-IF
    IF WS-RejectedCount > ZERO
        DISPLAY "Count lines rejected:               " WS-RejectedCount
    END-IF
    STOP RUN.

ENTER-ONE-COUNT.
    DISPLAY "Enter the product ID counted: "
    ACCEPT WS-EntryProductID
    DISPLAY "Enter the quantity counted on the shelf: "
    ACCEPT WS-EntryCountedQty
    PERFORM FIND-BOOK-QUANTITY
    COMPUTE WS-Variance = WS-EntryCountedQty - WS-BookQty
    MOVE SPACES TO WS-EntryReasonCode
    IF WS-Variance NOT = ZERO
        MOVE WS-BookQty TO WS-Book-Edit
        MOVE WS-Variance TO WS-Variance-Edit
        DISPLAY "Book quantity is " WS-Book-Edit " - variance "
                WS-Variance-Edit
        DISPLAY "Enter the reason code (TH theft, BR breakage, DM damaged, "
                "MC miscount, OT other): "
        ACCEPT WS-EntryReasonCode
    END-IF
    PERFORM VALIDATE-COUNT-LINE
    IF WS-LineValid = "Y"
        PERFORM RECORD-COUNT-LINE
    END-IF.

LOAD-COUNT-SHEET.
    OPEN INPUT CountSheetFile
    IF WS-CountSheetStatus NOT EQUAL ZERO
        MOVE WS-CountSheetStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open COUNTSHEET.DAT. File Status: "
                WS-CountSheetStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-CountSheetStatus TO WS-ErrorLog-FileStatus
        MOVE "COUNTSHEET.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-STOCKCOUNT-ERROR
    ELSE
        PERFORM UNTIL WS-EndOfCountSheet = "Y"
            READ CountSheetFile
                AT END SET WS-EndOfCountSheet TO "Y"
                NOT AT END
                    ADD 1 TO WS-SheetLinesRead
                    PERFORM LOAD-ONE-SHEET-LINE
            END-READ
        END-PERFORM
        CLOSE CountSheetFile
        DISPLAY "Count sheet lines read: " WS-SheetLinesRead
    END-IF.

LOAD-ONE-SHEET-LINE.
    MOVE CS-StoreID TO WS-EntryStoreID
    MOVE CS-ProductID TO WS-EntryProductID
    MOVE CS-ReasonCode TO WS-EntryReasonCode
    IF CS-CountedQty IS NOT NUMERIC
        DISPLAY "Error: Sheet line " WS-SheetLinesRead
                " has a non-numeric counted quantity - line rejected."
        ADD 1 TO WS-RejectedCount
    ELSE
        MOVE CS-CountedQty TO WS-EntryCountedQty
        PERFORM VALIDATE-STORE
        IF WS-StoreValid = "N"
            DISPLAY "Error: Sheet line " WS-SheetLinesRead
                    " has unknown store ID " WS-EntryStoreID
                    " - line rejected."
            ADD 1 TO WS-RejectedCount
        ELSE
            PERFORM FIND-BOOK-QUANTITY
            COMPUTE WS-Variance = WS-EntryCountedQty - WS-BookQty
            PERFORM VALIDATE-COUNT-LINE
            IF WS-LineValid = "Y"
                PERFORM RECORD-COUNT-LINE
            END-IF
        END-IF
    END-IF.

VALIDATE-STORE.
    MOVE "N" TO WS-StoreValid
    PERFORM VARYING WS-StoreIndex FROM 1 BY 1
            UNTIL WS-StoreIndex > WS-StoreCount
        IF WS-Store-ID(WS-StoreIndex) = WS-EntryStoreID
            MOVE "Y" TO WS-StoreValid
        END-IF
    END-PERFORM.

VALIDATE-COUNT-LINE.
    MOVE "Y" TO WS-LineValid
    MOVE WS-EntryProductID TO PM-ProductID
    READ ProductMasterFile
        INVALID KEY
            DISPLAY "Error: No product on file with product ID "
                    WS-EntryProductID " - count not recorded."
            MOVE "N" TO WS-LineValid
    END-READ
    IF WS-LineValid = "Y" AND WS-Variance NOT = ZERO
        MOVE "N" TO WS-LineValid
        PERFORM VARYING WS-ReasonIndex FROM 1 BY 1
                UNTIL WS-ReasonIndex > 5
            IF WS-ReasonCode(WS-ReasonIndex) = WS-EntryReasonCode
                MOVE "Y" TO WS-LineValid
            END-IF
        END-PERFORM
        IF WS-LineValid = "N"
            DISPLAY "Error: Reason code '" WS-EntryReasonCode
                    "' is not valid for " WS-EntryStoreID " "
                    WS-EntryProductID " - count not recorded."
        END-IF
    END-IF
    IF WS-LineValid = "N"
        ADD 1 TO WS-RejectedCount
    END-IF.

FIND-BOOK-QUANTITY.
    MOVE ZERO TO WS-BookQty
    PERFORM VARYING WS-StockIndex FROM 1 BY 1
            UNTIL WS-StockIndex > WS-StockCount
        IF WS-Stock-Store(WS-StockIndex) = WS-EntryStoreID
                AND WS-Stock-ID(WS-StockIndex) = WS-EntryProductID
            MOVE WS-Stock-Qty(WS-StockIndex) TO WS-BookQty
        END-IF
    END-PERFORM.

RECORD-COUNT-LINE.
    MOVE ZERO TO WS-CountLineFoundIndex
    PERFORM VARYING WS-CountLineIndex FROM 1 BY 1
            UNTIL WS-CountLineIndex > WS-CountLineCount
        IF WS-CL-StoreID(WS-CountLineIndex) = WS-EntryStoreID
                AND WS-CL-ProductID(WS-CountLineIndex) = WS-EntryProductID
                AND WS-CL-Status(WS-CountLineIndex) = "P"
            MOVE WS-CountLineIndex TO WS-CountLineFoundIndex
        END-IF
    END-PERFORM
    IF WS-CountLineFoundIndex = ZERO
        IF WS-CountLineCount < 2000
            ADD 1 TO WS-CountLineCount
            MOVE WS-CountLineCount TO WS-CountLineFoundIndex
        ELSE
            DISPLAY "Error: count table is full (2000 lines) - count for "
                    WS-EntryStoreID " " WS-EntryProductID " not recorded."
            ADD 1 TO WS-RejectedCount
        END-IF
    ELSE
        DISPLAY "Recount replaces the pending count for " WS-EntryStoreID
                " " WS-EntryProductID "."
    END-IF
    IF WS-CountLineFoundIndex > ZERO
        MOVE WS-EntryStoreID TO WS-CL-StoreID(WS-CountLineFoundIndex)
        MOVE WS-EntryProductID TO WS-CL-ProductID(WS-CountLineFoundIndex)
        MOVE WS-TodayDate TO WS-CL-CountDate(WS-CountLineFoundIndex)
        MOVE WS-BookQty TO WS-CL-BookQty(WS-CountLineFoundIndex)
        MOVE WS-EntryCountedQty TO WS-CL-CountedQty(WS-CountLineFoundIndex)
        MOVE WS-EntryReasonCode TO WS-CL-ReasonCode(WS-CountLineFoundIndex)
        MOVE "P" TO WS-CL-Status(WS-CountLineFoundIndex)
        MOVE WS-OperatorID TO WS-CL-CountOperator(WS-CountLineFoundIndex)
        MOVE ZEROS TO WS-CL-PostDate(WS-CountLineFoundIndex)
        MOVE SPACES TO WS-CL-PostOperator(WS-CountLineFoundIndex)
        ADD 1 TO WS-AcceptedCount
    END-IF.

LOAD-STORE-MASTER.
    MOVE ZERO TO WS-StoreCount
    OPEN INPUT StoreConfigFile
    IF WS-StoreConfigStatus = ZERO
        PERFORM UNTIL WS-EndOfStoreConfig = "Y"
            READ StoreConfigFile
                AT END SET WS-EndOfStoreConfig TO "Y"
                NOT AT END
                    IF WS-StoreCount < 20
                        ADD 1 TO WS-StoreCount
                        MOVE StoreConfigLine(1:4) TO WS-Store-ID(WS-StoreCount)
                        MOVE StoreConfigLine(5:20) TO WS-Store-Name(WS-StoreCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StoreConfigFile
    END-IF
    IF WS-StoreCount = ZERO
        DISPLAY "Error: STORES.CFG is missing or empty - no store master to "
                "count against."
        MOVE "CONFIG" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "STORES.CFG" TO WS-ErrorLog-FileName
        PERFORM LOG-STOCKCOUNT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
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
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StockFile
    END-IF.

LOAD-STOCK-COUNTS.
    MOVE ZERO TO WS-CountLineCount
    OPEN INPUT StockCountFile
    IF WS-StockCountStatus = ZERO
        PERFORM UNTIL WS-EndOfStockCount = "Y"
            READ StockCountFile
                AT END SET WS-EndOfStockCount TO "Y"
                NOT AT END
                    IF WS-CountLineCount < 2000
                        ADD 1 TO WS-CountLineCount
                        MOVE StockCountRecord
                            TO WS-CountLine(WS-CountLineCount)
                    ELSE
                        ADD 1 TO WS-CountLineOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StockCountFile
    END-IF
    IF WS-CountLineOverflow > ZERO
        DISPLAY "Error: STKCOUNT.DAT holds more than 2000 count lines - the "
                "overflow would be lost on rewrite. Run refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

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
        PERFORM LOG-STOCKCOUNT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-CountLineIndex FROM 1 BY 1
            UNTIL WS-CountLineIndex > WS-CountLineCount
        MOVE WS-CountLine(WS-CountLineIndex) TO StockCountRecord
        WRITE StockCountRecord
    END-PERFORM
    CLOSE StockCountFile.

LOG-STOCKCOUNT-ERROR.
    MOVE "StockCountEntry" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".

END PROGRAM StockCountEntry.
