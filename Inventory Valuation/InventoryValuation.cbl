IDENTIFICATION DIVISION.
PROGRAM-ID. InventoryValuation.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "ProductMasterFileControl.cpy".

    SELECT StoreConfigFile ASSIGN TO "STORES.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StoreConfigStatus.

    SELECT StockFile ASSIGN TO "STOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockStatus.

    SELECT ValuationReportFile ASSIGN TO "INVVAL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD ProductMasterFile.
COPY "ProductMasterRecord.cpy".

FD StoreConfigFile.
01 StoreConfigLine PIC X(24).

FD StockFile.
COPY "StockRecord.cpy".

FD ValuationReportFile.
01 ValuationReportLine PIC X(120).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-StoreConfigStatus PIC 9(2) VALUE ZEROS.
01 WS-StockStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfProductMaster PIC X VALUE "N".
01 WS-EndOfStoreConfig PIC X VALUE "N".
01 WS-EndOfStock PIC X VALUE "N".
01 WS-Found PIC X VALUE "N".

01 WS-ProductMasterTable.
   05 WS-Product OCCURS 500 TIMES.
      10 WS-Product-ID PIC X(10) VALUE SPACES.
      10 WS-Product-Desc PIC X(30) VALUE SPACES.
      10 WS-Product-Category PIC X(10) VALUE SPACES.
      10 WS-Product-UnitCost PIC 9(7)V99 VALUE ZEROS.
01 WS-ProductMasterCount PIC 9(3) VALUE ZEROS.
01 WS-ProductMasterIndex PIC 9(3) VALUE ZEROS.

01 WS-StoreTable.
   05 WS-Store OCCURS 20 TIMES.
      10 WS-Store-ID PIC X(4) VALUE SPACES.
      10 WS-Store-Name PIC X(20) VALUE SPACES.
01 WS-StoreCount PIC 9(2) VALUE ZEROS.
01 WS-StoreIndex PIC 9(2) VALUE ZEROS.

01 WS-StockTable.
   05 WS-Stock OCCURS 2000 TIMES.
      10 WS-Stock-Store PIC X(4) VALUE SPACES.
      10 WS-Stock-ID PIC X(10) VALUE SPACES.
      10 WS-Stock-Qty PIC S9(6) VALUE ZEROS.
01 WS-StockCount PIC 9(4) VALUE ZEROS.
01 WS-StockIndex PIC 9(4) VALUE ZEROS.
01 WS-StockOverflow PIC 9(6) VALUE ZEROS.

01 WS-CategoryTable.
   05 WS-Category OCCURS 50 TIMES.
      10 WS-Category-Name PIC X(10) VALUE SPACES.
      10 WS-Category-Units PIC S9(8) VALUE ZEROS.
      10 WS-Category-Value PIC S9(11)V99 VALUE ZEROS.
01 WS-CategoryCount PIC 9(2) VALUE ZEROS.
01 WS-CategoryIndex PIC 9(2) VALUE ZEROS.
01 WS-CategoryOverflow PIC 9(6) VALUE ZEROS.

01 WS-ItemCategory PIC X(10) VALUE SPACES.
01 WS-ItemDesc PIC X(30) VALUE SPACES.
01 WS-ItemCost PIC 9(7)V99 VALUE ZEROS.
01 WS-ItemValue PIC S9(11)V99 VALUE ZEROS.
01 WS-StoreLines PIC 9(4) VALUE ZEROS.
01 WS-StoreUnits PIC S9(8) VALUE ZEROS.
01 WS-StoreValue PIC S9(11)V99 VALUE ZEROS.
01 WS-TotalUnits PIC S9(8) VALUE ZEROS.
01 WS-TotalValue PIC S9(11)V99 VALUE ZEROS.
01 WS-LinesValued PIC 9(6) VALUE ZEROS.
01 WS-NoCostLines PIC 9(6) VALUE ZEROS.
01 WS-NegativeLines PIC 9(6) VALUE ZEROS.

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-Qty-Edit PIC -ZZZ,ZZ9.
01 WS-Units-Edit PIC -ZZ,ZZZ,ZZ9.
01 WS-Cost-Edit PIC Z(6)9.99.
01 WS-Value-Edit PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Count-Edit PIC ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "InventoryValuation" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    PERFORM LOAD-PRODUCT-MASTER
    PERFORM LOAD-STORE-MASTER
    PERFORM LOAD-STOCK-FILE

    OPEN OUTPUT ValuationReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open INVVAL.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "INVVAL.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-VALUATION-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING

    PERFORM VARYING WS-StoreIndex FROM 1 BY 1
            UNTIL WS-StoreIndex > WS-StoreCount
        PERFORM VALUE-ONE-STORE
    END-PERFORM

    PERFORM WRITE-CATEGORY-SECTION
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE ValuationReportFile

    DISPLAY "Stock rows read:          " WS-StockCount
    DISPLAY "Stock rows valued:        " WS-LinesValued
    IF WS-NoCostLines > ZERO
        DISPLAY "Warning: " WS-NoCostLines " row(s) valued at zero - no unit "
                "cost on PRODUCT.MASTER"
    END-IF
    IF WS-StockOverflow > ZERO
        DISPLAY "Warning: STOCK.DAT holds more than 2000 rows - "
                WS-StockOverflow " row(s) were not valued"
    END-IF
    IF WS-CategoryOverflow > ZERO
        DISPLAY "Warning: more than 50 categories - " WS-CategoryOverflow
                " row(s) left out of the category totals"
    END-IF
    DISPLAY "Report written to INVVAL.RPT"

    MOVE WS-StockCount TO WS-JobStats-RecordsRead
    MOVE WS-LinesValued TO WS-JobStats-RecordsWritten
    MOVE WS-StockOverflow TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

VALUE-ONE-STORE.
    MOVE ZERO TO WS-StoreLines
    MOVE ZERO TO WS-StoreUnits
    MOVE ZERO TO WS-StoreValue
    PERFORM VARYING WS-StockIndex FROM 1 BY 1
            UNTIL WS-StockIndex > WS-StockCount
        IF WS-Stock-Store(WS-StockIndex) = WS-Store-ID(WS-StoreIndex)
                AND WS-Stock-Qty(WS-StockIndex) NOT = ZERO
            IF WS-StoreLines = ZERO
                MOVE SPACES TO ValuationReportLine
                STRING "STORE " DELIMITED SIZE
                       WS-Store-ID(WS-StoreIndex) DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WS-Store-Name(WS-StoreIndex) DELIMITED SIZE
                       INTO ValuationReportLine
                WRITE ValuationReportLine
            END-IF
            PERFORM VALUE-ONE-STOCK-ROW
        END-IF
    END-PERFORM
    IF WS-StoreLines > ZERO
        MOVE WS-StoreUnits TO WS-Units-Edit
        MOVE WS-StoreValue TO WS-Value-Edit
        MOVE SPACES TO ValuationReportLine
        STRING "  Store total  units: " DELIMITED SIZE
               WS-Units-Edit DELIMITED SIZE
               "  value: " DELIMITED SIZE
               WS-Value-Edit DELIMITED SIZE
               INTO ValuationReportLine
        WRITE ValuationReportLine
        MOVE SPACES TO ValuationReportLine
        WRITE ValuationReportLine
    END-IF.

VALUE-ONE-STOCK-ROW.
    ADD 1 TO WS-StoreLines
    ADD 1 TO WS-LinesValued
    MOVE ZERO TO WS-ItemCost
    MOVE "UNKNOWN" TO WS-ItemCategory
    MOVE "(not on PRODUCT.MASTER)" TO WS-ItemDesc
    PERFORM VARYING WS-ProductMasterIndex FROM 1 BY 1
            UNTIL WS-ProductMasterIndex > WS-ProductMasterCount
        IF WS-Product-ID(WS-ProductMasterIndex) = WS-Stock-ID(WS-StockIndex)
            MOVE WS-Product-UnitCost(WS-ProductMasterIndex) TO WS-ItemCost
            MOVE WS-Product-Category(WS-ProductMasterIndex) TO WS-ItemCategory
            MOVE WS-Product-Desc(WS-ProductMasterIndex) TO WS-ItemDesc
        END-IF
    END-PERFORM
    IF WS-ItemCost = ZERO
        ADD 1 TO WS-NoCostLines
    END-IF
    IF WS-Stock-Qty(WS-StockIndex) < ZERO
        ADD 1 TO WS-NegativeLines
    END-IF
    COMPUTE WS-ItemValue = WS-Stock-Qty(WS-StockIndex) * WS-ItemCost
    ADD WS-Stock-Qty(WS-StockIndex) TO WS-StoreUnits
    ADD WS-ItemValue TO WS-StoreValue
    ADD WS-Stock-Qty(WS-StockIndex) TO WS-TotalUnits
    ADD WS-ItemValue TO WS-TotalValue
    PERFORM ACCUMULATE-CATEGORY

    MOVE WS-Stock-Qty(WS-StockIndex) TO WS-Qty-Edit
    MOVE WS-ItemCost TO WS-Cost-Edit
    MOVE WS-ItemValue TO WS-Value-Edit
    MOVE SPACES TO ValuationReportLine
    STRING "  " DELIMITED SIZE
           WS-Stock-ID(WS-StockIndex) DELIMITED SIZE
           " " DELIMITED SIZE
           WS-ItemDesc(1:24) DELIMITED SIZE
           " " DELIMITED SIZE
           WS-ItemCategory DELIMITED SIZE
           " On hand " DELIMITED SIZE
           WS-Qty-Edit DELIMITED SIZE
           " @ " DELIMITED SIZE
           WS-Cost-Edit DELIMITED SIZE
           " = " DELIMITED SIZE
           WS-Value-Edit DELIMITED SIZE
           INTO ValuationReportLine
    WRITE ValuationReportLine.

ACCUMULATE-CATEGORY.
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-CategoryIndex FROM 1 BY 1
            UNTIL WS-CategoryIndex > WS-CategoryCount
        IF WS-Category-Name(WS-CategoryIndex) = WS-ItemCategory
            MOVE "Y" TO WS-Found
            ADD WS-Stock-Qty(WS-StockIndex) TO WS-Category-Units(WS-CategoryIndex)
            ADD WS-ItemValue TO WS-Category-Value(WS-CategoryIndex)
        END-IF
    END-PERFORM
    IF WS-Found = "N"
        IF WS-CategoryCount < 50
            ADD 1 TO WS-CategoryCount
            MOVE WS-ItemCategory TO WS-Category-Name(WS-CategoryCount)
            MOVE WS-Stock-Qty(WS-StockIndex) TO WS-Category-Units(WS-CategoryCount)
            MOVE WS-ItemValue TO WS-Category-Value(WS-CategoryCount)
        ELSE
            ADD 1 TO WS-CategoryOverflow
        END-IF
    END-IF.

WRITE-CATEGORY-SECTION.
    MOVE SPACES TO ValuationReportLine
    STRING "TOTALS BY CATEGORY (ALL STORES)" INTO ValuationReportLine
    WRITE ValuationReportLine
    PERFORM VARYING WS-CategoryIndex FROM 1 BY 1
            UNTIL WS-CategoryIndex > WS-CategoryCount
        MOVE WS-Category-Units(WS-CategoryIndex) TO WS-Units-Edit
        MOVE WS-Category-Value(WS-CategoryIndex) TO WS-Value-Edit
        MOVE SPACES TO ValuationReportLine
        STRING "  " DELIMITED SIZE
               WS-Category-Name(WS-CategoryIndex) DELIMITED SIZE
               "  units: " DELIMITED SIZE
               WS-Units-Edit DELIMITED SIZE
               "  value: " DELIMITED SIZE
               WS-Value-Edit DELIMITED SIZE
               INTO ValuationReportLine
        WRITE ValuationReportLine
    END-PERFORM
    MOVE SPACES TO ValuationReportLine
    WRITE ValuationReportLine.

LOAD-PRODUCT-MASTER.
    MOVE ZERO TO WS-ProductMasterCount
    OPEN INPUT ProductMasterFile
    IF WS-ProductMasterStatus = ZERO
        PERFORM UNTIL WS-EndOfProductMaster = "Y"
            READ ProductMasterFile NEXT RECORD
                AT END SET WS-EndOfProductMaster TO "Y"
                NOT AT END
                    IF WS-ProductMasterCount < 500
                        ADD 1 TO WS-ProductMasterCount
                        MOVE PM-ProductID TO WS-Product-ID(WS-ProductMasterCount)
                        MOVE PM-Description TO WS-Product-Desc(WS-ProductMasterCount)
                        MOVE PM-Category TO WS-Product-Category(WS-ProductMasterCount)
                        MOVE PM-UnitCost TO WS-Product-UnitCost(WS-ProductMasterCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ProductMasterFile
    END-IF
    IF WS-ProductMasterCount = ZERO
        DISPLAY "Error: PRODUCT.MASTER is missing or empty - no unit costs "
                "to value stock at. Run refused."
        MOVE "CONFIG" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "PRODUCT.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-VALUATION-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
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
        DISPLAY "Error: STORES.CFG is missing or empty - no stores to value "
                "stock for. Run refused."
        MOVE "CONFIG" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "STORES.CFG" TO WS-ErrorLog-FileName
        PERFORM LOG-VALUATION-ERROR
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
                    ELSE
                        ADD 1 TO WS-StockOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StockFile
    END-IF.

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE SPACES TO ValuationReportLine
    STRING "================ MONTH-END INVENTORY VALUATION ================"
           INTO ValuationReportLine
    WRITE ValuationReportLine
    MOVE SPACES TO ValuationReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           "   (STOCK.DAT on hand at average unit cost)" DELIMITED SIZE
           INTO ValuationReportLine
    WRITE ValuationReportLine
    MOVE SPACES TO ValuationReportLine
    WRITE ValuationReportLine.

WRITE-REPORT-SUMMARY.
    MOVE WS-TotalUnits TO WS-Units-Edit
    MOVE WS-TotalValue TO WS-Value-Edit
    MOVE SPACES TO ValuationReportLine
    STRING "All stores  units: " DELIMITED SIZE
           WS-Units-Edit DELIMITED SIZE
           "  inventory value: " DELIMITED SIZE
           WS-Value-Edit DELIMITED SIZE
           INTO ValuationReportLine
    WRITE ValuationReportLine
    IF WS-NoCostLines > ZERO
        MOVE WS-NoCostLines TO WS-Count-Edit
        MOVE SPACES TO ValuationReportLine
        STRING "Rows valued at zero (no unit cost on file): " DELIMITED SIZE
               WS-Count-Edit DELIMITED SIZE
               INTO ValuationReportLine
        WRITE ValuationReportLine
    END-IF
    IF WS-NegativeLines > ZERO
        MOVE WS-NegativeLines TO WS-Count-Edit
        MOVE SPACES TO ValuationReportLine
        STRING "Rows with negative on hand (count recommended): "
               DELIMITED SIZE
               WS-Count-Edit DELIMITED SIZE
               INTO ValuationReportLine
        WRITE ValuationReportLine
    END-IF.

LOG-VALUATION-ERROR.
    MOVE "InventoryValuation" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM InventoryValuation.
