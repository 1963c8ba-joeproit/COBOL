IDENTIFICATION DIVISION.
PROGRAM-ID. StockCountVariance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "ProductMasterFileControl.cpy".

    SELECT StoreConfigFile ASSIGN TO "STORES.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StoreConfigStatus.

    SELECT StockCountFile ASSIGN TO "STKCOUNT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockCountStatus.

    SELECT VarianceReportFile ASSIGN TO "STKVAR.RPT"
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

FD StockCountFile.
COPY "StockCountRecord.cpy".

FD VarianceReportFile.
01 VarianceReportLine PIC X(120).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-StoreConfigStatus PIC 9(2) VALUE ZEROS.
01 WS-StockCountStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfProductMaster PIC X VALUE "N".
01 WS-EndOfStoreConfig PIC X VALUE "N".
01 WS-EndOfStockCount PIC X VALUE "N".

01 WS-ProductMasterTable.
   05 WS-Product OCCURS 500 TIMES.
      10 WS-Product-ID PIC X(10) VALUE SPACES.
      10 WS-Product-Desc PIC X(30) VALUE SPACES.
      10 WS-Product-Price PIC 9(7)V99 VALUE ZEROS.
01 WS-ProductMasterCount PIC 9(3) VALUE ZEROS.
01 WS-ProductMasterIndex PIC 9(3) VALUE ZEROS.

01 WS-StoreTable.
   05 WS-Store OCCURS 20 TIMES.
      10 WS-Store-ID PIC X(4) VALUE SPACES.
      10 WS-Store-Name PIC X(20) VALUE SPACES.
01 WS-StoreCount PIC 9(2) VALUE ZEROS.
01 WS-StoreIndex PIC 9(2) VALUE ZEROS.

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
01 WS-CountLinesRead PIC 9(6) VALUE ZEROS.
01 WS-PendingCount PIC 9(6) VALUE ZEROS.

01 WS-Variance PIC S9(6) VALUE ZEROS.
01 WS-UnitValue PIC 9(7)V99 VALUE ZEROS.
01 WS-VarianceValue PIC S9(9)V99 VALUE ZEROS.
01 WS-ProductDesc PIC X(30) VALUE SPACES.
01 WS-StoreLines PIC 9(4) VALUE ZEROS.
01 WS-StoreUnits PIC S9(7) VALUE ZEROS.
01 WS-StoreValue PIC S9(9)V99 VALUE ZEROS.
01 WS-TotalUnits PIC S9(7) VALUE ZEROS.
01 WS-TotalValue PIC S9(9)V99 VALUE ZEROS.

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-Book-Edit PIC -ZZZ,ZZ9.
01 WS-Counted-Edit PIC ZZZ,ZZ9.
01 WS-Variance-Edit PIC -ZZZ,ZZ9.
01 WS-Units-Edit PIC -Z,ZZZ,ZZ9.
01 WS-Value-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Count-Edit PIC ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "StockCountVariance" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    PERFORM LOAD-PRODUCT-MASTER
    PERFORM LOAD-STORE-MASTER
    PERFORM LOAD-STOCK-COUNTS

    OPEN OUTPUT VarianceReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open STKVAR.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "STKVAR.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-VARIANCE-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING

    PERFORM VARYING WS-StoreIndex FROM 1 BY 1
            UNTIL WS-StoreIndex > WS-StoreCount
        PERFORM REPORT-ONE-STORE
    END-PERFORM

    IF WS-PendingCount = ZERO
        MOVE SPACES TO VarianceReportLine
        STRING "  (no counts are waiting for approval)"
               INTO VarianceReportLine
        WRITE VarianceReportLine
    END-IF

    PERFORM WRITE-REPORT-SUMMARY
    CLOSE VarianceReportFile

    DISPLAY "Count lines read:      " WS-CountLinesRead
    DISPLAY "Pending lines listed:  " WS-PendingCount
    DISPLAY "Report written to STKVAR.RPT"

    MOVE WS-CountLinesRead TO WS-JobStats-RecordsRead
    MOVE WS-PendingCount TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

REPORT-ONE-STORE.
    MOVE ZERO TO WS-StoreLines
    MOVE ZERO TO WS-StoreUnits
    MOVE ZERO TO WS-StoreValue
    PERFORM VARYING WS-CountLineIndex FROM 1 BY 1
            UNTIL WS-CountLineIndex > WS-CountLineCount
        IF WS-CL-StoreID(WS-CountLineIndex) = WS-Store-ID(WS-StoreIndex)
                AND WS-CL-Status(WS-CountLineIndex) = "P"
            IF WS-StoreLines = ZERO
                MOVE SPACES TO VarianceReportLine
                STRING "STORE " DELIMITED SIZE
                       WS-Store-ID(WS-StoreIndex) DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WS-Store-Name(WS-StoreIndex) DELIMITED SIZE
                       INTO VarianceReportLine
                WRITE VarianceReportLine
            END-IF
            PERFORM WRITE-VARIANCE-LINE
        END-IF
    END-PERFORM
    IF WS-StoreLines > ZERO
        MOVE WS-StoreUnits TO WS-Units-Edit
        MOVE WS-StoreValue TO WS-Value-Edit
        MOVE SPACES TO VarianceReportLine
        STRING "  Store net variance  units: " DELIMITED SIZE
               WS-Units-Edit DELIMITED SIZE
               "  value: " DELIMITED SIZE
               WS-Value-Edit DELIMITED SIZE
               INTO VarianceReportLine
        WRITE VarianceReportLine
        MOVE SPACES TO VarianceReportLine
        WRITE VarianceReportLine
    END-IF.

WRITE-VARIANCE-LINE.
    ADD 1 TO WS-StoreLines
    ADD 1 TO WS-PendingCount
    MOVE ZERO TO WS-UnitValue
    MOVE "(not on PRODUCT.MASTER)" TO WS-ProductDesc
    PERFORM VARYING WS-ProductMasterIndex FROM 1 BY 1
            UNTIL WS-ProductMasterIndex > WS-ProductMasterCount
        IF WS-Product-ID(WS-ProductMasterIndex) =
                WS-CL-ProductID(WS-CountLineIndex)
            MOVE WS-Product-Price(WS-ProductMasterIndex) TO WS-UnitValue
            MOVE WS-Product-Desc(WS-ProductMasterIndex) TO WS-ProductDesc
        END-IF
    END-PERFORM
    COMPUTE WS-Variance = WS-CL-CountedQty(WS-CountLineIndex)
        - WS-CL-BookQty(WS-CountLineIndex)
    COMPUTE WS-VarianceValue = WS-Variance * WS-UnitValue
    ADD WS-Variance TO WS-StoreUnits
    ADD WS-VarianceValue TO WS-StoreValue
    ADD WS-Variance TO WS-TotalUnits
    ADD WS-VarianceValue TO WS-TotalValue

    MOVE WS-CL-BookQty(WS-CountLineIndex) TO WS-Book-Edit
    MOVE WS-CL-CountedQty(WS-CountLineIndex) TO WS-Counted-Edit
    MOVE WS-Variance TO WS-Variance-Edit
    MOVE WS-VarianceValue TO WS-Value-Edit
    MOVE SPACES TO VarianceReportLine
    STRING "  " DELIMITED SIZE
           WS-CL-ProductID(WS-CountLineIndex) DELIMITED SIZE
           " " DELIMITED SIZE
           WS-ProductDesc(1:24) DELIMITED SIZE
           " Book " DELIMITED SIZE
           WS-Book-Edit DELIMITED SIZE
           " Count " DELIMITED SIZE
           WS-Counted-Edit DELIMITED SIZE
           " Var " DELIMITED SIZE
           WS-Variance-Edit DELIMITED SIZE
           " Value " DELIMITED SIZE
           WS-Value-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-CL-ReasonCode(WS-CountLineIndex) DELIMITED SIZE
           INTO VarianceReportLine
    WRITE VarianceReportLine.

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
                        MOVE PM-ListPrice TO WS-Product-Price(WS-ProductMasterCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ProductMasterFile
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
        DISPLAY "Error: STORES.CFG is missing or empty - no stores to report "
                "counts for. Run refused."
        MOVE "CONFIG" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "STORES.CFG" TO WS-ErrorLog-FileName
        PERFORM LOG-VARIANCE-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-STOCK-COUNTS.
    MOVE ZERO TO WS-CountLineCount
    OPEN INPUT StockCountFile
    IF WS-StockCountStatus = ZERO
        PERFORM UNTIL WS-EndOfStockCount = "Y"
            READ StockCountFile
                AT END SET WS-EndOfStockCount TO "Y"
                NOT AT END
                    ADD 1 TO WS-CountLinesRead
                    IF SC-Status = "P" AND WS-CountLineCount < 2000
                        ADD 1 TO WS-CountLineCount
                        MOVE StockCountRecord
                            TO WS-CountLine(WS-CountLineCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StockCountFile
    END-IF.

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE SPACES TO VarianceReportLine
    STRING "================ STOCK COUNT VARIANCE REPORT ================"
           INTO VarianceReportLine
    WRITE VarianceReportLine
    MOVE SPACES TO VarianceReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           "   (counted minus book, valued at list price)" DELIMITED SIZE
           INTO VarianceReportLine
    WRITE VarianceReportLine
    MOVE SPACES TO VarianceReportLine
    WRITE VarianceReportLine.

WRITE-REPORT-SUMMARY.
    MOVE WS-PendingCount TO WS-Count-Edit
    MOVE SPACES TO VarianceReportLine
    STRING "Count lines awaiting approval: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO VarianceReportLine
    WRITE VarianceReportLine
    MOVE WS-TotalUnits TO WS-Units-Edit
    MOVE WS-TotalValue TO WS-Value-Edit
    MOVE SPACES TO VarianceReportLine
    STRING "All stores net variance  units: " DELIMITED SIZE
           WS-Units-Edit DELIMITED SIZE
           "  value: " DELIMITED SIZE
           WS-Value-Edit DELIMITED SIZE
           INTO VarianceReportLine
    WRITE VarianceReportLine.

LOG-VARIANCE-ERROR.
    MOVE "StockCountVariance" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM StockCountVariance.
