IDENTIFICATION DIVISION.
PROGRAM-ID. GrossMarginReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "ProductMasterFileControl.cpy".

    SELECT StoreConfigFile ASSIGN TO "STORES.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StoreConfigStatus.

    SELECT StoreProductTotalsFile ASSIGN TO "STOREPROD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StoreProdTotalsStatus.

    SELECT MarginReportFile ASSIGN TO "MARGIN.RPT"
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

FD StoreProductTotalsFile.
COPY "StoreProductTotalsRecord.cpy".

FD MarginReportFile.
01 MarginReportLine PIC X(120).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-StoreConfigStatus PIC 9(2) VALUE ZEROS.
01 WS-StoreProdTotalsStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfProductMaster PIC X VALUE "N".
01 WS-EndOfStoreConfig PIC X VALUE "N".
01 WS-EndOfStoreProdTotals PIC X VALUE "N".
01 WS-Found PIC X VALUE "N".

01 WS-ProductMasterTable.
   05 WS-Product OCCURS 500 TIMES.
      10 WS-Product-ID PIC X(10) VALUE SPACES.
      10 WS-Product-Desc PIC X(30) VALUE SPACES.
      10 WS-Product-Category PIC X(10) VALUE SPACES.
      10 WS-Product-Qty PIC S9(7) VALUE ZEROS.
      10 WS-Product-Revenue PIC S9(9)V99 VALUE ZEROS.
      10 WS-Product-Cost PIC S9(9)V99 VALUE ZEROS.
01 WS-ProductMasterCount PIC 9(3) VALUE ZEROS.
01 WS-ProductMasterIndex PIC 9(3) VALUE ZEROS.

01 WS-StoreTable.
   05 WS-Store OCCURS 20 TIMES.
      10 WS-Store-ID PIC X(4) VALUE SPACES.
      10 WS-Store-Name PIC X(20) VALUE SPACES.
      10 WS-Store-Qty PIC S9(7) VALUE ZEROS.
      10 WS-Store-Revenue PIC S9(9)V99 VALUE ZEROS.
      10 WS-Store-Cost PIC S9(9)V99 VALUE ZEROS.
01 WS-StoreCount PIC 9(2) VALUE ZEROS.
01 WS-StoreIndex PIC 9(2) VALUE ZEROS.

01 WS-CategoryTable.
   05 WS-Category OCCURS 50 TIMES.
      10 WS-Category-Name PIC X(10) VALUE SPACES.
      10 WS-Category-Qty PIC S9(7) VALUE ZEROS.
      10 WS-Category-Revenue PIC S9(9)V99 VALUE ZEROS.
      10 WS-Category-Cost PIC S9(9)V99 VALUE ZEROS.
01 WS-CategoryCount PIC 9(2) VALUE ZEROS.
01 WS-CategoryIndex PIC 9(2) VALUE ZEROS.
01 WS-CategoryOverflow PIC 9(6) VALUE ZEROS.

01 WS-RowsRead PIC 9(6) VALUE ZEROS.
01 WS-UnmatchedRows PIC 9(6) VALUE ZEROS.
01 WS-LinesWritten PIC 9(6) VALUE ZEROS.
01 WS-SalesRunDate PIC 9(8) VALUE ZEROS.
01 WS-TotalQty PIC S9(7) VALUE ZEROS.
01 WS-TotalRevenue PIC S9(9)V99 VALUE ZEROS.
01 WS-TotalCost PIC S9(9)V99 VALUE ZEROS.

01 WS-LineLabel PIC X(36) VALUE SPACES.
01 WS-LineQty PIC S9(7) VALUE ZEROS.
01 WS-LineRevenue PIC S9(9)V99 VALUE ZEROS.
01 WS-LineCost PIC S9(9)V99 VALUE ZEROS.
01 WS-LineMargin PIC S9(9)V99 VALUE ZEROS.
01 WS-LineMarginPct PIC S9(5)V9 VALUE ZEROS.

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-SalesDate-Edit PIC 9(4)/99/99.
01 WS-Qty-Edit PIC -Z,ZZZ,ZZ9.
01 WS-Revenue-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Cost-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Margin-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-MarginPct-Edit PIC -ZZZZ9.9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "GrossMarginReport" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    PERFORM LOAD-PRODUCT-MASTER
    PERFORM LOAD-STORE-MASTER

    OPEN INPUT StoreProductTotalsFile
    IF WS-StoreProdTotalsStatus NOT EQUAL ZERO
        MOVE WS-StoreProdTotalsStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open STOREPROD.DAT. File Status: "
                WS-StoreProdTotalsStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-StoreProdTotalsStatus TO WS-ErrorLog-FileStatus
        MOVE "STOREPROD.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-MARGIN-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EndOfStoreProdTotals = "Y"
        READ StoreProductTotalsFile
            AT END SET WS-EndOfStoreProdTotals TO "Y"
            NOT AT END PERFORM ACCUMULATE-ONE-ROW
        END-READ
    END-PERFORM
    CLOSE StoreProductTotalsFile

    OPEN OUTPUT MarginReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open MARGIN.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "MARGIN.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-MARGIN-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING
    PERFORM WRITE-PRODUCT-SECTION
    PERFORM WRITE-CATEGORY-SECTION
    PERFORM WRITE-STORE-SECTION
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE MarginReportFile

    DISPLAY "Store/product rows read:  " WS-RowsRead
    DISPLAY "Report lines written:     " WS-LinesWritten
    IF WS-UnmatchedRows > ZERO
        DISPLAY "Warning: " WS-UnmatchedRows " row(s) for products not on "
                "PRODUCT.MASTER are reported under category UNKNOWN"
    END-IF
    IF WS-CategoryOverflow > ZERO
        DISPLAY "Warning: more than 50 categories - " WS-CategoryOverflow
                " row(s) left out of the category section"
    END-IF
    DISPLAY "Report written to MARGIN.RPT"

    MOVE WS-RowsRead TO WS-JobStats-RecordsRead
    MOVE WS-LinesWritten TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

ACCUMULATE-ONE-ROW.
    ADD 1 TO WS-RowsRead
    MOVE SPT-RunDate TO WS-SalesRunDate
    ADD SPT-Quantity TO WS-TotalQty
    ADD SPT-Amount TO WS-TotalRevenue
    ADD SPT-Cost TO WS-TotalCost

    MOVE "N" TO WS-Found
    PERFORM VARYING WS-ProductMasterIndex FROM 1 BY 1
            UNTIL WS-ProductMasterIndex > WS-ProductMasterCount
        IF WS-Product-ID(WS-ProductMasterIndex) = SPT-ProductID
            ADD SPT-Quantity TO WS-Product-Qty(WS-ProductMasterIndex)
            ADD SPT-Amount TO WS-Product-Revenue(WS-ProductMasterIndex)
            ADD SPT-Cost TO WS-Product-Cost(WS-ProductMasterIndex)
            MOVE WS-Product-Category(WS-ProductMasterIndex)
                TO WS-LineLabel
            MOVE "Y" TO WS-Found
        END-IF
    END-PERFORM
    IF WS-Found = "N"
        ADD 1 TO WS-UnmatchedRows
        MOVE "UNKNOWN" TO WS-LineLabel
    END-IF
    PERFORM ACCUMULATE-CATEGORY

    PERFORM VARYING WS-StoreIndex FROM 1 BY 1
            UNTIL WS-StoreIndex > WS-StoreCount
        IF WS-Store-ID(WS-StoreIndex) = SPT-StoreID
            ADD SPT-Quantity TO WS-Store-Qty(WS-StoreIndex)
            ADD SPT-Amount TO WS-Store-Revenue(WS-StoreIndex)
            ADD SPT-Cost TO WS-Store-Cost(WS-StoreIndex)
        END-IF
    END-PERFORM.

ACCUMULATE-CATEGORY.
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-CategoryIndex FROM 1 BY 1
            UNTIL WS-CategoryIndex > WS-CategoryCount
        IF WS-Category-Name(WS-CategoryIndex) = WS-LineLabel(1:10)
            MOVE "Y" TO WS-Found
            ADD SPT-Quantity TO WS-Category-Qty(WS-CategoryIndex)
            ADD SPT-Amount TO WS-Category-Revenue(WS-CategoryIndex)
            ADD SPT-Cost TO WS-Category-Cost(WS-CategoryIndex)
        END-IF
    END-PERFORM
    IF WS-Found = "N"
        IF WS-CategoryCount < 50
            ADD 1 TO WS-CategoryCount
            MOVE WS-LineLabel(1:10) TO WS-Category-Name(WS-CategoryCount)
            MOVE SPT-Quantity TO WS-Category-Qty(WS-CategoryCount)
            MOVE SPT-Amount TO WS-Category-Revenue(WS-CategoryCount)
            MOVE SPT-Cost TO WS-Category-Cost(WS-CategoryCount)
        ELSE
            ADD 1 TO WS-CategoryOverflow
        END-IF
    END-IF.

WRITE-PRODUCT-SECTION.
    MOVE SPACES TO MarginReportLine
    STRING "BY PRODUCT" INTO MarginReportLine
    WRITE MarginReportLine
    PERFORM WRITE-COLUMN-HEADINGS
    PERFORM VARYING WS-ProductMasterIndex FROM 1 BY 1
            UNTIL WS-ProductMasterIndex > WS-ProductMasterCount
        IF WS-Product-Revenue(WS-ProductMasterIndex) NOT = ZERO
                OR WS-Product-Qty(WS-ProductMasterIndex) NOT = ZERO
            MOVE SPACES TO WS-LineLabel
            STRING WS-Product-ID(WS-ProductMasterIndex) DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-Product-Desc(WS-ProductMasterIndex) DELIMITED SIZE
                   INTO WS-LineLabel
            MOVE WS-Product-Qty(WS-ProductMasterIndex) TO WS-LineQty
            MOVE WS-Product-Revenue(WS-ProductMasterIndex) TO WS-LineRevenue
            MOVE WS-Product-Cost(WS-ProductMasterIndex) TO WS-LineCost
            PERFORM WRITE-MARGIN-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO MarginReportLine
    WRITE MarginReportLine.

WRITE-CATEGORY-SECTION.
    MOVE SPACES TO MarginReportLine
    STRING "BY CATEGORY" INTO MarginReportLine
    WRITE MarginReportLine
    PERFORM WRITE-COLUMN-HEADINGS
    PERFORM VARYING WS-CategoryIndex FROM 1 BY 1
            UNTIL WS-CategoryIndex > WS-CategoryCount
        MOVE WS-Category-Name(WS-CategoryIndex) TO WS-LineLabel
        MOVE WS-Category-Qty(WS-CategoryIndex) TO WS-LineQty
        MOVE WS-Category-Revenue(WS-CategoryIndex) TO WS-LineRevenue
        MOVE WS-Category-Cost(WS-CategoryIndex) TO WS-LineCost
        PERFORM WRITE-MARGIN-LINE
    END-PERFORM
    MOVE SPACES TO MarginReportLine
    WRITE MarginReportLine.

WRITE-STORE-SECTION.
    MOVE SPACES TO MarginReportLine
    STRING "BY STORE" INTO MarginReportLine
    WRITE MarginReportLine
    PERFORM WRITE-COLUMN-HEADINGS
    PERFORM VARYING WS-StoreIndex FROM 1 BY 1
            UNTIL WS-StoreIndex > WS-StoreCount
        MOVE SPACES TO WS-LineLabel
        STRING WS-Store-ID(WS-StoreIndex) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Store-Name(WS-StoreIndex) DELIMITED SIZE
               INTO WS-LineLabel
        MOVE WS-Store-Qty(WS-StoreIndex) TO WS-LineQty
        MOVE WS-Store-Revenue(WS-StoreIndex) TO WS-LineRevenue
        MOVE WS-Store-Cost(WS-StoreIndex) TO WS-LineCost
        PERFORM WRITE-MARGIN-LINE
    END-PERFORM
    MOVE SPACES TO MarginReportLine
    WRITE MarginReportLine.

WRITE-COLUMN-HEADINGS.
    MOVE SPACES TO MarginReportLine
    STRING "                                        " DELIMITED SIZE
           "     UNITS         REVENUE            COST" DELIMITED SIZE
           "          MARGIN  MARGIN%" DELIMITED SIZE
           INTO MarginReportLine
    WRITE MarginReportLine.

WRITE-MARGIN-LINE.
    COMPUTE WS-LineMargin = WS-LineRevenue - WS-LineCost
    MOVE ZERO TO WS-LineMarginPct
    IF WS-LineRevenue NOT = ZERO
        COMPUTE WS-LineMarginPct ROUNDED =
            (WS-LineMargin * 100) / WS-LineRevenue
    END-IF
    MOVE WS-LineQty TO WS-Qty-Edit
    MOVE WS-LineRevenue TO WS-Revenue-Edit
    MOVE WS-LineCost TO WS-Cost-Edit
    MOVE WS-LineMargin TO WS-Margin-Edit
    MOVE WS-LineMarginPct TO WS-MarginPct-Edit
    MOVE SPACES TO MarginReportLine
    STRING "  " DELIMITED SIZE
           WS-LineLabel DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Qty-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Revenue-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Cost-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Margin-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-MarginPct-Edit DELIMITED SIZE
           INTO MarginReportLine
    WRITE MarginReportLine
    ADD 1 TO WS-LinesWritten.

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
    END-IF.

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE WS-SalesRunDate TO WS-SalesDate-Edit
    MOVE SPACES TO MarginReportLine
    STRING "==================== GROSS MARGIN REPORT ====================="
           INTO MarginReportLine
    WRITE MarginReportLine
    MOVE SPACES TO MarginReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           "   Sales run of " DELIMITED SIZE
           WS-SalesDate-Edit DELIMITED SIZE
           "   (net revenue less cost at average unit cost)" DELIMITED SIZE
           INTO MarginReportLine
    WRITE MarginReportLine
    MOVE SPACES TO MarginReportLine
    WRITE MarginReportLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO MarginReportLine
    STRING "ALL STORES" INTO MarginReportLine
    WRITE MarginReportLine
    MOVE "TOTAL" TO WS-LineLabel
    MOVE WS-TotalQty TO WS-LineQty
    MOVE WS-TotalRevenue TO WS-LineRevenue
    MOVE WS-TotalCost TO WS-LineCost
    PERFORM WRITE-MARGIN-LINE.

LOG-MARGIN-ERROR.
    MOVE "GrossMarginReport" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM GrossMarginReport.
