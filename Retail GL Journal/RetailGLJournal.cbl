IDENTIFICATION DIVISION.
PROGRAM-ID. RetailGLJournal.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ProductTotalsFile ASSIGN TO "PRODTOTALS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ProdTotalsStatus.

    SELECT StoreProductTotalsFile ASSIGN TO "STOREPROD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StoreProdTotalsStatus.

    SELECT RetailMapConfigFile ASSIGN TO "RGLMAP.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MapCfgStatus.

    SELECT StoreCentreConfigFile ASSIGN TO "STORECC.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StoreCentreCfgStatus.

    SELECT RetailJournalFile ASSIGN TO "RETAILGL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JournalStatus.

    SELECT RetailReportFile ASSIGN TO "RETAILGL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ProductMasterFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD ProductTotalsFile.
COPY "ProductTotalsRecord.cpy".

FD StoreProductTotalsFile.
COPY "StoreProductTotalsRecord.cpy".

FD RetailMapConfigFile.
01 RetailMapConfigLine PIC X(23).

FD StoreCentreConfigFile.
01 StoreCentreConfigLine PIC X(8).

FD RetailJournalFile.
01 RetailJournalRecord.
   05 RG-RecordType PIC X.
   05 RG-BusinessDate PIC 9(8).
   05 RG-GLAccount PIC 9(8).
   05 RG-CostCentre PIC 9(4).
   05 RG-TranType PIC X.
   05 RG-Amount PIC S9(11)V99.

FD RetailReportFile.
01 RetailReportLine PIC X(120).

FD ProductMasterFile.
COPY "ProductMasterRecord.cpy".

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-ProdTotalsStatus PIC 9(2) VALUE ZEROS.
01 WS-StoreProdTotalsStatus PIC 9(2) VALUE ZEROS.
01 WS-MapCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-StoreCentreCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-JournalStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfProdTotals PIC X VALUE "N".
01 WS-EndOfStoreProd PIC X VALUE "N".
01 WS-EndOfMapConfig PIC X VALUE "N".
01 WS-EndOfStoreCentreConfig PIC X VALUE "N".
01 WS-EndOfProductMaster PIC X VALUE "N".

01 WS-MapTable.
   05 WS-Map OCCURS 100 TIMES.
      10 WS-Map-Kind PIC X VALUE SPACE.
      10 WS-Map-Store PIC X(4) VALUE SPACES.
      10 WS-Map-Category PIC X(10) VALUE SPACES.
      10 WS-Map-Account PIC 9(8) VALUE ZEROS.
01 WS-MapCount PIC 9(3) VALUE ZEROS.
01 WS-MapIndex PIC 9(3) VALUE ZEROS.
01 WS-MapScore PIC 9 VALUE ZERO.
01 WS-BestScore PIC 9 VALUE ZERO.
01 WS-MapFound PIC X VALUE "N".

01 WS-StoreCentreTable.
   05 WS-StoreCentre OCCURS 100 TIMES.
      10 WS-StoreCentre-Store PIC X(4) VALUE SPACES.
      10 WS-StoreCentre-Code PIC 9(4) VALUE ZEROS.
01 WS-StoreCentreCount PIC 9(3) VALUE ZEROS.
01 WS-StoreCentreIndex PIC 9(3) VALUE ZEROS.
01 WS-DefaultCostCentre PIC 9(4) VALUE ZEROS.
01 WS-DefaultCentreCount PIC 9(6) VALUE ZEROS.

01 WS-ProductTable.
   05 WS-Product OCCURS 500 TIMES.
      10 WS-Product-ID PIC X(10) VALUE SPACES.
      10 WS-Product-Category PIC X(10) VALUE SPACES.
01 WS-ProductCount PIC 9(3) VALUE ZEROS.
01 WS-ProductIndex PIC 9(3) VALUE ZEROS.

01 WS-Posting.
   05 WS-Post-Kind PIC X VALUE SPACE.
   05 WS-Post-Side PIC X VALUE SPACE.
   05 WS-Post-Store PIC X(4) VALUE SPACES.
   05 WS-Post-Category PIC X(10) VALUE SPACES.
   05 WS-Post-Account PIC 9(8) VALUE ZEROS.
   05 WS-Post-CostCentre PIC 9(4) VALUE ZEROS.
   05 WS-Post-Amount PIC S9(11)V99 VALUE ZEROS.

01 WS-JournalTable.
   05 WS-Line OCCURS 1000 TIMES.
      10 WS-Line-Account PIC 9(8) VALUE ZEROS.
      10 WS-Line-CostCentre PIC 9(4) VALUE ZEROS.
      10 WS-Line-Side PIC X VALUE SPACE.
      10 WS-Line-Kind PIC X VALUE SPACE.
      10 WS-Line-Amount PIC S9(11)V99 VALUE ZEROS.
01 WS-LineCount PIC 9(4) VALUE ZEROS.
01 WS-LineIndex PIC 9(4) VALUE ZEROS.
01 WS-LineOverflow PIC 9(6) VALUE ZEROS.
01 WS-Found PIC X VALUE "N".

01 WS-UnmappedTable.
   05 WS-Unmapped OCCURS 50 TIMES.
      10 WS-Unmapped-Kind PIC X VALUE SPACE.
      10 WS-Unmapped-Store PIC X(4) VALUE SPACES.
      10 WS-Unmapped-Category PIC X(10) VALUE SPACES.
      10 WS-Unmapped-Amount PIC S9(11)V99 VALUE ZEROS.
01 WS-UnmappedCount PIC 9(2) VALUE ZEROS.
01 WS-UnmappedIndex PIC 9(2) VALUE ZEROS.

01 WS-BusinessDate PIC 9(8) VALUE ZEROS.
01 WS-StoreProdDate PIC 9(8) VALUE ZEROS.
01 WS-DateMismatch PIC X VALUE "N".
01 WS-TotalNetSales PIC S9(11)V99 VALUE ZEROS.
01 WS-TotalTax PIC S9(11)V99 VALUE ZEROS.
01 WS-TotalDebits PIC S9(11)V99 VALUE ZEROS.
01 WS-TotalCredits PIC S9(11)V99 VALUE ZEROS.
01 WS-Difference PIC S9(11)V99 VALUE ZEROS.
01 WS-ImbalanceFound PIC X VALUE "N".
01 WS-ProdTotalsRead PIC 9(6) VALUE ZEROS.
01 WS-StoreProdRead PIC 9(6) VALUE ZEROS.
01 WS-JournalLinesWritten PIC 9(6) VALUE ZEROS.

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-Date-Edit PIC 9(4)/99/99.
01 WS-Account-Edit PIC 9(8).
01 WS-Centre-Edit PIC 9(4).
01 WS-Count-Edit PIC ZZZ,ZZ9.
01 WS-Amount-Edit PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Debit-Edit PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Credit-Edit PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-KindLabel PIC X(20) VALUE SPACES.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "RetailGLJournal" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    PERFORM LOAD-RETAIL-MAPPING
    IF WS-MapCount = ZERO
        DISPLAY "Error: RGLMAP.CFG is missing or empty - no ledger mapping "
                "for the retail journal. Run refused."
        MOVE "CONFIG" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "RGLMAP.CFG" TO WS-ErrorLog-FileName
        PERFORM LOG-RETAILGL-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM LOAD-STORE-COST-CENTRES
    PERFORM LOAD-PRODUCT-CATEGORIES
    PERFORM SUMMARIZE-PRODUCT-TOTALS
    PERFORM POST-STORE-PRODUCT-TOTALS

    OPEN OUTPUT RetailReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open RETAILGL.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "RETAILGL.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-RETAILGL-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-REPORT-HEADING
    PERFORM WRITE-JOURNAL-LINES-SECTION
    PERFORM BALANCE-CHECK-JOURNAL

    IF WS-ImbalanceFound = "Y"
        PERFORM WRITE-UNMAPPED-SECTION
        MOVE SPACES TO RetailReportLine
        WRITE RetailReportLine
        MOVE SPACES TO RetailReportLine
        STRING "JOURNAL REFUSED - the retail journal does not balance and "
               "was not released" DELIMITED SIZE
               INTO RetailReportLine
        WRITE RetailReportLine
        CLOSE RetailReportFile
        DISPLAY "Error: the retail journal does not balance - RETAILGL.DAT "
                "was not written. See RETAILGL.RPT."
        MOVE "BALANCE" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "RETAILGL.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-RETAILGL-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-JOURNAL-FILE
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE RetailReportFile

    DISPLAY "Product totals read:   " WS-ProdTotalsRead
    DISPLAY "Store/product rows:    " WS-StoreProdRead
    DISPLAY "Journal lines written: " WS-JournalLinesWritten
    DISPLAY "Journal written to RETAILGL.DAT, report to RETAILGL.RPT"

    MOVE WS-StoreProdRead TO WS-JobStats-RecordsRead
    MOVE WS-JournalLinesWritten TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS
    MOVE ZERO TO RETURN-CODE
    STOP RUN.

WRITE-FAILED-JOB-STATS.
    MOVE WS-StoreProdRead TO WS-JobStats-RecordsRead
    MOVE ZEROS TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE 8 TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS.

LOAD-RETAIL-MAPPING.
    MOVE ZERO TO WS-MapCount
    OPEN INPUT RetailMapConfigFile
    IF WS-MapCfgStatus = ZERO
        PERFORM UNTIL WS-EndOfMapConfig = "Y"
            READ RetailMapConfigFile
                AT END SET WS-EndOfMapConfig TO "Y"
                NOT AT END
                    IF WS-MapCount < 100
                        ADD 1 TO WS-MapCount
                        MOVE RetailMapConfigLine(1:1)
                            TO WS-Map-Kind(WS-MapCount)
                        MOVE RetailMapConfigLine(2:4)
                            TO WS-Map-Store(WS-MapCount)
                        MOVE RetailMapConfigLine(6:10)
                            TO WS-Map-Category(WS-MapCount)
                        COMPUTE WS-Map-Account(WS-MapCount) =
                            FUNCTION NUMVAL(RetailMapConfigLine(16:8))
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RetailMapConfigFile
    END-IF.

LOAD-STORE-COST-CENTRES.
    MOVE ZERO TO WS-StoreCentreCount
    OPEN INPUT StoreCentreConfigFile
    IF WS-StoreCentreCfgStatus = ZERO
        PERFORM UNTIL WS-EndOfStoreCentreConfig = "Y"
            READ StoreCentreConfigFile
                AT END SET WS-EndOfStoreCentreConfig TO "Y"
                NOT AT END
                    IF StoreCentreConfigLine(1:4) NOT = SPACES
                            AND StoreCentreConfigLine(5:4) IS NUMERIC
                            AND WS-StoreCentreCount < 100
                        ADD 1 TO WS-StoreCentreCount
                        MOVE StoreCentreConfigLine(1:4)
                            TO WS-StoreCentre-Store(WS-StoreCentreCount)
                        MOVE StoreCentreConfigLine(5:4)
                            TO WS-StoreCentre-Code(WS-StoreCentreCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StoreCentreConfigFile
    END-IF
    IF WS-StoreCentreCount > ZERO
        MOVE WS-StoreCentre-Code(1) TO WS-DefaultCostCentre
    ELSE
        DISPLAY "Warning: STORECC.CFG is missing or empty - all postings "
                "go to cost centre " WS-DefaultCostCentre
    END-IF.

FIND-STORE-COST-CENTRE.
    MOVE WS-DefaultCostCentre TO WS-Post-CostCentre
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-StoreCentreIndex FROM 1 BY 1
            UNTIL WS-StoreCentreIndex > WS-StoreCentreCount
        IF WS-StoreCentre-Store(WS-StoreCentreIndex) = WS-Post-Store
            MOVE WS-StoreCentre-Code(WS-StoreCentreIndex)
                TO WS-Post-CostCentre
            MOVE "Y" TO WS-Found
        END-IF
    END-PERFORM
    IF WS-Found = "N"
        ADD 1 TO WS-DefaultCentreCount
    END-IF.

LOAD-PRODUCT-CATEGORIES.
    MOVE ZERO TO WS-ProductCount
    OPEN INPUT ProductMasterFile
    IF WS-ProductMasterStatus = ZERO
        PERFORM UNTIL WS-EndOfProductMaster = "Y"
            READ ProductMasterFile NEXT RECORD
                AT END SET WS-EndOfProductMaster TO "Y"
                NOT AT END
                    IF WS-ProductCount < 500
                        ADD 1 TO WS-ProductCount
                        MOVE PM-ProductID TO WS-Product-ID(WS-ProductCount)
                        MOVE PM-Category TO WS-Product-Category(WS-ProductCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ProductMasterFile
    END-IF.

SUMMARIZE-PRODUCT-TOTALS.
    OPEN INPUT ProductTotalsFile
    IF WS-ProdTotalsStatus NOT EQUAL ZERO
        MOVE WS-ProdTotalsStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PRODTOTALS.DAT. File Status: "
                WS-ProdTotalsStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ProdTotalsStatus TO WS-ErrorLog-FileStatus
        MOVE "PRODTOTALS.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-RETAILGL-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EndOfProdTotals = "Y"
        READ ProductTotalsFile
            AT END SET WS-EndOfProdTotals TO "Y"
            NOT AT END
                ADD 1 TO WS-ProdTotalsRead
                MOVE PTOT-RunDate TO WS-BusinessDate
                ADD PTOT-Amount TO WS-TotalNetSales
                ADD PTOT-Tax TO WS-TotalTax
        END-READ
    END-PERFORM
    CLOSE ProductTotalsFile

    MOVE "C" TO WS-Post-Kind
    MOVE "D" TO WS-Post-Side
    MOVE "ALL " TO WS-Post-Store
    MOVE SPACES TO WS-Post-Category
    MOVE WS-DefaultCostCentre TO WS-Post-CostCentre
    COMPUTE WS-Post-Amount = WS-TotalNetSales + WS-TotalTax
    PERFORM POST-ONE-AMOUNT
    MOVE "T" TO WS-Post-Kind
    MOVE "C" TO WS-Post-Side
    MOVE WS-TotalTax TO WS-Post-Amount
    PERFORM POST-ONE-AMOUNT.

POST-STORE-PRODUCT-TOTALS.
    OPEN INPUT StoreProductTotalsFile
    IF WS-StoreProdTotalsStatus NOT EQUAL ZERO
        MOVE WS-StoreProdTotalsStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open STOREPROD.DAT. File Status: "
                WS-StoreProdTotalsStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-StoreProdTotalsStatus TO WS-ErrorLog-FileStatus
        MOVE "STOREPROD.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-RETAILGL-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EndOfStoreProd = "Y"
        READ StoreProductTotalsFile
            AT END SET WS-EndOfStoreProd TO "Y"
            NOT AT END
                ADD 1 TO WS-StoreProdRead
                PERFORM POST-ONE-STORE-PRODUCT
        END-READ
    END-PERFORM
    CLOSE StoreProductTotalsFile.

POST-ONE-STORE-PRODUCT.
    IF WS-ProdTotalsRead > ZERO AND SPT-RunDate NOT = WS-BusinessDate
        MOVE "Y" TO WS-DateMismatch
        MOVE SPT-RunDate TO WS-StoreProdDate
    END-IF
    MOVE SPACES TO WS-Post-Category
    PERFORM VARYING WS-ProductIndex FROM 1 BY 1
            UNTIL WS-ProductIndex > WS-ProductCount
        IF WS-Product-ID(WS-ProductIndex) = SPT-ProductID
            MOVE WS-Product-Category(WS-ProductIndex) TO WS-Post-Category
        END-IF
    END-PERFORM
    MOVE SPT-StoreID TO WS-Post-Store
    PERFORM FIND-STORE-COST-CENTRE

    MOVE "S" TO WS-Post-Kind
    MOVE "C" TO WS-Post-Side
    COMPUTE WS-Post-Amount = SPT-Amount + SPT-ReturnAmount
    PERFORM POST-ONE-AMOUNT

    MOVE "R" TO WS-Post-Kind
    MOVE "D" TO WS-Post-Side
    MOVE SPT-ReturnAmount TO WS-Post-Amount
    PERFORM POST-ONE-AMOUNT

    MOVE "G" TO WS-Post-Kind
    MOVE "D" TO WS-Post-Side
    MOVE SPT-Cost TO WS-Post-Amount
    PERFORM POST-ONE-AMOUNT

    MOVE "I" TO WS-Post-Kind
    MOVE "C" TO WS-Post-Side
    MOVE SPT-Cost TO WS-Post-Amount
    PERFORM POST-ONE-AMOUNT.

POST-ONE-AMOUNT.
    IF WS-Post-Amount NOT = ZERO
        PERFORM FIND-ACCOUNT-MAPPING
        IF WS-MapFound = "N"
            PERFORM NOTE-UNMAPPED-POSTING
        ELSE
            PERFORM ADD-TO-JOURNAL-LINE
        END-IF
    END-IF.

FIND-ACCOUNT-MAPPING.
    MOVE "N" TO WS-MapFound
    MOVE ZERO TO WS-BestScore
    PERFORM VARYING WS-MapIndex FROM 1 BY 1
            UNTIL WS-MapIndex > WS-MapCount
        IF WS-Map-Kind(WS-MapIndex) = WS-Post-Kind
                AND (WS-Map-Store(WS-MapIndex) = WS-Post-Store
                    OR WS-Map-Store(WS-MapIndex) = "ALL "
                    OR WS-Map-Store(WS-MapIndex) = SPACES)
                AND (WS-Map-Category(WS-MapIndex) = WS-Post-Category
                    OR WS-Map-Category(WS-MapIndex) = SPACES)
            MOVE 1 TO WS-MapScore
            IF WS-Map-Store(WS-MapIndex) = WS-Post-Store
                ADD 2 TO WS-MapScore
            END-IF
            IF WS-Map-Category(WS-MapIndex) NOT = SPACES
                ADD 1 TO WS-MapScore
            END-IF
            IF WS-MapScore > WS-BestScore
                MOVE WS-MapScore TO WS-BestScore
                MOVE WS-Map-Account(WS-MapIndex) TO WS-Post-Account
                MOVE "Y" TO WS-MapFound
            END-IF
        END-IF
    END-PERFORM.

ADD-TO-JOURNAL-LINE.
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-LineIndex FROM 1 BY 1
            UNTIL WS-LineIndex > WS-LineCount
        IF WS-Line-Account(WS-LineIndex) = WS-Post-Account
                AND WS-Line-CostCentre(WS-LineIndex) = WS-Post-CostCentre
                AND WS-Line-Side(WS-LineIndex) = WS-Post-Side
                AND WS-Line-Kind(WS-LineIndex) = WS-Post-Kind
            ADD WS-Post-Amount TO WS-Line-Amount(WS-LineIndex)
            MOVE "Y" TO WS-Found
        END-IF
    END-PERFORM
    IF WS-Found = "N"
        IF WS-LineCount < 1000
            ADD 1 TO WS-LineCount
            MOVE WS-Post-Account TO WS-Line-Account(WS-LineCount)
            MOVE WS-Post-CostCentre TO WS-Line-CostCentre(WS-LineCount)
            MOVE WS-Post-Side TO WS-Line-Side(WS-LineCount)
            MOVE WS-Post-Kind TO WS-Line-Kind(WS-LineCount)
            MOVE WS-Post-Amount TO WS-Line-Amount(WS-LineCount)
        ELSE
            ADD 1 TO WS-LineOverflow
        END-IF
    END-IF.

NOTE-UNMAPPED-POSTING.
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-UnmappedIndex FROM 1 BY 1
            UNTIL WS-UnmappedIndex > WS-UnmappedCount
        IF WS-Unmapped-Kind(WS-UnmappedIndex) = WS-Post-Kind
                AND WS-Unmapped-Store(WS-UnmappedIndex) = WS-Post-Store
                AND WS-Unmapped-Category(WS-UnmappedIndex) = WS-Post-Category
            ADD WS-Post-Amount TO WS-Unmapped-Amount(WS-UnmappedIndex)
            MOVE "Y" TO WS-Found
        END-IF
    END-PERFORM
    IF WS-Found = "N" AND WS-UnmappedCount < 50
        ADD 1 TO WS-UnmappedCount
        MOVE WS-Post-Kind TO WS-Unmapped-Kind(WS-UnmappedCount)
        MOVE WS-Post-Store TO WS-Unmapped-Store(WS-UnmappedCount)
        MOVE WS-Post-Category TO WS-Unmapped-Category(WS-UnmappedCount)
        MOVE WS-Post-Amount TO WS-Unmapped-Amount(WS-UnmappedCount)
    END-IF.

SET-KIND-LABEL.
    EVALUATE WS-Post-Kind
        WHEN "S" MOVE "SALES REVENUE" TO WS-KindLabel
        WHEN "R" MOVE "RETURNS (CONTRA)" TO WS-KindLabel
        WHEN "T" MOVE "SALES TAX PAYABLE" TO WS-KindLabel
        WHEN "C" MOVE "TENDER CLEARING" TO WS-KindLabel
        WHEN "G" MOVE "COST OF GOODS SOLD" TO WS-KindLabel
        WHEN "I" MOVE "INVENTORY" TO WS-KindLabel
        WHEN OTHER MOVE "UNKNOWN" TO WS-KindLabel
    END-EVALUATE.

BALANCE-CHECK-JOURNAL.
    MOVE ZEROS TO WS-TotalDebits
    MOVE ZEROS TO WS-TotalCredits
    PERFORM VARYING WS-LineIndex FROM 1 BY 1
            UNTIL WS-LineIndex > WS-LineCount
        IF WS-Line-Side(WS-LineIndex) = "D"
            ADD WS-Line-Amount(WS-LineIndex) TO WS-TotalDebits
        ELSE
            ADD WS-Line-Amount(WS-LineIndex) TO WS-TotalCredits
        END-IF
    END-PERFORM
    COMPUTE WS-Difference = WS-TotalDebits - WS-TotalCredits
    MOVE WS-TotalDebits TO WS-Debit-Edit
    MOVE WS-TotalCredits TO WS-Credit-Edit
    MOVE SPACES TO RetailReportLine
    WRITE RetailReportLine
    MOVE SPACES TO RetailReportLine
    STRING "TOTAL DEBITS: " DELIMITED SIZE
           WS-Debit-Edit DELIMITED SIZE
           "   TOTAL CREDITS: " DELIMITED SIZE
           WS-Credit-Edit DELIMITED SIZE
           INTO RetailReportLine
    WRITE RetailReportLine
    IF WS-Difference NOT = ZERO
        MOVE "Y" TO WS-ImbalanceFound
        MOVE WS-Difference TO WS-Amount-Edit
        MOVE SPACES TO RetailReportLine
        STRING "OUT OF BALANCE by " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE
               " (debits less credits)" DELIMITED SIZE
               INTO RetailReportLine
        WRITE RetailReportLine
    END-IF
    IF WS-UnmappedCount > ZERO
        MOVE "Y" TO WS-ImbalanceFound
        MOVE SPACES TO RetailReportLine
        STRING "Postings with no RGLMAP.CFG account were left out of the "
               "journal" DELIMITED SIZE
               INTO RetailReportLine
        WRITE RetailReportLine
    END-IF
    IF WS-LineOverflow > ZERO
        MOVE "Y" TO WS-ImbalanceFound
        MOVE SPACES TO RetailReportLine
        STRING "More than 1000 distinct journal lines - journal incomplete"
               INTO RetailReportLine
        WRITE RetailReportLine
    END-IF
    IF WS-DateMismatch = "Y"
        MOVE "Y" TO WS-ImbalanceFound
        MOVE WS-StoreProdDate TO WS-Date-Edit
        MOVE SPACES TO RetailReportLine
        STRING "STOREPROD.DAT is dated " DELIMITED SIZE
               WS-Date-Edit DELIMITED SIZE
               " - not from the same sales run as PRODTOTALS.DAT"
               DELIMITED SIZE
               INTO RetailReportLine
        WRITE RetailReportLine
    END-IF.

WRITE-JOURNAL-LINES-SECTION.
    IF WS-LineCount = ZERO
        MOVE SPACES TO RetailReportLine
        STRING "  (no retail sales to journal for this business date)"
               INTO RetailReportLine
        WRITE RetailReportLine
    END-IF
    PERFORM VARYING WS-LineIndex FROM 1 BY 1
            UNTIL WS-LineIndex > WS-LineCount
        MOVE WS-Line-Kind(WS-LineIndex) TO WS-Post-Kind
        PERFORM SET-KIND-LABEL
        MOVE WS-Line-Account(WS-LineIndex) TO WS-Account-Edit
        MOVE WS-Line-CostCentre(WS-LineIndex) TO WS-Centre-Edit
        MOVE WS-Line-Amount(WS-LineIndex) TO WS-Amount-Edit
        MOVE SPACES TO RetailReportLine
        IF WS-Line-Side(WS-LineIndex) = "D"
            STRING "  DR " DELIMITED SIZE
                   WS-Account-Edit DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-Centre-Edit DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-KindLabel DELIMITED SIZE
                   WS-Amount-Edit DELIMITED SIZE
                   INTO RetailReportLine
        ELSE
            STRING "  CR " DELIMITED SIZE
                   WS-Account-Edit DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-Centre-Edit DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-KindLabel DELIMITED SIZE
                   "                   " DELIMITED SIZE
                   WS-Amount-Edit DELIMITED SIZE
                   INTO RetailReportLine
        END-IF
        WRITE RetailReportLine
    END-PERFORM.

WRITE-UNMAPPED-SECTION.
    IF WS-UnmappedCount > ZERO
        MOVE SPACES TO RetailReportLine
        WRITE RetailReportLine
        MOVE SPACES TO RetailReportLine
        STRING "POSTINGS WITH NO GL MAPPING (excluded from the journal):"
               INTO RetailReportLine
        WRITE RetailReportLine
        PERFORM VARYING WS-UnmappedIndex FROM 1 BY 1
                UNTIL WS-UnmappedIndex > WS-UnmappedCount
            MOVE WS-Unmapped-Kind(WS-UnmappedIndex) TO WS-Post-Kind
            PERFORM SET-KIND-LABEL
            MOVE WS-Unmapped-Amount(WS-UnmappedIndex) TO WS-Amount-Edit
            MOVE SPACES TO RetailReportLine
            STRING "  " DELIMITED SIZE
                   WS-KindLabel DELIMITED SIZE
                   "  Store " DELIMITED SIZE
                   WS-Unmapped-Store(WS-UnmappedIndex) DELIMITED SIZE
                   "  Category " DELIMITED SIZE
                   WS-Unmapped-Category(WS-UnmappedIndex) DELIMITED SIZE
                   "  Amount " DELIMITED SIZE
                   WS-Amount-Edit DELIMITED SIZE
                   INTO RetailReportLine
            WRITE RetailReportLine
        END-PERFORM
    END-IF.

WRITE-JOURNAL-FILE.
    OPEN OUTPUT RetailJournalFile
    IF WS-JournalStatus NOT EQUAL ZERO
        MOVE WS-JournalStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open RETAILGL.DAT. File Status: " WS-JournalStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-JournalStatus TO WS-ErrorLog-FileStatus
        MOVE "RETAILGL.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-RETAILGL-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-LineIndex FROM 1 BY 1
            UNTIL WS-LineIndex > WS-LineCount
        MOVE WS-Line-Side(WS-LineIndex) TO RG-RecordType
        MOVE WS-BusinessDate TO RG-BusinessDate
        MOVE WS-Line-Account(WS-LineIndex) TO RG-GLAccount
        MOVE WS-Line-CostCentre(WS-LineIndex) TO RG-CostCentre
        MOVE WS-Line-Kind(WS-LineIndex) TO RG-TranType
        MOVE WS-Line-Amount(WS-LineIndex) TO RG-Amount
        WRITE RetailJournalRecord
        ADD 1 TO WS-JournalLinesWritten
    END-PERFORM
    MOVE "T" TO RG-RecordType
    MOVE WS-BusinessDate TO RG-BusinessDate
    MOVE ZEROS TO RG-GLAccount
    MOVE ZEROS TO RG-CostCentre
    MOVE SPACE TO RG-TranType
    MOVE WS-TotalDebits TO RG-Amount
    WRITE RetailJournalRecord
    ADD 1 TO WS-JournalLinesWritten
    CLOSE RetailJournalFile.

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE WS-BusinessDate TO WS-Date-Edit
    MOVE SPACES TO RetailReportLine
    STRING "==================== RETAIL SALES GL JOURNAL ===================="
           INTO RetailReportLine
    WRITE RetailReportLine
    MOVE SPACES TO RetailReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           "   Sales Business Date: " DELIMITED SIZE
           WS-Date-Edit DELIMITED SIZE
           INTO RetailReportLine
    WRITE RetailReportLine
    MOVE SPACES TO RetailReportLine
    WRITE RetailReportLine
    MOVE SPACES TO RetailReportLine
    STRING "     ACCOUNT   CC    ENTRY                          DEBIT"
           "              CREDIT" DELIMITED SIZE
           INTO RetailReportLine
    WRITE RetailReportLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO RetailReportLine
    WRITE RetailReportLine
    MOVE WS-TotalDebits TO WS-Amount-Edit
    MOVE SPACES TO RetailReportLine
    STRING "Journal balanced - Debits = Credits = " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE
           INTO RetailReportLine
    WRITE RetailReportLine
    MOVE SPACES TO RetailReportLine
    STRING "Store/product rows read: " DELIMITED SIZE
           WS-StoreProdRead DELIMITED SIZE
           "   Journal lines written: " DELIMITED SIZE
           WS-JournalLinesWritten DELIMITED SIZE
           INTO RetailReportLine
    WRITE RetailReportLine
    IF WS-DefaultCentreCount > ZERO
        MOVE WS-DefaultCentreCount TO WS-Count-Edit
        MOVE WS-DefaultCostCentre TO WS-Centre-Edit
        MOVE SPACES TO RetailReportLine
        STRING "  " DELIMITED SIZE
               WS-Count-Edit DELIMITED SIZE
               " store/product row(s) for stores not in STORECC.CFG were "
               DELIMITED SIZE
               "posted to the default cost centre " DELIMITED SIZE
               WS-Centre-Edit DELIMITED SIZE
               INTO RetailReportLine
        WRITE RetailReportLine
    END-IF.

LOG-RETAILGL-ERROR.
    MOVE "RetailGLJournal" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM RetailGLJournal.
