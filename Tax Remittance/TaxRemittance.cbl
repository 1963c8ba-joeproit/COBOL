IDENTIFICATION DIVISION.
PROGRAM-ID. TaxRemittance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TaxDetailFile ASSIGN TO "TAXDETAIL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TaxDetailStatus.

    SELECT RemittanceReportFile ASSIGN TO "TAXREMIT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD TaxDetailFile.
COPY "TaxDetailRecord.cpy".

FD RemittanceReportFile.
01 RemittanceReportLine PIC X(132).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-TaxDetailStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfTaxDetail PIC X VALUE "N".

01 WS-FilingPeriod PIC X(6) VALUE SPACES.
01 WS-FilingPeriod-View REDEFINES WS-FilingPeriod.
   05 WS-Period-Year PIC 9(4).
   05 WS-Period-Part PIC X(2).
01 WS-Period-Month PIC 9(2) VALUE ZEROS.
01 WS-Period-Quarter PIC 9 VALUE ZERO.
01 WS-PeriodValid PIC X VALUE "N".
01 WS-PeriodLabel PIC X(12) VALUE SPACES.
01 WS-DateFrom PIC 9(8) VALUE ZEROS.
01 WS-DateTo PIC 9(8) VALUE ZEROS.
01 WS-DateFrom-Edit PIC 9(4)/99/99.
01 WS-DateTo-Edit PIC 9(4)/99/99.
01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-RunDate-Edit PIC 9(4)/99/99.

01 WS-RemitTable.
   05 WS-Remit OCCURS 200 TIMES.
      10 WS-Remit-Key.
         15 WS-Remit-Juris PIC X(6) VALUE SPACES.
         15 WS-Remit-Store PIC X(4) VALUE SPACES.
      10 WS-Remit-TaxableSales PIC S9(11)V99 VALUE ZEROS.
      10 WS-Remit-TaxableReturns PIC S9(11)V99 VALUE ZEROS.
      10 WS-Remit-ExemptSales PIC S9(11)V99 VALUE ZEROS.
      10 WS-Remit-TaxCollected PIC S9(11)V99 VALUE ZEROS.
      10 WS-Remit-TaxRefunded PIC S9(11)V99 VALUE ZEROS.
01 WS-RemitCount PIC 9(3) VALUE ZEROS.
01 WS-RemitIndex PIC 9(3) VALUE ZEROS.
01 WS-RemitOverflow PIC 9(6) VALUE ZEROS.
01 WS-Found PIC X VALUE "N".

01 WS-SortSwapped PIC X VALUE "N".
01 WS-SortTemp PIC X(75).

01 WS-CurrentJuris PIC X(6) VALUE SPACES.
01 WS-JurisTotals.
   05 WS-JT-TaxableSales PIC S9(11)V99 VALUE ZEROS.
   05 WS-JT-TaxableReturns PIC S9(11)V99 VALUE ZEROS.
   05 WS-JT-ExemptSales PIC S9(11)V99 VALUE ZEROS.
   05 WS-JT-TaxCollected PIC S9(11)V99 VALUE ZEROS.
   05 WS-JT-TaxRefunded PIC S9(11)V99 VALUE ZEROS.
01 WS-NetTaxDue PIC S9(11)V99 VALUE ZEROS.
01 WS-GrandTaxDue PIC S9(11)V99 VALUE ZEROS.
01 WS-JurisCount PIC 9(3) VALUE ZEROS.
01 WS-RowsRead PIC 9(8) VALUE ZEROS.
01 WS-RowsInPeriod PIC 9(8) VALUE ZEROS.

01 WS-Label PIC X(12) VALUE SPACES.
01 WS-Taxable-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Returns-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Exempt-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Collected-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Refunded-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-NetDue-Edit PIC -ZZZ,ZZZ,ZZ9.99.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "TaxRemittance" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    DISPLAY "Enter the filing period (YYYYMM for a month, YYYYQn for a "
            "quarter): "
    ACCEPT WS-FilingPeriod
    PERFORM SET-FILING-PERIOD
    IF WS-PeriodValid = "N"
        DISPLAY "Error: Invalid filing period " WS-FilingPeriod
                " - use YYYYMM or YYYYQ1 to YYYYQ4."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT TaxDetailFile
    IF WS-TaxDetailStatus NOT EQUAL ZERO
        MOVE WS-TaxDetailStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open TAXDETAIL.DAT. File Status: "
                WS-TaxDetailStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-TaxDetailStatus TO WS-ErrorLog-FileStatus
        MOVE "TAXDETAIL.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-TAXREMIT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL WS-EndOfTaxDetail = "Y"
        READ TaxDetailFile
            AT END SET WS-EndOfTaxDetail TO "Y"
            NOT AT END
                ADD 1 TO WS-RowsRead
                IF TD-SaleDate >= WS-DateFrom AND TD-SaleDate <= WS-DateTo
                    ADD 1 TO WS-RowsInPeriod
                    PERFORM ACCUMULATE-REMITTANCE
                END-IF
        END-READ
    END-PERFORM
    CLOSE TaxDetailFile

    IF WS-RemitOverflow > ZERO
        DISPLAY "Error: more than 200 jurisdiction/store combinations in "
                "the period - return not produced."
        MOVE "OVERFLOW" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "TAXDETAIL.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-TAXREMIT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM SORT-REMITTANCE-TABLE

    OPEN OUTPUT RemittanceReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open TAXREMIT.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "TAXREMIT.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-TAXREMIT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING
    IF WS-RemitCount = ZERO
        MOVE SPACES TO RemittanceReportLine
        STRING "  (no sales recorded on TAXDETAIL.DAT for this period)"
               INTO RemittanceReportLine
        WRITE RemittanceReportLine
    ELSE
        MOVE WS-Remit-Juris(1) TO WS-CurrentJuris
        PERFORM START-JURISDICTION
        PERFORM VARYING WS-RemitIndex FROM 1 BY 1
                UNTIL WS-RemitIndex > WS-RemitCount
            IF WS-Remit-Juris(WS-RemitIndex) NOT = WS-CurrentJuris
                PERFORM END-JURISDICTION
                MOVE WS-Remit-Juris(WS-RemitIndex) TO WS-CurrentJuris
                PERFORM START-JURISDICTION
            END-IF
            PERFORM WRITE-STORE-LINE
        END-PERFORM
        PERFORM END-JURISDICTION
    END-IF
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE RemittanceReportFile

    DISPLAY "Tax detail rows read:     " WS-RowsRead
    DISPLAY "Rows in filing period:    " WS-RowsInPeriod
    DISPLAY "Jurisdictions reported:   " WS-JurisCount
    DISPLAY "Return written to TAXREMIT.RPT"

    MOVE WS-RowsRead TO WS-JobStats-RecordsRead
    MOVE WS-JurisCount TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

SET-FILING-PERIOD.
    MOVE "N" TO WS-PeriodValid
    IF WS-FilingPeriod(1:4) IS NUMERIC AND WS-Period-Year > 1900
        EVALUATE TRUE
            WHEN WS-Period-Part(1:1) = "Q" OR WS-Period-Part(1:1) = "q"
                IF WS-Period-Part(2:1) >= "1" AND WS-Period-Part(2:1) <= "4"
                    MOVE WS-Period-Part(2:1) TO WS-Period-Quarter
                    COMPUTE WS-Period-Month = (WS-Period-Quarter * 3) - 2
                    COMPUTE WS-DateFrom =
                        (WS-Period-Year * 10000) + (WS-Period-Month * 100) + 1
                    ADD 2 TO WS-Period-Month
                    MOVE "Y" TO WS-PeriodValid
                    STRING WS-FilingPeriod(1:4) DELIMITED SIZE
                           " QUARTER " DELIMITED SIZE
                           WS-Period-Part(2:1) DELIMITED SIZE
                           INTO WS-PeriodLabel
                END-IF
            WHEN WS-Period-Part IS NUMERIC
                MOVE WS-Period-Part TO WS-Period-Month
                IF WS-Period-Month >= 1 AND WS-Period-Month <= 12
                    COMPUTE WS-DateFrom =
                        (WS-Period-Year * 10000) + (WS-Period-Month * 100) + 1
                    MOVE "Y" TO WS-PeriodValid
                    STRING WS-FilingPeriod(1:4) DELIMITED SIZE
                           " MONTH " DELIMITED SIZE
                           WS-Period-Part DELIMITED SIZE
                           INTO WS-PeriodLabel
                END-IF
        END-EVALUATE
    END-IF
    IF WS-PeriodValid = "Y"
        IF WS-Period-Month = 12
            COMPUTE WS-DateTo = ((WS-Period-Year + 1) * 10000) + 101
        ELSE
            COMPUTE WS-DateTo =
                (WS-Period-Year * 10000) + ((WS-Period-Month + 1) * 100) + 1
        END-IF
        COMPUTE WS-DateTo = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-DateTo) - 1)
    END-IF.

ACCUMULATE-REMITTANCE.
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-RemitIndex FROM 1 BY 1
            UNTIL WS-RemitIndex > WS-RemitCount
        IF WS-Remit-Juris(WS-RemitIndex) = TD-Jurisdiction
                AND WS-Remit-Store(WS-RemitIndex) = TD-StoreID
            PERFORM APPLY-ROW-TO-REMITTANCE
            MOVE "Y" TO WS-Found
        END-IF
    END-PERFORM
    IF WS-Found = "N"
        IF WS-RemitCount < 200
            ADD 1 TO WS-RemitCount
            MOVE WS-RemitCount TO WS-RemitIndex
            MOVE TD-Jurisdiction TO WS-Remit-Juris(WS-RemitIndex)
            MOVE TD-StoreID TO WS-Remit-Store(WS-RemitIndex)
            MOVE ZEROS TO WS-Remit-TaxableSales(WS-RemitIndex)
            MOVE ZEROS TO WS-Remit-TaxableReturns(WS-RemitIndex)
            MOVE ZEROS TO WS-Remit-ExemptSales(WS-RemitIndex)
            MOVE ZEROS TO WS-Remit-TaxCollected(WS-RemitIndex)
            MOVE ZEROS TO WS-Remit-TaxRefunded(WS-RemitIndex)
            PERFORM APPLY-ROW-TO-REMITTANCE
        ELSE
            ADD 1 TO WS-RemitOverflow
        END-IF
    END-IF.

APPLY-ROW-TO-REMITTANCE.
    ADD TD-TaxableSales TO WS-Remit-TaxableSales(WS-RemitIndex)
    ADD TD-TaxableReturns TO WS-Remit-TaxableReturns(WS-RemitIndex)
    ADD TD-ExemptSales TO WS-Remit-ExemptSales(WS-RemitIndex)
    ADD TD-TaxCollected TO WS-Remit-TaxCollected(WS-RemitIndex)
    ADD TD-TaxRefunded TO WS-Remit-TaxRefunded(WS-RemitIndex).

SORT-REMITTANCE-TABLE.
    MOVE "Y" TO WS-SortSwapped
    PERFORM UNTIL WS-SortSwapped = "N"
        MOVE "N" TO WS-SortSwapped
        PERFORM VARYING WS-RemitIndex FROM 1 BY 1
                UNTIL WS-RemitIndex > WS-RemitCount - 1
            IF WS-Remit-Key(WS-RemitIndex) > WS-Remit-Key(WS-RemitIndex + 1)
                MOVE WS-Remit(WS-RemitIndex) TO WS-SortTemp
                MOVE WS-Remit(WS-RemitIndex + 1) TO WS-Remit(WS-RemitIndex)
                MOVE WS-SortTemp TO WS-Remit(WS-RemitIndex + 1)
                MOVE "Y" TO WS-SortSwapped
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE WS-DateFrom TO WS-DateFrom-Edit
    MOVE WS-DateTo TO WS-DateTo-Edit
    MOVE SPACES TO RemittanceReportLine
    STRING "==================== SALES TAX REMITTANCE RETURN ===================="
           INTO RemittanceReportLine
    WRITE RemittanceReportLine
    MOVE SPACES TO RemittanceReportLine
    STRING "Filing Period: " DELIMITED SIZE
           WS-PeriodLabel DELIMITED SIZE
           "  (" DELIMITED SIZE
           WS-DateFrom-Edit DELIMITED SIZE
           " to " DELIMITED SIZE
           WS-DateTo-Edit DELIMITED SIZE
           ")   Run Date: " DELIMITED SIZE
           WS-RunDate-Edit DELIMITED SIZE
           INTO RemittanceReportLine
    WRITE RemittanceReportLine
    MOVE SPACES TO RemittanceReportLine
    WRITE RemittanceReportLine.

START-JURISDICTION.
    ADD 1 TO WS-JurisCount
    INITIALIZE WS-JurisTotals
    MOVE SPACES TO RemittanceReportLine
    IF WS-CurrentJuris = SPACES
        STRING "JURISDICTION: (none assigned - taxed at product rate)"
               INTO RemittanceReportLine
    ELSE
        STRING "JURISDICTION: " DELIMITED SIZE
               WS-CurrentJuris DELIMITED SIZE
               INTO RemittanceReportLine
    END-IF
    WRITE RemittanceReportLine
    MOVE SPACES TO RemittanceReportLine
    STRING "              Taxable Sales   Taxable Returns    Exempt Sales"
           "   Tax Collected    Tax Refunded     Net Tax Due"
           INTO RemittanceReportLine
    WRITE RemittanceReportLine.

WRITE-STORE-LINE.
    ADD WS-Remit-TaxableSales(WS-RemitIndex) TO WS-JT-TaxableSales
    ADD WS-Remit-TaxableReturns(WS-RemitIndex) TO WS-JT-TaxableReturns
    ADD WS-Remit-ExemptSales(WS-RemitIndex) TO WS-JT-ExemptSales
    ADD WS-Remit-TaxCollected(WS-RemitIndex) TO WS-JT-TaxCollected
    ADD WS-Remit-TaxRefunded(WS-RemitIndex) TO WS-JT-TaxRefunded
    MOVE SPACES TO WS-Label
    STRING "  STORE " DELIMITED SIZE
           WS-Remit-Store(WS-RemitIndex) DELIMITED SIZE
           INTO WS-Label
    MOVE WS-Remit-TaxableSales(WS-RemitIndex) TO WS-Taxable-Edit
    MOVE WS-Remit-TaxableReturns(WS-RemitIndex) TO WS-Returns-Edit
    MOVE WS-Remit-ExemptSales(WS-RemitIndex) TO WS-Exempt-Edit
    MOVE WS-Remit-TaxCollected(WS-RemitIndex) TO WS-Collected-Edit
    MOVE WS-Remit-TaxRefunded(WS-RemitIndex) TO WS-Refunded-Edit
    COMPUTE WS-NetTaxDue = WS-Remit-TaxCollected(WS-RemitIndex)
        - WS-Remit-TaxRefunded(WS-RemitIndex)
    PERFORM WRITE-AMOUNT-LINE.

END-JURISDICTION.
    MOVE "  TOTAL" TO WS-Label
    MOVE WS-JT-TaxableSales TO WS-Taxable-Edit
    MOVE WS-JT-TaxableReturns TO WS-Returns-Edit
    MOVE WS-JT-ExemptSales TO WS-Exempt-Edit
    MOVE WS-JT-TaxCollected TO WS-Collected-Edit
    MOVE WS-JT-TaxRefunded TO WS-Refunded-Edit
    COMPUTE WS-NetTaxDue = WS-JT-TaxCollected - WS-JT-TaxRefunded
    ADD WS-NetTaxDue TO WS-GrandTaxDue
    PERFORM WRITE-AMOUNT-LINE
    COMPUTE WS-NetTaxDue = WS-JT-TaxableSales - WS-JT-TaxableReturns
    MOVE WS-NetTaxDue TO WS-NetDue-Edit
    MOVE SPACES TO RemittanceReportLine
    STRING "  Net taxable sales (sales less returns): " DELIMITED SIZE
           WS-NetDue-Edit DELIMITED SIZE
           INTO RemittanceReportLine
    WRITE RemittanceReportLine
    MOVE SPACES TO RemittanceReportLine
    WRITE RemittanceReportLine.

WRITE-AMOUNT-LINE.
    MOVE WS-NetTaxDue TO WS-NetDue-Edit
    MOVE SPACES TO RemittanceReportLine
    STRING WS-Label DELIMITED SIZE
           WS-Taxable-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Returns-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Exempt-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Collected-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Refunded-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-NetDue-Edit DELIMITED SIZE
           INTO RemittanceReportLine
    WRITE RemittanceReportLine.

WRITE-REPORT-SUMMARY.
    MOVE WS-GrandTaxDue TO WS-NetDue-Edit
    MOVE SPACES TO RemittanceReportLine
    STRING "Total net tax due, all jurisdictions: " DELIMITED SIZE
           WS-NetDue-Edit DELIMITED SIZE
           INTO RemittanceReportLine
    WRITE RemittanceReportLine.

LOG-TAXREMIT-ERROR.
    MOVE "TaxRemittance" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM TaxRemittance.
