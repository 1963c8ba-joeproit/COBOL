IDENTIFICATION DIVISION.
PROGRAM-ID. OpenPOReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PurchaseOrderFile ASSIGN TO "PURCHORD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PurchaseOrderStatus.

    SELECT VendorFile ASSIGN TO "VENDOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VendorStatus.

    SELECT OpenPOReportFile ASSIGN TO "OPENPO.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD PurchaseOrderFile.
COPY "PurchaseOrderRecord.cpy".

FD VendorFile.
COPY "VendorRecord.cpy".

FD OpenPOReportFile.
01 OpenPOReportLine PIC X(120).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-PurchaseOrderStatus PIC 9(2) VALUE ZEROS.
01 WS-VendorStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfPurchaseOrders PIC X VALUE "N".
01 WS-EndOfVendors PIC X VALUE "N".

01 WS-VendorTable.
   05 WS-Vendor OCCURS 100 TIMES.
      10 WS-Vendor-ID PIC X(6) VALUE SPACES.
      10 WS-Vendor-Name PIC X(30) VALUE SPACES.
      10 WS-Vendor-LeadTime PIC 9(3) VALUE ZEROS.
01 WS-VendorCount PIC 9(3) VALUE ZEROS.
01 WS-VendorIndex PIC 9(3) VALUE ZEROS.
01 WS-VendorFoundIndex PIC 9(3) VALUE ZEROS.

01 WS-OrderLinesRead PIC 9(6) VALUE ZEROS.
01 WS-OpenLineCount PIC 9(6) VALUE ZEROS.
01 WS-OverdueCount PIC 9(6) VALUE ZEROS.
01 WS-Outstanding PIC 9(6) VALUE ZEROS.
01 WS-DueDate PIC 9(8) VALUE ZEROS.
01 WS-DaysOverdue PIC S9(6) VALUE ZEROS.
01 WS-OverdueFlag PIC X(7) VALUE SPACES.
01 WS-OverdueText PIC X(16) VALUE SPACES.
01 WS-VendorName PIC X(30) VALUE SPACES.

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-DueDate-Edit PIC 9(4)/99/99.
01 WS-PONumber-Edit PIC Z(7)9.
01 WS-Ordered-Edit PIC ZZZ,ZZ9.
01 WS-Outstanding-Edit PIC ZZZ,ZZ9.
01 WS-DaysOverdue-Edit PIC ZZ,ZZ9.
01 WS-Count-Edit PIC ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "OpenPOReport" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    PERFORM LOAD-VENDOR-MASTER

    OPEN OUTPUT OpenPOReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open OPENPO.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "OPENPO.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-OPENPO-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING

    OPEN INPUT PurchaseOrderFile
    IF WS-PurchaseOrderStatus NOT EQUAL ZERO
        MOVE SPACES TO OpenPOReportLine
        STRING "No PURCHORD.DAT on file - no purchase orders to report"
               INTO OpenPOReportLine
        WRITE OpenPOReportLine
    ELSE
        PERFORM UNTIL WS-EndOfPurchaseOrders = "Y"
            READ PurchaseOrderFile
                AT END SET WS-EndOfPurchaseOrders TO "Y"
                NOT AT END
                    ADD 1 TO WS-OrderLinesRead
                    IF PO-Status = "R"
                        PERFORM WRITE-OPEN-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PurchaseOrderFile
    END-IF

    IF WS-OpenLineCount = ZERO
        MOVE SPACES TO OpenPOReportLine
        STRING "  (no released purchase order lines are awaiting delivery)"
               INTO OpenPOReportLine
        WRITE OpenPOReportLine
    END-IF

    PERFORM WRITE-REPORT-SUMMARY
    CLOSE OpenPOReportFile

    DISPLAY "Order lines read:     " WS-OrderLinesRead
    DISPLAY "Open lines reported:  " WS-OpenLineCount
    DISPLAY "Overdue lines:        " WS-OverdueCount
    DISPLAY "Report written to OPENPO.RPT"

    MOVE WS-OrderLinesRead TO WS-JobStats-RecordsRead
    MOVE WS-OpenLineCount TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

WRITE-OPEN-LINE.
    ADD 1 TO WS-OpenLineCount
    MOVE ZERO TO WS-VendorFoundIndex
    PERFORM VARYING WS-VendorIndex FROM 1 BY 1
            UNTIL WS-VendorIndex > WS-VendorCount
        IF WS-Vendor-ID(WS-VendorIndex) = PO-VendorID
            MOVE WS-VendorIndex TO WS-VendorFoundIndex
        END-IF
    END-PERFORM
    IF WS-VendorFoundIndex = ZERO
        MOVE "(vendor not on file)" TO WS-VendorName
    ELSE
        MOVE WS-Vendor-Name(WS-VendorFoundIndex) TO WS-VendorName
    END-IF

    MOVE PO-DueDate TO WS-DueDate
    IF WS-DueDate = ZERO AND WS-VendorFoundIndex > ZERO
            AND PO-ReleaseDate > ZERO
        COMPUTE WS-DueDate = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(PO-ReleaseDate)
            + WS-Vendor-LeadTime(WS-VendorFoundIndex))
    END-IF

    MOVE ZERO TO WS-DaysOverdue
    MOVE SPACES TO WS-OverdueFlag
    IF WS-DueDate > ZERO AND WS-DueDate < WS-RunDate
        COMPUTE WS-DaysOverdue = FUNCTION INTEGER-OF-DATE(WS-RunDate)
            - FUNCTION INTEGER-OF-DATE(WS-DueDate)
        MOVE "OVERDUE" TO WS-OverdueFlag
        ADD 1 TO WS-OverdueCount
    END-IF

    COMPUTE WS-Outstanding = PO-OrderQty - PO-ReceivedQty
    MOVE PO-Number TO WS-PONumber-Edit
    MOVE PO-OrderQty TO WS-Ordered-Edit
    MOVE WS-Outstanding TO WS-Outstanding-Edit
    MOVE WS-DueDate TO WS-DueDate-Edit
    MOVE WS-DaysOverdue TO WS-DaysOverdue-Edit
    MOVE SPACES TO WS-OverdueText
    IF WS-OverdueFlag NOT = SPACES
        STRING WS-OverdueFlag DELIMITED SIZE
               WS-DaysOverdue-Edit DELIMITED SIZE
               " days" DELIMITED SIZE
               INTO WS-OverdueText
    END-IF
    MOVE SPACES TO OpenPOReportLine
    STRING "PO " DELIMITED SIZE
           WS-PONumber-Edit DELIMITED SIZE
           "/" DELIMITED SIZE
           PO-LineNumber DELIMITED SIZE
           "  " DELIMITED SIZE
           PO-VendorID DELIMITED SIZE
           " " DELIMITED SIZE
           WS-VendorName(1:20) DELIMITED SIZE
           " STORE " DELIMITED SIZE
           PO-StoreID DELIMITED SIZE
           " " DELIMITED SIZE
           PO-ProductID DELIMITED SIZE
           " Ord " DELIMITED SIZE
           WS-Ordered-Edit DELIMITED SIZE
           " Out " DELIMITED SIZE
           WS-Outstanding-Edit DELIMITED SIZE
           " Due " DELIMITED SIZE
           WS-DueDate-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-OverdueText DELIMITED SIZE
           INTO OpenPOReportLine
    WRITE OpenPOReportLine.

LOAD-VENDOR-MASTER.
    MOVE ZERO TO WS-VendorCount
    OPEN INPUT VendorFile
    IF WS-VendorStatus = ZERO
        PERFORM UNTIL WS-EndOfVendors = "Y"
            READ VendorFile
                AT END SET WS-EndOfVendors TO "Y"
                NOT AT END
                    IF WS-VendorCount < 100
                        ADD 1 TO WS-VendorCount
                        MOVE VN-VendorID TO WS-Vendor-ID(WS-VendorCount)
                        MOVE VN-VendorName TO WS-Vendor-Name(WS-VendorCount)
                        MOVE VN-LeadTimeDays
                            TO WS-Vendor-LeadTime(WS-VendorCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VendorFile
    END-IF.

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE SPACES TO OpenPOReportLine
    STRING "=================== OPEN PURCHASE ORDER REPORT ==================="
           INTO OpenPOReportLine
    WRITE OpenPOReportLine
    MOVE SPACES TO OpenPOReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           INTO OpenPOReportLine
    WRITE OpenPOReportLine
    MOVE SPACES TO OpenPOReportLine
    WRITE OpenPOReportLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO OpenPOReportLine
    WRITE OpenPOReportLine
    MOVE WS-OpenLineCount TO WS-Count-Edit
    MOVE SPACES TO OpenPOReportLine
    STRING "Open order lines awaiting delivery: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO OpenPOReportLine
    WRITE OpenPOReportLine
    MOVE WS-OverdueCount TO WS-Count-Edit
    MOVE SPACES TO OpenPOReportLine
    STRING "Lines overdue against vendor lead time: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO OpenPOReportLine
    WRITE OpenPOReportLine.

LOG-OPENPO-ERROR.
    MOVE "OpenPOReport" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM OpenPOReport.
