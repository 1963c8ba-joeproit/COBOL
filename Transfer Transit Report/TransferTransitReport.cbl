IDENTIFICATION DIVISION.
PROGRAM-ID. TransferTransitReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TransferFile ASSIGN TO "TRANSFER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TransferStatus.

    SELECT TransitDaysConfigFile ASSIGN TO "XFERDAYS.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TransitCfgStatus.

    SELECT TransitReportFile ASSIGN TO "TRANSIT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD TransferFile.
COPY "TransferRecord.cpy".

FD TransitDaysConfigFile.
01 TransitDaysConfigLine PIC X(10).

FD TransitReportFile.
01 TransitReportLine PIC X(100).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-TransferStatus PIC 9(2) VALUE ZEROS.
01 WS-TransitCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfTransfers PIC X VALUE "N".

01 WS-TransitDays PIC 9(3) VALUE ZEROS.
01 WS-DaysInTransit PIC 9(5) VALUE ZEROS.
01 WS-TransfersRead PIC 9(6) VALUE ZEROS.
01 WS-InTransitCount PIC 9(6) VALUE ZEROS.
01 WS-InTransitUnits PIC 9(8) VALUE ZEROS.
01 WS-LateCount PIC 9(6) VALUE ZEROS.

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-ShipDate-Edit PIC 9(4)/99/99.
01 WS-TransferNumber-Edit PIC Z(7)9.
01 WS-Quantity-Edit PIC ZZZ,ZZ9.
01 WS-Days-Edit PIC ZZ,ZZ9.
01 WS-Count-Edit PIC ZZZ,ZZ9.
01 WS-Units-Edit PIC ZZ,ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "TransferTransit" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    PERFORM LOAD-TRANSIT-DAYS

    OPEN OUTPUT TransitReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open TRANSIT.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "TRANSIT.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-TRANSIT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING

    OPEN INPUT TransferFile
    IF WS-TransferStatus NOT EQUAL ZERO
        MOVE SPACES TO TransitReportLine
        STRING "No TRANSFER.DAT on file - no store transfers to report"
               INTO TransitReportLine
        WRITE TransitReportLine
    ELSE
        PERFORM UNTIL WS-EndOfTransfers = "Y"
            READ TransferFile
                AT END SET WS-EndOfTransfers TO "Y"
                NOT AT END
                    ADD 1 TO WS-TransfersRead
                    IF TR-Status = "T"
                        PERFORM CHECK-ONE-TRANSFER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TransferFile
    END-IF

    IF WS-LateCount = ZERO
        MOVE SPACES TO TransitReportLine
        STRING "  (no transfers are outstanding beyond the allowed days)"
               INTO TransitReportLine
        WRITE TransitReportLine
    END-IF

    PERFORM WRITE-REPORT-SUMMARY
    CLOSE TransitReportFile

    DISPLAY "Transfers read:           " WS-TransfersRead
    DISPLAY "Still in transit:         " WS-InTransitCount
    DISPLAY "Beyond allowed days:      " WS-LateCount
    DISPLAY "Report written to TRANSIT.RPT"

    MOVE WS-TransfersRead TO WS-JobStats-RecordsRead
    MOVE WS-LateCount TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

CHECK-ONE-TRANSFER.
    ADD 1 TO WS-InTransitCount
    ADD TR-Quantity TO WS-InTransitUnits
    COMPUTE WS-DaysInTransit = FUNCTION INTEGER-OF-DATE(WS-RunDate)
        - FUNCTION INTEGER-OF-DATE(TR-ShipDate)
    IF WS-DaysInTransit > WS-TransitDays
        ADD 1 TO WS-LateCount
        MOVE TR-Number TO WS-TransferNumber-Edit
        MOVE TR-ShipDate TO WS-ShipDate-Edit
        MOVE TR-Quantity TO WS-Quantity-Edit
        MOVE WS-DaysInTransit TO WS-Days-Edit
        MOVE SPACES TO TransitReportLine
        STRING "TRANSFER " DELIMITED SIZE
               WS-TransferNumber-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               TR-FromStoreID DELIMITED SIZE
               " -> " DELIMITED SIZE
               TR-ToStoreID DELIMITED SIZE
               "  " DELIMITED SIZE
               TR-ProductID DELIMITED SIZE
               "  Qty " DELIMITED SIZE
               WS-Quantity-Edit DELIMITED SIZE
               "  Shipped " DELIMITED SIZE
               WS-ShipDate-Edit DELIMITED SIZE
               "  Days " DELIMITED SIZE
               WS-Days-Edit DELIMITED SIZE
               INTO TransitReportLine
        WRITE TransitReportLine
    END-IF.

LOAD-TRANSIT-DAYS.
    MOVE 3 TO WS-TransitDays
    OPEN INPUT TransitDaysConfigFile
    IF WS-TransitCfgStatus = ZERO
        READ TransitDaysConfigFile
            AT END CONTINUE
            NOT AT END COMPUTE WS-TransitDays =
                FUNCTION NUMVAL(TransitDaysConfigLine)
        END-READ
        CLOSE TransitDaysConfigFile
    END-IF.

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE WS-TransitDays TO WS-Days-Edit
    MOVE SPACES TO TransitReportLine
    STRING "=============== STORE TRANSFERS IN TRANSIT ==============="
           INTO TransitReportLine
    WRITE TransitReportLine
    MOVE SPACES TO TransitReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           "   Not received after " DELIMITED SIZE
           WS-Days-Edit DELIMITED SIZE
           " day(s)" DELIMITED SIZE
           INTO TransitReportLine
    WRITE TransitReportLine
    MOVE SPACES TO TransitReportLine
    WRITE TransitReportLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO TransitReportLine
    WRITE TransitReportLine
    MOVE WS-InTransitCount TO WS-Count-Edit
    MOVE WS-InTransitUnits TO WS-Units-Edit
    MOVE SPACES TO TransitReportLine
    STRING "Transfers in transit: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           "  Units in transit: " DELIMITED SIZE
           WS-Units-Edit DELIMITED SIZE
           INTO TransitReportLine
    WRITE TransitReportLine
    MOVE WS-LateCount TO WS-Count-Edit
    MOVE SPACES TO TransitReportLine
    STRING "Transfers beyond allowed days: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO TransitReportLine
    WRITE TransitReportLine.

LOG-TRANSIT-ERROR.
    MOVE "TransferTransit" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM TransferTransitReport.
