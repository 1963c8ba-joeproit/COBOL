IDENTIFICATION DIVISION.
PROGRAM-ID. ReturnedItemReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "CustomerMasterFileControl.cpy".

    SELECT ReturnedItemFile ASSIGN TO "RETURNITEM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReturnStatus.

    SELECT ReturnConfigFile ASSIGN TO "RETITEM.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReturnCfgStatus.

    SELECT RepeatReportFile ASSIGN TO "RETREPEAT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD ReturnedItemFile.
COPY "ReturnedItemRecord.cpy".

FD ReturnConfigFile.
01 ReturnConfigLine PIC X(10).

FD RepeatReportFile.
01 RepeatReportLine PIC X(100).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-ReturnStatus PIC 9(2) VALUE ZEROS.
01 WS-ReturnCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfReturns PIC X VALUE "N".
01 WS-MasterOpen PIC X VALUE "N".

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-WindowDays PIC 9(3) VALUE 90.
01 WS-MinReturns PIC 9(2) VALUE 2.
01 WS-WindowStart PIC 9(8) VALUE ZEROS.

01 WS-ReturnsRead PIC 9(6) VALUE ZEROS.
01 WS-ReturnsInWindow PIC 9(6) VALUE ZEROS.
01 WS-ReturnsSkipped PIC 9(6) VALUE ZEROS.
01 WS-ListedCount PIC 9(6) VALUE ZEROS.

01 WS-AcctTable.
   05 WS-Acct OCCURS 2000 TIMES.
      10 WS-Acct-Number PIC 9(8) VALUE ZEROS.
      10 WS-Acct-Returns PIC 9(4) VALUE ZEROS.
      10 WS-Acct-Amount PIC 9(9)V99 VALUE ZEROS.
      10 WS-Acct-Uncollected PIC 9(9)V99 VALUE ZEROS.
      10 WS-Acct-LastDate PIC 9(8) VALUE ZEROS.
01 WS-AcctCount PIC 9(4) VALUE ZEROS.
01 WS-AcctIndex PIC 9(4) VALUE ZEROS.
01 WS-AcctFound PIC X VALUE "N".

01 WS-RepeatName PIC X(20) VALUE SPACES.
01 WS-RepeatHold PIC 9(7)V99 VALUE ZEROS.
01 WS-RepeatStatus PIC X VALUE SPACE.

01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-Start-Edit PIC 9(4)/99/99.
01 WS-Date-Edit PIC 9(4)/99/99.
01 WS-AccountNumber-Edit PIC Z(7)9.
01 WS-Count-Edit PIC ZZZ9.
01 WS-Days-Edit PIC ZZ9.
01 WS-Min-Edit PIC Z9.
01 WS-Amount-Edit PIC ZZ,ZZZ,ZZ9.99.
01 WS-Amount2-Edit PIC ZZ,ZZZ,ZZ9.99.
01 WS-Hold-Edit PIC Z(6)9.99.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "ReturnedItemReport" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    PERFORM LOAD-RETURN-CONFIG
    COMPUTE WS-WindowStart = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-RunDate) - WS-WindowDays)

    OPEN INPUT ReturnedItemFile
    IF WS-ReturnStatus = ZERO
        PERFORM UNTIL WS-EndOfReturns = "Y"
            READ ReturnedItemFile
                AT END SET WS-EndOfReturns TO "Y"
                NOT AT END
                    ADD 1 TO WS-ReturnsRead
                    IF RI-ReturnDate > WS-WindowStart
                        PERFORM TALLY-ONE-RETURN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ReturnedItemFile
    ELSE
        IF WS-ReturnStatus NOT = "35"
            MOVE WS-ReturnStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to open RETURNITEM.DAT. File Status: " WS-ReturnStatus
                    " - " WS-FileStatus-Lookup-Message
            MOVE "OPEN" TO WS-ErrorLog-Operation
            MOVE WS-ReturnStatus TO WS-ErrorLog-FileStatus
            MOVE "RETURNITEM.DAT" TO WS-ErrorLog-FileName
            PERFORM LOG-RETURNREPORT-ERROR
            PERFORM WRITE-FAILED-JOB-STATS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN OUTPUT RepeatReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open RETREPEAT.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "RETREPEAT.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-RETURNREPORT-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT CustomerMasterFile
    IF WS-MasterStatus = ZERO
        MOVE "Y" TO WS-MasterOpen
    END-IF

    PERFORM WRITE-REPORT-HEADING
    PERFORM VARYING WS-AcctIndex FROM 1 BY 1
            UNTIL WS-AcctIndex > WS-AcctCount
        IF WS-Acct-Returns(WS-AcctIndex) >= WS-MinReturns
            PERFORM WRITE-REPEAT-ACCOUNT
        END-IF
    END-PERFORM

    IF WS-ListedCount = ZERO
        MOVE SPACES TO RepeatReportLine
        STRING "  (no accounts with repeated returns in the window)"
               INTO RepeatReportLine
        WRITE RepeatReportLine
    END-IF

    PERFORM WRITE-REPORT-SUMMARY
    CLOSE RepeatReportFile
    IF WS-MasterOpen = "Y"
        CLOSE CustomerMasterFile
    END-IF

    DISPLAY "Returned items read:   " WS-ReturnsRead
    DISPLAY "Returns in window:     " WS-ReturnsInWindow
    DISPLAY "Accounts listed:       " WS-ListedCount
    DISPLAY "Report written to RETREPEAT.RPT"

    MOVE WS-ReturnsRead TO WS-JobStats-RecordsRead
    MOVE WS-ListedCount TO WS-JobStats-RecordsWritten
    MOVE WS-ReturnsSkipped TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

LOAD-RETURN-CONFIG.
    OPEN INPUT ReturnConfigFile
    IF WS-ReturnCfgStatus = ZERO
        READ ReturnConfigFile
            AT END CONTINUE
            NOT AT END
                IF ReturnConfigLine(1:3) IS NUMERIC
                        AND ReturnConfigLine(1:3) NOT = "000"
                    MOVE ReturnConfigLine(1:3) TO WS-WindowDays
                END-IF
                IF ReturnConfigLine(4:2) IS NUMERIC
                        AND ReturnConfigLine(4:2) NOT = "00"
                    MOVE ReturnConfigLine(4:2) TO WS-MinReturns
                END-IF
        END-READ
        CLOSE ReturnConfigFile
    END-IF.

TALLY-ONE-RETURN.
    ADD 1 TO WS-ReturnsInWindow
    MOVE "N" TO WS-AcctFound
    PERFORM VARYING WS-AcctIndex FROM 1 BY 1
            UNTIL WS-AcctIndex > WS-AcctCount OR WS-AcctFound = "Y"
        IF WS-Acct-Number(WS-AcctIndex) = RI-AccountNumber
            MOVE "Y" TO WS-AcctFound
        END-IF
    END-PERFORM
    IF WS-AcctFound = "Y"
        SUBTRACT 1 FROM WS-AcctIndex
    ELSE
        IF WS-AcctCount >= 2000
            ADD 1 TO WS-ReturnsSkipped
            DISPLAY "Warning: account table full - return on account "
                    RI-AccountNumber " not counted."
        ELSE
            ADD 1 TO WS-AcctCount
            MOVE WS-AcctCount TO WS-AcctIndex
            MOVE RI-AccountNumber TO WS-Acct-Number(WS-AcctIndex)
        END-IF
    END-IF
    IF WS-AcctFound = "Y" OR WS-AcctIndex = WS-AcctCount
        ADD 1 TO WS-Acct-Returns(WS-AcctIndex)
        ADD RI-Amount TO WS-Acct-Amount(WS-AcctIndex)
        COMPUTE WS-Acct-Uncollected(WS-AcctIndex) =
            WS-Acct-Uncollected(WS-AcctIndex) + RI-Amount - RI-Debited
        IF RI-ReturnDate > WS-Acct-LastDate(WS-AcctIndex)
            MOVE RI-ReturnDate TO WS-Acct-LastDate(WS-AcctIndex)
        END-IF
    END-IF.

WRITE-REPEAT-ACCOUNT.
    MOVE "(not on master)" TO WS-RepeatName
    MOVE ZEROS TO WS-RepeatHold
    MOVE SPACE TO WS-RepeatStatus
    IF WS-MasterOpen = "Y"
        MOVE WS-Acct-Number(WS-AcctIndex) TO CM-AccountNumber
        READ CustomerMasterFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE CM-CustomerName TO WS-RepeatName
                MOVE CM-HoldAmount TO WS-RepeatHold
                MOVE CM-AccountStatus TO WS-RepeatStatus
        END-READ
    END-IF
    ADD 1 TO WS-ListedCount
    MOVE WS-Acct-Number(WS-AcctIndex) TO WS-AccountNumber-Edit
    MOVE WS-Acct-Returns(WS-AcctIndex) TO WS-Count-Edit
    MOVE WS-Acct-Amount(WS-AcctIndex) TO WS-Amount-Edit
    MOVE WS-Acct-Uncollected(WS-AcctIndex) TO WS-Amount2-Edit
    MOVE WS-Acct-LastDate(WS-AcctIndex) TO WS-Date-Edit
    MOVE WS-RepeatHold TO WS-Hold-Edit
    MOVE SPACES TO RepeatReportLine
    STRING WS-AccountNumber-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-RepeatName DELIMITED SIZE
           " " DELIMITED SIZE
           WS-RepeatStatus DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Amount2-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Date-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Hold-Edit DELIMITED SIZE
           INTO RepeatReportLine
    WRITE RepeatReportLine.

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE WS-WindowStart TO WS-Start-Edit
    MOVE WS-WindowDays TO WS-Days-Edit
    MOVE WS-MinReturns TO WS-Min-Edit
    MOVE SPACES TO RepeatReportLine
    STRING "============== REPEATED RETURNED DEPOSIT ITEMS =============="
           INTO RepeatReportLine
    WRITE RepeatReportLine
    MOVE SPACES TO RepeatReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           "   Returns after " DELIMITED SIZE WS-Start-Edit DELIMITED SIZE
           " (" DELIMITED SIZE WS-Days-Edit DELIMITED SIZE
           " days)   Minimum returns: " DELIMITED SIZE WS-Min-Edit DELIMITED SIZE
           INTO RepeatReportLine
    WRITE RepeatReportLine
    MOVE SPACES TO RepeatReportLine
    STRING "Accounts listed here are candidates for extended deposit holds."
           INTO RepeatReportLine
    WRITE RepeatReportLine
    MOVE SPACES TO RepeatReportLine
    WRITE RepeatReportLine
    MOVE SPACES TO RepeatReportLine
    STRING " Account  Customer             S  Rtns     Returned   Uncollected"
           DELIMITED SIZE
           "  Last Return    Cur Hold" DELIMITED SIZE
           INTO RepeatReportLine
    WRITE RepeatReportLine
    MOVE SPACES TO RepeatReportLine
    STRING "--------  -------------------- -  ---- ------------- -------------"
           DELIMITED SIZE
           "  ---------- ----------" DELIMITED SIZE
           INTO RepeatReportLine
    WRITE RepeatReportLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO RepeatReportLine
    WRITE RepeatReportLine
    MOVE SPACES TO RepeatReportLine
    STRING "Returns in window: " DELIMITED SIZE
           WS-ReturnsInWindow DELIMITED SIZE
           "   Accounts listed: " DELIMITED SIZE
           WS-ListedCount DELIMITED SIZE
           INTO RepeatReportLine
    WRITE RepeatReportLine.

WRITE-FAILED-JOB-STATS.
    MOVE WS-ReturnsRead TO WS-JobStats-RecordsRead
    MOVE ZEROS TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE 8 TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS.

LOG-RETURNREPORT-ERROR.
    MOVE "ReturnedItemReport" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM ReturnedItemReport.
