           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VolDevCfgStatus.

    SELECT DrawerExceptionFile ASSIGN TO "DRAWEREXC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DrawerExcStatus.

DATA DIVISION.
FILE SECTION.
COPY "JobStatsFD.cpy".
FD VolDevConfigFile.
01 VolDevConfigLine PIC X(10).

FD DrawerExceptionFile.
COPY "DrawerExceptionRecord.cpy".

WORKING-STORAGE SECTION.
01 WS-WindowCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-Tonight-Edit PIC ZZZ,ZZ9.
01 WS-Dev-Edit PIC -ZZZZ9.99.

01 WS-DrawerExcStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfDrawerExc PIC X VALUE "N".
01 WS-DrawerExceptions PIC 9(4) VALUE ZEROS.
01 WS-Expected-Edit PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Counted-Edit PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Difference-Edit PIC ZZZ,ZZZ,ZZ9.99.

COPY "FileStatusMsg.cpy".
COPY "JobStatsFields.cpy".

        WRITE DailyOpsReportLine
    END-IF

    PERFORM REPORT-DRAWER-EXCEPTIONS
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE DailyOpsReportFile

    DISPLAY "Jobs reported: " WS-StepsReported
    DISPLAY "Jobs flagged:  " WS-StepsFlagged
    DISPLAY "Drawer exceptions: " WS-DrawerExceptions
    DISPLAY "Dashboard written to DAILYOPS.RPT"
    MOVE ZERO TO RETURN-CODE
    STOP RUN.
        MOVE "** VOLUME ANOMALY" TO WS-FlagText
    END-IF.

REPORT-DRAWER-EXCEPTIONS.
    MOVE SPACES TO DailyOpsReportLine
    WRITE DailyOpsReportLine
    MOVE SPACES TO DailyOpsReportLine
    STRING "-------------------- TELLER DRAWER EXCEPTIONS --------------------"
           INTO DailyOpsReportLine
    WRITE DailyOpsReportLine
    OPEN INPUT DrawerExceptionFile
    IF WS-DrawerExcStatus = ZERO
        PERFORM UNTIL WS-EndOfDrawerExc = "Y"
            READ DrawerExceptionFile
                AT END SET WS-EndOfDrawerExc TO "Y"
                NOT AT END
                    IF DX-BusinessDate = WS-WindowDate
                        PERFORM REPORT-ONE-DRAWER-EXCEPTION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DrawerExceptionFile
    END-IF
    IF WS-DrawerExceptions = ZERO
        MOVE SPACES TO DailyOpsReportLine
        STRING "  (no teller drawer exceptions for this date)"
               INTO DailyOpsReportLine
        WRITE DailyOpsReportLine
    END-IF.

REPORT-ONE-DRAWER-EXCEPTION.
    ADD 1 TO WS-DrawerExceptions
    MOVE DX-Expected TO WS-Expected-Edit
    MOVE DX-Counted TO WS-Counted-Edit
    MOVE DX-Difference TO WS-Difference-Edit
    MOVE SPACES TO DailyOpsReportLine
    STRING "TELLER " DELIMITED SIZE
           DX-TellerID DELIMITED SIZE
           "  " DELIMITED SIZE
           DX-ExceptionType DELIMITED SIZE
           "  Expected " DELIMITED SIZE
           WS-Expected-Edit DELIMITED SIZE
           "  Counted " DELIMITED SIZE
           WS-Counted-Edit DELIMITED SIZE
           "  Over/short " DELIMITED SIZE
           WS-Difference-Edit DELIMITED SIZE
           "  ** DRAWER" DELIMITED SIZE
           INTO DailyOpsReportLine
    WRITE DailyOpsReportLine.

WRITE-REPORT-HEADING.
    MOVE WS-WindowDate TO WS-WindowDate-Edit
    MOVE SPACES TO DailyOpsReportLine
           WS-StepsReported DELIMITED SIZE
           "   Jobs flagged: " DELIMITED SIZE
           WS-StepsFlagged DELIMITED SIZE
           "   Drawer exceptions: " DELIMITED SIZE
           WS-DrawerExceptions DELIMITED SIZE
           INTO DailyOpsReportLine
    WRITE DailyOpsReportLine.

