IDENTIFICATION DIVISION.
PROGRAM-ID. ShrinkageReport.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CountHistoryFile ASSIGN TO "COUNTHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CountHistoryStatus.

    SELECT ShrinkReportFile ASSIGN TO "SHRINK.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CountHistoryFile.
COPY "CountHistoryRecord.cpy".

FD ShrinkReportFile.
01 ShrinkReportLine PIC X(120).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-CountHistoryStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfCountHistory PIC X VALUE "N".

01 WS-StoreShrinkTable.
   05 WS-StoreShrink OCCURS 20 TIMES.
      10 WS-SS-StoreID PIC X(4).
      10 WS-SS-Counts PIC 9(5).
      10 WS-SS-ShrinkUnits PIC 9(9).
      10 WS-SS-ShrinkValue PIC 9(11)V99.
      10 WS-SS-OverValue PIC 9(11)V99.
01 WS-StoreShrinkCount PIC 9(2) VALUE ZEROS.
01 WS-StoreShrinkIndex PIC 9(2) VALUE ZEROS.
01 WS-StoreShrinkFoundIndex PIC 9(2) VALUE ZEROS.
01 WS-StoreSortIndex PIC 9(2) VALUE ZEROS.
01 WS-StoreShrinkSwap PIC X(44) VALUE SPACES.

01 WS-CategoryShrinkTable.
   05 WS-CategoryShrink OCCURS 400 TIMES.
      10 WS-CS-StoreID PIC X(4).
      10 WS-CS-Category PIC X(10).
      10 WS-CS-ShrinkUnits PIC 9(9).
      10 WS-CS-ShrinkValue PIC 9(11)V99.
01 WS-CategoryShrinkCount PIC 9(3) VALUE ZEROS.
01 WS-CategoryShrinkIndex PIC 9(3) VALUE ZEROS.
01 WS-CategoryShrinkFoundIndex PIC 9(3) VALUE ZEROS.
01 WS-CategoryOverflow PIC 9(6) VALUE ZEROS.

01 WS-HistoryRead PIC 9(6) VALUE ZEROS.
01 WS-FirstDate PIC 9(8) VALUE ZEROS.
01 WS-LastDate PIC 9(8) VALUE ZEROS.
01 WS-NetLoss PIC S9(11)V99 VALUE ZEROS.
01 WS-TotalShrinkValue PIC 9(11)V99 VALUE ZEROS.
01 WS-Rank PIC 9(2) VALUE ZEROS.

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-FirstDate-Edit PIC 9(4)/99/99.
01 WS-LastDate-Edit PIC 9(4)/99/99.
01 WS-Units-Edit PIC ZZZ,ZZZ,ZZ9.
01 WS-Value-Edit PIC ZZZ,ZZZ,ZZ9.99.
01 WS-NetLoss-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Counts-Edit PIC ZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "ShrinkageReport" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    OPEN INPUT CountHistoryFile
    IF WS-CountHistoryStatus = ZERO
        PERFORM UNTIL WS-EndOfCountHistory = "Y"
            READ CountHistoryFile
                AT END SET WS-EndOfCountHistory TO "Y"
                NOT AT END
                    ADD 1 TO WS-HistoryRead
                    PERFORM ACCUMULATE-HISTORY-RECORD
            END-READ
        END-PERFORM
        CLOSE CountHistoryFile
    END-IF

    PERFORM RANK-STORES-BY-SHRINK

    OPEN OUTPUT ShrinkReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open SHRINK.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "SHRINK.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-SHRINK-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING
    IF WS-StoreShrinkCount = ZERO
        MOVE SPACES TO ShrinkReportLine
        STRING "  (no approved stock counts in COUNTHIST.DAT)"
               INTO ShrinkReportLine
        WRITE ShrinkReportLine
    END-IF
    PERFORM VARYING WS-StoreShrinkIndex FROM 1 BY 1
            UNTIL WS-StoreShrinkIndex > WS-StoreShrinkCount
        PERFORM WRITE-STORE-SHRINK
    END-PERFORM
    IF WS-CategoryOverflow > ZERO
        MOVE SPACES TO ShrinkReportLine
        STRING "Warning: more than 400 store/category rows - category "
               "detail incomplete" DELIMITED SIZE
               INTO ShrinkReportLine
        WRITE ShrinkReportLine
    END-IF
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE ShrinkReportFile

    DISPLAY "Count history records read: " WS-HistoryRead
    DISPLAY "Stores reported:            " WS-StoreShrinkCount
    DISPLAY "Report written to SHRINK.RPT"

    MOVE WS-HistoryRead TO WS-JobStats-RecordsRead
    MOVE WS-StoreShrinkCount TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

ACCUMULATE-HISTORY-RECORD.
    IF WS-FirstDate = ZERO OR CH-PostDate < WS-FirstDate
        MOVE CH-PostDate TO WS-FirstDate
    END-IF
    IF CH-PostDate > WS-LastDate
        MOVE CH-PostDate TO WS-LastDate
    END-IF

    MOVE ZERO TO WS-StoreShrinkFoundIndex
    PERFORM VARYING WS-StoreShrinkIndex FROM 1 BY 1
            UNTIL WS-StoreShrinkIndex > WS-StoreShrinkCount
        IF WS-SS-StoreID(WS-StoreShrinkIndex) = CH-StoreID
            MOVE WS-StoreShrinkIndex TO WS-StoreShrinkFoundIndex
        END-IF
    END-PERFORM
    IF WS-StoreShrinkFoundIndex = ZERO AND WS-StoreShrinkCount < 20
        ADD 1 TO WS-StoreShrinkCount
        MOVE WS-StoreShrinkCount TO WS-StoreShrinkFoundIndex
        MOVE CH-StoreID TO WS-SS-StoreID(WS-StoreShrinkFoundIndex)
        MOVE ZERO TO WS-SS-Counts(WS-StoreShrinkFoundIndex)
        MOVE ZERO TO WS-SS-ShrinkUnits(WS-StoreShrinkFoundIndex)
        MOVE ZERO TO WS-SS-ShrinkValue(WS-StoreShrinkFoundIndex)
        MOVE ZERO TO WS-SS-OverValue(WS-StoreShrinkFoundIndex)
    END-IF
    IF WS-StoreShrinkFoundIndex > ZERO
        ADD CH-LinesCounted TO WS-SS-Counts(WS-StoreShrinkFoundIndex)
        ADD CH-ShrinkUnits TO WS-SS-ShrinkUnits(WS-StoreShrinkFoundIndex)
        ADD CH-ShrinkValue TO WS-SS-ShrinkValue(WS-StoreShrinkFoundIndex)
        ADD CH-OverValue TO WS-SS-OverValue(WS-StoreShrinkFoundIndex)
        ADD CH-ShrinkValue TO WS-TotalShrinkValue
    END-IF

    MOVE ZERO TO WS-CategoryShrinkFoundIndex
    PERFORM VARYING WS-CategoryShrinkIndex FROM 1 BY 1
            UNTIL WS-CategoryShrinkIndex > WS-CategoryShrinkCount
        IF WS-CS-StoreID(WS-CategoryShrinkIndex) = CH-StoreID
                AND WS-CS-Category(WS-CategoryShrinkIndex) = CH-Category
            MOVE WS-CategoryShrinkIndex TO WS-CategoryShrinkFoundIndex
        END-IF
    END-PERFORM
    IF WS-CategoryShrinkFoundIndex = ZERO
        IF WS-CategoryShrinkCount < 400
            ADD 1 TO WS-CategoryShrinkCount
            MOVE WS-CategoryShrinkCount TO WS-CategoryShrinkFoundIndex
            MOVE CH-StoreID TO WS-CS-StoreID(WS-CategoryShrinkFoundIndex)
            MOVE CH-Category TO WS-CS-Category(WS-CategoryShrinkFoundIndex)
            MOVE ZERO TO WS-CS-ShrinkUnits(WS-CategoryShrinkFoundIndex)
            MOVE ZERO TO WS-CS-ShrinkValue(WS-CategoryShrinkFoundIndex)
        ELSE
            ADD 1 TO WS-CategoryOverflow
        END-IF
    END-IF
    IF WS-CategoryShrinkFoundIndex > ZERO
        ADD CH-ShrinkUnits TO WS-CS-ShrinkUnits(WS-CategoryShrinkFoundIndex)
        ADD CH-ShrinkValue TO WS-CS-ShrinkValue(WS-CategoryShrinkFoundIndex)
    END-IF.

RANK-STORES-BY-SHRINK.
    PERFORM VARYING WS-StoreShrinkIndex FROM 1 BY 1
            UNTIL WS-StoreShrinkIndex >= WS-StoreShrinkCount
        PERFORM VARYING WS-StoreSortIndex FROM WS-StoreShrinkIndex BY 1
                UNTIL WS-StoreSortIndex > WS-StoreShrinkCount
            IF WS-SS-ShrinkValue(WS-StoreSortIndex) >
                    WS-SS-ShrinkValue(WS-StoreShrinkIndex)
                MOVE WS-StoreShrink(WS-StoreShrinkIndex) TO WS-StoreShrinkSwap
                MOVE WS-StoreShrink(WS-StoreSortIndex)
                    TO WS-StoreShrink(WS-StoreShrinkIndex)
                MOVE WS-StoreShrinkSwap TO WS-StoreShrink(WS-StoreSortIndex)
            END-IF
        END-PERFORM
    END-PERFORM.

WRITE-STORE-SHRINK.
    MOVE WS-StoreShrinkIndex TO WS-Rank
    COMPUTE WS-NetLoss = WS-SS-ShrinkValue(WS-StoreShrinkIndex)
        - WS-SS-OverValue(WS-StoreShrinkIndex)
    MOVE WS-SS-Counts(WS-StoreShrinkIndex) TO WS-Counts-Edit
    MOVE WS-SS-ShrinkUnits(WS-StoreShrinkIndex) TO WS-Units-Edit
    MOVE WS-SS-ShrinkValue(WS-StoreShrinkIndex) TO WS-Value-Edit
    MOVE WS-NetLoss TO WS-NetLoss-Edit
    MOVE SPACES TO ShrinkReportLine
    STRING WS-Rank DELIMITED SIZE
           ". STORE " DELIMITED SIZE
           WS-SS-StoreID(WS-StoreShrinkIndex) DELIMITED SIZE
           "  Lines counted " DELIMITED SIZE
           WS-Counts-Edit DELIMITED SIZE
           "  Shrink units " DELIMITED SIZE
           WS-Units-Edit DELIMITED SIZE
           "  Shrink value " DELIMITED SIZE
           WS-Value-Edit DELIMITED SIZE
           "  Net loss " DELIMITED SIZE
           WS-NetLoss-Edit DELIMITED SIZE
           INTO ShrinkReportLine
    WRITE ShrinkReportLine
    PERFORM VARYING WS-CategoryShrinkIndex FROM 1 BY 1
            UNTIL WS-CategoryShrinkIndex > WS-CategoryShrinkCount
        IF WS-CS-StoreID(WS-CategoryShrinkIndex) =
                WS-SS-StoreID(WS-StoreShrinkIndex)
            MOVE WS-CS-ShrinkUnits(WS-CategoryShrinkIndex) TO WS-Units-Edit
            MOVE WS-CS-ShrinkValue(WS-CategoryShrinkIndex) TO WS-Value-Edit
            MOVE SPACES TO ShrinkReportLine
            STRING "      Category " DELIMITED SIZE
                   WS-CS-Category(WS-CategoryShrinkIndex) DELIMITED SIZE
                   "  Shrink units " DELIMITED SIZE
                   WS-Units-Edit DELIMITED SIZE
                   "  Shrink value " DELIMITED SIZE
                   WS-Value-Edit DELIMITED SIZE
                   INTO ShrinkReportLine
            WRITE ShrinkReportLine
        END-IF
    END-PERFORM.

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE WS-FirstDate TO WS-FirstDate-Edit
    MOVE WS-LastDate TO WS-LastDate-Edit
    MOVE SPACES TO ShrinkReportLine
    STRING "================ STOCK SHRINKAGE BY STORE ================"
           INTO ShrinkReportLine
    WRITE ShrinkReportLine
    MOVE SPACES TO ShrinkReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           "   Counts posted " DELIMITED SIZE
           WS-FirstDate-Edit DELIMITED SIZE
           " to " DELIMITED SIZE
           WS-LastDate-Edit DELIMITED SIZE
           INTO ShrinkReportLine
    WRITE ShrinkReportLine
    MOVE SPACES TO ShrinkReportLine
    STRING "Stores ranked by shrink value (highest loss first)"
           INTO ShrinkReportLine
    WRITE ShrinkReportLine
    MOVE SPACES TO ShrinkReportLine
    WRITE ShrinkReportLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO ShrinkReportLine
    WRITE ShrinkReportLine
    MOVE WS-TotalShrinkValue TO WS-Value-Edit
    MOVE SPACES TO ShrinkReportLine
    STRING "Total shrink value, all stores: " DELIMITED SIZE
           WS-Value-Edit DELIMITED SIZE
           INTO ShrinkReportLine
    WRITE ShrinkReportLine.

LOG-SHRINK-ERROR.
    MOVE "ShrinkageReport" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM ShrinkageReport.
