IDENTIFICATION DIVISION.
PROGRAM-ID. OperatorActivity.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TransactionLogFile ASSIGN TO "TRANSACTION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranLogStatus.

    SELECT ActivityReportFile ASSIGN TO "OPERACT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD TransactionLogFile.
COPY "TransactionLogRecord.cpy".

FD ActivityReportFile.
01 ActivityReportLine PIC X(100).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-TranLogStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfTranLog PIC X VALUE "N".

01 WS-BusinessDate PIC 9(8) VALUE ZEROS.

01 WS-EntriesRead PIC 9(8) VALUE ZEROS.
01 WS-EntriesToday PIC 9(8) VALUE ZEROS.
01 WS-EntriesNotTallied PIC 9(6) VALUE ZEROS.
01 WS-FlagsNotListed PIC 9(6) VALUE ZEROS.

01 WS-ActivityTable.
   05 WS-Act OCCURS 500 TIMES.
      10 WS-Act-Operator PIC X(8) VALUE SPACES.
      10 WS-Act-Channel PIC X(2) VALUE SPACES.
      10 WS-Act-Count PIC 9(6) VALUE ZEROS.
      10 WS-Act-Credits PIC 9(11)V99 VALUE ZEROS.
      10 WS-Act-Debits PIC 9(11)V99 VALUE ZEROS.
01 WS-ActCount PIC 9(3) VALUE ZEROS.
01 WS-ActIndex PIC 9(3) VALUE ZEROS.
01 WS-ActInsertAt PIC 9(3) VALUE ZEROS.
01 WS-ActFound PIC X VALUE "N".
01 WS-ActKey.
   05 WS-Key-Operator PIC X(8) VALUE SPACES.
   05 WS-Key-Channel PIC X(2) VALUE SPACES.
01 WS-ActTableKey.
   05 WS-TableKey-Operator PIC X(8) VALUE SPACES.
   05 WS-TableKey-Channel PIC X(2) VALUE SPACES.

01 WS-FlagTable.
   05 WS-Flag OCCURS 200 TIMES.
      10 WS-Flag-Operator PIC X(8) VALUE SPACES.
      10 WS-Flag-Channel PIC X(2) VALUE SPACES.
      10 WS-Flag-Receipt PIC 9(8) VALUE ZEROS.
      10 WS-Flag-RefReceipt PIC 9(8) VALUE ZEROS.
      10 WS-Flag-Account PIC 9(8) VALUE ZEROS.
      10 WS-Flag-Type PIC X VALUE SPACE.
      10 WS-Flag-Amount PIC 9(7)V99 VALUE ZEROS.
01 WS-FlagCount PIC 9(3) VALUE ZEROS.
01 WS-FlagIndex PIC 9(3) VALUE ZEROS.
01 WS-LastFlagReceipt PIC 9(8) VALUE ZEROS.

01 WS-CurrentOperator PIC X(8) VALUE SPACES.
01 WS-OperatorCount PIC 9(6) VALUE ZEROS.
01 WS-OperatorCredits PIC 9(11)V99 VALUE ZEROS.
01 WS-OperatorDebits PIC 9(11)V99 VALUE ZEROS.
01 WS-GrandCount PIC 9(8) VALUE ZEROS.
01 WS-GrandCredits PIC 9(11)V99 VALUE ZEROS.
01 WS-GrandDebits PIC 9(11)V99 VALUE ZEROS.

01 WS-ChannelLabel PIC X(20) VALUE SPACES.
01 WS-FlagLabel PIC X(22) VALUE SPACES.
01 WS-OperatorLabel PIC X(8) VALUE SPACES.

01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-Count-Edit PIC ZZZ,ZZ9.
01 WS-Credits-Edit PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Debits-Edit PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Amount-Edit PIC Z(6)9.99.
01 WS-Receipt-Edit PIC Z(7)9.
01 WS-RefReceipt-Edit PIC Z(7)9.
01 WS-AccountNumber-Edit PIC Z(7)9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "OperatorActivity" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-BusinessDate FROM DATE YYYYMMDD

    OPEN INPUT TransactionLogFile
    IF WS-TranLogStatus = ZERO
        PERFORM UNTIL WS-EndOfTranLog = "Y"
            READ TransactionLogFile
                AT END SET WS-EndOfTranLog TO "Y"
                NOT AT END
                    ADD 1 TO WS-EntriesRead
                    IF TL-TranDate = WS-BusinessDate
                        PERFORM TALLY-ONE-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TransactionLogFile
    ELSE
        IF WS-TranLogStatus NOT = "35"
            MOVE WS-TranLogStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to open TRANSACTION.LOG. File Status: " WS-TranLogStatus
                    " - " WS-FileStatus-Lookup-Message
            MOVE "OPEN" TO WS-ErrorLog-Operation
            MOVE WS-TranLogStatus TO WS-ErrorLog-FileStatus
            MOVE "TRANSACTION.LOG" TO WS-ErrorLog-FileName
            PERFORM LOG-ACTIVITY-ERROR
            PERFORM WRITE-FAILED-JOB-STATS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN OUTPUT ActivityReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open OPERACT.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "OPERACT.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-ACTIVITY-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING
    IF WS-ActCount = ZERO
        MOVE SPACES TO ActivityReportLine
        STRING "  (no postings on the transaction log for this date)"
               INTO ActivityReportLine
        WRITE ActivityReportLine
    ELSE
        MOVE WS-Act-Operator(1) TO WS-CurrentOperator
        PERFORM VARYING WS-ActIndex FROM 1 BY 1
                UNTIL WS-ActIndex > WS-ActCount
            IF WS-Act-Operator(WS-ActIndex) NOT = WS-CurrentOperator
                PERFORM WRITE-OPERATOR-TOTAL
                MOVE WS-Act-Operator(WS-ActIndex) TO WS-CurrentOperator
            END-IF
            PERFORM WRITE-ACTIVITY-LINE
        END-PERFORM
        PERFORM WRITE-OPERATOR-TOTAL
    END-IF
    PERFORM WRITE-GRAND-TOTAL
    PERFORM WRITE-EXCEPTION-SECTION
    CLOSE ActivityReportFile

    DISPLAY "Log entries read:         " WS-EntriesRead
    DISPLAY "Entries for the day:      " WS-EntriesToday
    DISPLAY "Operator/channel lines:   " WS-ActCount
    DISPLAY "Self-approval/reversal:   " WS-FlagCount
    DISPLAY "Report written to OPERACT.RPT"

    MOVE WS-EntriesRead TO WS-JobStats-RecordsRead
    MOVE WS-ActCount TO WS-JobStats-RecordsWritten
    MOVE WS-EntriesNotTallied TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

TALLY-ONE-ENTRY.
    ADD 1 TO WS-EntriesToday
    MOVE TL-OperatorID TO WS-Key-Operator
    MOVE TL-Channel TO WS-Key-Channel
    MOVE "N" TO WS-ActFound
    MOVE ZERO TO WS-ActInsertAt
    PERFORM VARYING WS-ActIndex FROM 1 BY 1
            UNTIL WS-ActIndex > WS-ActCount OR WS-ActFound = "Y"
                  OR WS-ActInsertAt > ZERO
        MOVE WS-Act-Operator(WS-ActIndex) TO WS-TableKey-Operator
        MOVE WS-Act-Channel(WS-ActIndex) TO WS-TableKey-Channel
        IF WS-ActTableKey = WS-ActKey
            MOVE "Y" TO WS-ActFound
            PERFORM ADD-ENTRY-TO-LINE
        ELSE
            IF WS-ActTableKey > WS-ActKey
                MOVE WS-ActIndex TO WS-ActInsertAt
            END-IF
        END-IF
    END-PERFORM

    IF WS-ActFound = "N"
        IF WS-ActCount < 500
            IF WS-ActInsertAt = ZERO
                COMPUTE WS-ActInsertAt = WS-ActCount + 1
            ELSE
                PERFORM VARYING WS-ActIndex FROM WS-ActCount BY -1
                        UNTIL WS-ActIndex < WS-ActInsertAt
                    MOVE WS-Act(WS-ActIndex) TO WS-Act(WS-ActIndex + 1)
                END-PERFORM
            END-IF
            ADD 1 TO WS-ActCount
            MOVE WS-ActInsertAt TO WS-ActIndex
            MOVE WS-Key-Operator TO WS-Act-Operator(WS-ActIndex)
            MOVE WS-Key-Channel TO WS-Act-Channel(WS-ActIndex)
            MOVE ZEROS TO WS-Act-Count(WS-ActIndex)
            MOVE ZEROS TO WS-Act-Credits(WS-ActIndex)
            MOVE ZEROS TO WS-Act-Debits(WS-ActIndex)
            PERFORM ADD-ENTRY-TO-LINE
        ELSE
            ADD 1 TO WS-EntriesNotTallied
        END-IF
    END-IF

    IF TL-OrigOperatorID NOT = SPACES
            AND TL-OrigOperatorID = TL-OperatorID
            AND TL-ReceiptNumber NOT = WS-LastFlagReceipt
        MOVE TL-ReceiptNumber TO WS-LastFlagReceipt
        IF WS-FlagCount < 200
            ADD 1 TO WS-FlagCount
            MOVE TL-OperatorID TO WS-Flag-Operator(WS-FlagCount)
            MOVE TL-Channel TO WS-Flag-Channel(WS-FlagCount)
            MOVE TL-ReceiptNumber TO WS-Flag-Receipt(WS-FlagCount)
            MOVE TL-RefReceiptNumber TO WS-Flag-RefReceipt(WS-FlagCount)
            MOVE TL-AccountNumber TO WS-Flag-Account(WS-FlagCount)
            MOVE TL-TransactionType TO WS-Flag-Type(WS-FlagCount)
            MOVE TL-Amount TO WS-Flag-Amount(WS-FlagCount)
        ELSE
            ADD 1 TO WS-FlagsNotListed
        END-IF
    END-IF.

ADD-ENTRY-TO-LINE.
    ADD 1 TO WS-Act-Count(WS-ActIndex)
    EVALUATE TL-TransactionType
        WHEN "D"
        WHEN "X"
        WHEN "I"
        WHEN "R"
        WHEN "B"
        WHEN "C"
            ADD TL-Amount TO WS-Act-Credits(WS-ActIndex)
        WHEN OTHER
            ADD TL-Amount TO WS-Act-Debits(WS-ActIndex)
    END-EVALUATE.

SET-CHANNEL-LABEL.
    EVALUATE WS-Act-Channel(WS-ActIndex)
        WHEN "TL" MOVE "Teller screen" TO WS-ChannelLabel
        WHEN "MP" MOVE "Teller memo post" TO WS-ChannelLabel
        WHEN "BF" MOVE "Teller batch feed" TO WS-ChannelLabel
        WHEN "SO" MOVE "Standing orders" TO WS-ChannelLabel
        WHEN "AP" MOVE "Approval release" TO WS-ChannelLabel
        WHEN "IN" MOVE "Interest posting" TO WS-ChannelLabel
        WHEN "RV" MOVE "Reversal" TO WS-ChannelLabel
        WHEN "CM" MOVE "Account maintenance" TO WS-ChannelLabel
        WHEN "XP" MOVE "External payment" TO WS-ChannelLabel
        WHEN "IB" MOVE "Interbank credit" TO WS-ChannelLabel
        WHEN "LR" MOVE "Log rolloff" TO WS-ChannelLabel
        WHEN "CV" MOVE "Converted history" TO WS-ChannelLabel
        WHEN OTHER MOVE "Unknown channel" TO WS-ChannelLabel
    END-EVALUATE.

WRITE-REPORT-HEADING.
    MOVE WS-BusinessDate TO WS-RunDate-Edit
    MOVE SPACES TO ActivityReportLine
    STRING "================== OPERATOR ACTIVITY REPORT ==================="
           INTO ActivityReportLine
    WRITE ActivityReportLine
    MOVE SPACES TO ActivityReportLine
    STRING "Business Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           INTO ActivityReportLine
    WRITE ActivityReportLine
    MOVE SPACES TO ActivityReportLine
    WRITE ActivityReportLine
    MOVE SPACES TO ActivityReportLine
    STRING "Operator  Ch Channel               Entries"
           "           Credits            Debits"
           INTO ActivityReportLine
    WRITE ActivityReportLine
    MOVE SPACES TO ActivityReportLine
    STRING "--------  -- -------------------- -------"
           " ----------------- -----------------"
           INTO ActivityReportLine
    WRITE ActivityReportLine.

WRITE-ACTIVITY-LINE.
    PERFORM SET-CHANNEL-LABEL
    IF WS-Act-Operator(WS-ActIndex) = SPACES
        MOVE "(none)" TO WS-OperatorLabel
    ELSE
        MOVE WS-Act-Operator(WS-ActIndex) TO WS-OperatorLabel
    END-IF
    MOVE WS-Act-Count(WS-ActIndex) TO WS-Count-Edit
    MOVE WS-Act-Credits(WS-ActIndex) TO WS-Credits-Edit
    MOVE WS-Act-Debits(WS-ActIndex) TO WS-Debits-Edit
    MOVE SPACES TO ActivityReportLine
    STRING WS-OperatorLabel DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Act-Channel(WS-ActIndex) DELIMITED SIZE
           " " DELIMITED SIZE
           WS-ChannelLabel DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Credits-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Debits-Edit DELIMITED SIZE
           INTO ActivityReportLine
    WRITE ActivityReportLine
    ADD WS-Act-Count(WS-ActIndex) TO WS-OperatorCount
    ADD WS-Act-Credits(WS-ActIndex) TO WS-OperatorCredits
    ADD WS-Act-Debits(WS-ActIndex) TO WS-OperatorDebits.

WRITE-OPERATOR-TOTAL.
    MOVE WS-OperatorCount TO WS-Count-Edit
    MOVE WS-OperatorCredits TO WS-Credits-Edit
    MOVE WS-OperatorDebits TO WS-Debits-Edit
    MOVE SPACES TO ActivityReportLine
    STRING "          Operator total          " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Credits-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Debits-Edit DELIMITED SIZE
           INTO ActivityReportLine
    WRITE ActivityReportLine
    MOVE SPACES TO ActivityReportLine
    WRITE ActivityReportLine
    ADD WS-OperatorCount TO WS-GrandCount
    ADD WS-OperatorCredits TO WS-GrandCredits
    ADD WS-OperatorDebits TO WS-GrandDebits
    MOVE ZEROS TO WS-OperatorCount
    MOVE ZEROS TO WS-OperatorCredits
    MOVE ZEROS TO WS-OperatorDebits.

WRITE-GRAND-TOTAL.
    MOVE WS-GrandCount TO WS-Count-Edit
    MOVE WS-GrandCredits TO WS-Credits-Edit
    MOVE WS-GrandDebits TO WS-Debits-Edit
    MOVE SPACES TO ActivityReportLine
    STRING "          All operators           " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Credits-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Debits-Edit DELIMITED SIZE
           INTO ActivityReportLine
    WRITE ActivityReportLine
    IF WS-EntriesNotTallied > ZERO
        MOVE WS-EntriesNotTallied TO WS-Count-Edit
        MOVE SPACES TO ActivityReportLine
        STRING "Warning: " DELIMITED SIZE
               WS-Count-Edit DELIMITED SIZE
               " entries not tallied - more than 500 operator/channel lines"
               DELIMITED SIZE
               INTO ActivityReportLine
        WRITE ActivityReportLine
    END-IF.

WRITE-EXCEPTION-SECTION.
    MOVE SPACES TO ActivityReportLine
    WRITE ActivityReportLine
    MOVE SPACES TO ActivityReportLine
    STRING "-------- SELF-APPROVED ITEMS AND SELF-REVERSED POSTINGS --------"
           INTO ActivityReportLine
    WRITE ActivityReportLine
    IF WS-FlagCount = ZERO
        MOVE SPACES TO ActivityReportLine
        STRING "  (none)" INTO ActivityReportLine
        WRITE ActivityReportLine
    ELSE
        MOVE SPACES TO ActivityReportLine
        STRING "Operator  Exception              Receipt  Orig Rcpt"
               "  Account T     Amount"
               INTO ActivityReportLine
        WRITE ActivityReportLine
        PERFORM VARYING WS-FlagIndex FROM 1 BY 1
                UNTIL WS-FlagIndex > WS-FlagCount
            PERFORM WRITE-EXCEPTION-LINE
        END-PERFORM
    END-IF
    IF WS-FlagsNotListed > ZERO
        MOVE WS-FlagsNotListed TO WS-Count-Edit
        MOVE SPACES TO ActivityReportLine
        STRING "Warning: " DELIMITED SIZE
               WS-Count-Edit DELIMITED SIZE
               " further exceptions not listed" DELIMITED SIZE
               INTO ActivityReportLine
        WRITE ActivityReportLine
    END-IF.

WRITE-EXCEPTION-LINE.
    IF WS-Flag-Channel(WS-FlagIndex) = "AP"
        MOVE "Approved own item" TO WS-FlagLabel
    ELSE
        MOVE "Reversed own posting" TO WS-FlagLabel
    END-IF
    MOVE WS-Flag-Receipt(WS-FlagIndex) TO WS-Receipt-Edit
    MOVE WS-Flag-RefReceipt(WS-FlagIndex) TO WS-RefReceipt-Edit
    MOVE WS-Flag-Account(WS-FlagIndex) TO WS-AccountNumber-Edit
    MOVE WS-Flag-Amount(WS-FlagIndex) TO WS-Amount-Edit
    MOVE SPACES TO ActivityReportLine
    STRING WS-Flag-Operator(WS-FlagIndex) DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-FlagLabel DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Receipt-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-RefReceipt-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-AccountNumber-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Flag-Type(WS-FlagIndex) DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE
           INTO ActivityReportLine
    WRITE ActivityReportLine.

WRITE-FAILED-JOB-STATS.
    MOVE WS-EntriesRead TO WS-JobStats-RecordsRead
    MOVE ZEROS TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE 8 TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS.

LOG-ACTIVITY-ERROR.
    MOVE "OperatorActivity" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM OperatorActivity.
