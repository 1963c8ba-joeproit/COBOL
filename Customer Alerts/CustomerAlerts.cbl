IDENTIFICATION DIVISION.
PROGRAM-ID. CustomerAlerts.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "CustomerMasterFileControl.cpy".
    COPY "AlertPrefFileControl.cpy".

    SELECT TransactionLogFile ASSIGN TO "TRANSACTION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranLogStatus.

    SELECT AlertSentFile ASSIGN TO "ALERTSENT.MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AS-Key
           FILE STATUS IS WS-AlertSentStatus.

    SELECT AlertExtractFile ASSIGN TO "ALERTS.OUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExtractStatus.

    SELECT AlertReportFile ASSIGN TO "ALERTS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    SELECT BusinessDateFile ASSIGN TO "BUSDATE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BusDateStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".
    COPY "AlertEventFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD AlertPrefFile.
COPY "AlertPrefRecord.cpy".

FD TransactionLogFile.
COPY "TransactionLogRecord.cpy".

FD AlertSentFile.
01 AlertSentRecord.
   05 AS-Key.
      10 AS-SentDate        PIC 9(8).
      10 AS-AccountNumber   PIC 9(8).
      10 AS-AlertType       PIC X(2).
   05 AS-SentTime           PIC 9(6).

FD AlertExtractFile.
COPY "AlertExtractRecord.cpy".

FD AlertReportFile.
01 AlertReportLine PIC X(100).

FD BusinessDateFile.
01 BusinessDateLine PIC 9(8).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".
COPY "AlertEventFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-AlertPrefStatus PIC 9(2) VALUE ZEROS.
01 WS-TranLogStatus PIC 9(2) VALUE ZEROS.
01 WS-AlertSentStatus PIC 9(2) VALUE ZEROS.
01 WS-ExtractStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-BusDateStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfPrefs PIC X VALUE "N".
01 WS-EndOfTranLog PIC X VALUE "N".
01 WS-EndOfEvents PIC X VALUE "N".
01 WS-EndOfSent PIC X VALUE "N".
01 WS-PrefsPresent PIC X VALUE "N".
01 WS-EventsPresent PIC X VALUE "N".

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-BusinessDate PIC 9(8) VALUE ZEROS.
01 WS-BusinessDate-Edit PIC 9(4)/99/99.
01 WS-RunClock PIC 9(8) VALUE ZEROS.
01 WS-RunTime PIC 9(6) VALUE ZEROS.

01 WS-Alert.
   05 WS-Alert-Type PIC X(2) VALUE SPACES.
   05 WS-Alert-AccountNumber PIC 9(8) VALUE ZEROS.
   05 WS-Alert-Amount PIC 9(7)V99 VALUE ZEROS.
   05 WS-Alert-EventDate PIC 9(8) VALUE ZEROS.
   05 WS-Alert-Detail PIC X(40) VALUE SPACES.
01 WS-Alert-CustomerName PIC X(20) VALUE SPACES.
01 WS-Alert-OptIn PIC X VALUE "N".
01 WS-Alert-Message PIC X(60) VALUE SPACES.
01 WS-Alert-Outcome PIC X(12) VALUE SPACES.
01 WS-Alert-ChannelLabel PIC X(5) VALUE SPACES.

01 WS-TypeCount PIC 9(2) VALUE 7.
01 WS-TypeIndex PIC 9(2) VALUE ZEROS.
01 WS-TypeTable.
   05 WS-TypeEntry OCCURS 7 TIMES.
      10 WS-Type-Code PIC X(2) VALUE SPACES.
      10 WS-Type-Label PIC X(28) VALUE SPACES.
      10 WS-Type-Candidates PIC 9(6) VALUE ZEROS.
      10 WS-Type-Sent PIC 9(6) VALUE ZEROS.
      10 WS-Type-Suppressed PIC 9(6) VALUE ZEROS.
      10 WS-Type-NotOptedIn PIC 9(6) VALUE ZEROS.
      10 WS-Type-NoContact PIC 9(6) VALUE ZEROS.

01 WS-PrefsRead PIC 9(6) VALUE ZEROS.
01 WS-TranLogRead PIC 9(8) VALUE ZEROS.
01 WS-EventsRead PIC 9(6) VALUE ZEROS.
01 WS-SentPurged PIC 9(6) VALUE ZEROS.
01 WS-CandidateCount PIC 9(6) VALUE ZEROS.
01 WS-SentCount PIC 9(6) VALUE ZEROS.
01 WS-NoContactCount PIC 9(6) VALUE ZEROS.
01 WS-DetailCount PIC 9(6) VALUE ZEROS.
01 WS-SmsCount PIC 9(6) VALUE ZEROS.
01 WS-EmailCount PIC 9(6) VALUE ZEROS.

01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-AccountNumber-Edit PIC Z(7)9.
01 WS-Amount-Edit PIC Z(6)9.99.
01 WS-Count-Edit PIC ZZZ,ZZ9.
01 WS-Sent-Edit PIC ZZZ,ZZ9.
01 WS-Suppressed-Edit PIC ZZZ,ZZ9.
01 WS-NotOptedIn-Edit PIC ZZZ,ZZ9.
01 WS-NoContact-Edit PIC ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".
COPY "AlertEventFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "CustomerAlerts" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    ACCEPT WS-RunClock FROM TIME
    MOVE WS-RunClock(1:6) TO WS-RunTime
    PERFORM LOAD-BUSINESS-DATE
    PERFORM LOAD-ALERT-TYPES

    OPEN INPUT CustomerMasterFile
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open CUSTOMER.MASTER. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-MasterStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-ALERTS-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT AlertPrefFile
    IF WS-AlertPrefStatus = ZERO
        MOVE "Y" TO WS-PrefsPresent
    ELSE
        IF WS-AlertPrefStatus NOT = "35"
            MOVE WS-AlertPrefStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to open ALERTPREF.MASTER. File Status: "
                    WS-AlertPrefStatus " - " WS-FileStatus-Lookup-Message
            MOVE "OPEN" TO WS-ErrorLog-Operation
            MOVE WS-AlertPrefStatus TO WS-ErrorLog-FileStatus
            MOVE "ALERTPREF.MASTER" TO WS-ErrorLog-FileName
            PERFORM LOG-ALERTS-ERROR
            CLOSE CustomerMasterFile
            PERFORM WRITE-FAILED-JOB-STATS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    OPEN I-O AlertSentFile
    IF WS-AlertSentStatus = "35"
        OPEN OUTPUT AlertSentFile
        CLOSE AlertSentFile
        OPEN I-O AlertSentFile
    END-IF
    IF WS-AlertSentStatus NOT EQUAL ZERO
        MOVE WS-AlertSentStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open ALERTSENT.MASTER. File Status: "
                WS-AlertSentStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-AlertSentStatus TO WS-ErrorLog-FileStatus
        MOVE "ALERTSENT.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-ALERTS-ERROR
        PERFORM CLOSE-LOOKUP-FILES
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM PURGE-OLD-SENT-ENTRIES

    OPEN OUTPUT AlertExtractFile
    IF WS-ExtractStatus NOT EQUAL ZERO
        MOVE WS-ExtractStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open ALERTS.OUT. File Status: " WS-ExtractStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ExtractStatus TO WS-ErrorLog-FileStatus
        MOVE "ALERTS.OUT" TO WS-ErrorLog-FileName
        PERFORM LOG-ALERTS-ERROR
        CLOSE AlertSentFile
        PERFORM CLOSE-LOOKUP-FILES
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT AlertReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open ALERTS.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "ALERTS.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-ALERTS-ERROR
        CLOSE AlertExtractFile
        CLOSE AlertSentFile
        PERFORM CLOSE-LOOKUP-FILES
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO AlertHeaderRecord
    MOVE "H" TO AXH-RecordType
    MOVE WS-RunDate TO AXH-FileDate
    MOVE WS-RunTime TO AXH-FileTime
    MOVE "CUSTOMER ALERTS" TO AXH-FileName
    WRITE AlertHeaderRecord
    PERFORM WRITE-REPORT-HEADING

    IF WS-PrefsPresent = "Y"
        PERFORM SCAN-LOW-BALANCES
        PERFORM SCAN-LARGE-WITHDRAWALS
    END-IF
    PERFORM SCAN-ALERT-EVENTS

    MOVE SPACES TO AlertTrailerRecord
    MOVE "T" TO AXT-RecordType
    MOVE WS-DetailCount TO AXT-DetailCount
    MOVE WS-SmsCount TO AXT-SmsCount
    MOVE WS-EmailCount TO AXT-EmailCount
    WRITE AlertTrailerRecord
    CLOSE AlertExtractFile

    IF WS-EventsPresent = "Y"
        OPEN OUTPUT AlertEventFile
        IF WS-AlertEvent-OpenStatus = ZERO
            CLOSE AlertEventFile
        END-IF
    END-IF

    IF WS-CandidateCount = ZERO
        MOVE SPACES TO AlertReportLine
        STRING "  (no alerts raised for this run)"
               INTO AlertReportLine
        WRITE AlertReportLine
    END-IF
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE AlertReportFile
    CLOSE AlertSentFile
    PERFORM CLOSE-LOOKUP-FILES

    DISPLAY "Alerts raised:       " WS-CandidateCount
    DISPLAY "Alerts sent:         " WS-SentCount
    DISPLAY "Vendor messages:     " WS-DetailCount
    DISPLAY "Extract written to ALERTS.OUT"
    DISPLAY "Report written to ALERTS.RPT"

    MOVE WS-CandidateCount TO WS-JobStats-RecordsRead
    MOVE WS-DetailCount TO WS-JobStats-RecordsWritten
    MOVE WS-NoContactCount TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

LOAD-BUSINESS-DATE.
    MOVE WS-RunDate TO WS-BusinessDate
    OPEN INPUT BusinessDateFile
    IF WS-BusDateStatus = ZERO
        READ BusinessDateFile
            AT END CONTINUE
            NOT AT END
                IF BusinessDateLine IS NUMERIC AND BusinessDateLine > ZERO
                    MOVE BusinessDateLine TO WS-BusinessDate
                END-IF
        END-READ
        CLOSE BusinessDateFile
    END-IF.

LOAD-ALERT-TYPES.
    MOVE "LB" TO WS-Type-Code(1)
    MOVE "Balance below chosen level" TO WS-Type-Label(1)
    MOVE "LW" TO WS-Type-Code(2)
    MOVE "Withdrawal over amount" TO WS-Type-Label(2)
    MOVE "HR" TO WS-Type-Code(3)
    MOVE "Deposit hold released" TO WS-Type-Label(3)
    MOVE "SF" TO WS-Type-Code(4)
    MOVE "Standing order failed" TO WS-Type-Label(4)
    MOVE "PA" TO WS-Type-Code(5)
    MOVE "Pending item approved" TO WS-Type-Label(5)
    MOVE "PR" TO WS-Type-Code(6)
    MOVE "Pending item rejected" TO WS-Type-Label(6)
    MOVE "DM" TO WS-Type-Code(7)
    MOVE "Account marked dormant" TO WS-Type-Label(7).

PURGE-OLD-SENT-ENTRIES.
    MOVE "N" TO WS-EndOfSent
    MOVE ZEROS TO AS-SentDate
    MOVE ZEROS TO AS-AccountNumber
    MOVE SPACES TO AS-AlertType
    START AlertSentFile KEY NOT < AS-Key
        INVALID KEY MOVE "Y" TO WS-EndOfSent
    END-START
    PERFORM UNTIL WS-EndOfSent = "Y"
        READ AlertSentFile NEXT RECORD
            AT END MOVE "Y" TO WS-EndOfSent
            NOT AT END
                IF AS-SentDate NOT < WS-RunDate
                    MOVE "Y" TO WS-EndOfSent
                ELSE
                    DELETE AlertSentFile RECORD
                    ADD 1 TO WS-SentPurged
                END-IF
        END-READ
    END-PERFORM.

SCAN-LOW-BALANCES.
    PERFORM UNTIL WS-EndOfPrefs = "Y"
        READ AlertPrefFile NEXT RECORD
            AT END SET WS-EndOfPrefs TO "Y"
            NOT AT END
                ADD 1 TO WS-PrefsRead
                IF AP-LowBalanceOptIn = "Y"
                    PERFORM CHECK-LOW-BALANCE
                END-IF
        END-READ
    END-PERFORM.

CHECK-LOW-BALANCE.
    MOVE AP-AccountNumber TO CM-AccountNumber
    READ CustomerMasterFile
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF CM-AccountStatus NOT = "C" AND CM-AccountStatus NOT = "D"
                    AND CM-AccountBalance < AP-LowBalanceLevel
                MOVE "LB" TO WS-Alert-Type
                MOVE CM-AccountNumber TO WS-Alert-AccountNumber
                MOVE CM-AccountBalance TO WS-Alert-Amount
                MOVE WS-BusinessDate TO WS-Alert-EventDate
                MOVE SPACES TO WS-Alert-Detail
                PERFORM RAISE-ALERT
            END-IF
    END-READ.

SCAN-LARGE-WITHDRAWALS.
    OPEN INPUT TransactionLogFile
    IF WS-TranLogStatus = ZERO
        PERFORM UNTIL WS-EndOfTranLog = "Y"
            READ TransactionLogFile
                AT END SET WS-EndOfTranLog TO "Y"
                NOT AT END
                    ADD 1 TO WS-TranLogRead
                    IF TL-TranDate = WS-BusinessDate
                            AND (TL-TransactionType = "W" OR TL-TransactionType = "T"
                                 OR TL-TransactionType = "E")
                        PERFORM CHECK-LARGE-WITHDRAWAL
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TransactionLogFile
    END-IF.

CHECK-LARGE-WITHDRAWAL.
    MOVE TL-AccountNumber TO AP-AccountNumber
    READ AlertPrefFile
        INVALID KEY CONTINUE
        NOT INVALID KEY
            IF AP-WithdrawalOptIn = "Y" AND TL-Amount > AP-WithdrawalLevel
                MOVE "LW" TO WS-Alert-Type
                MOVE TL-AccountNumber TO WS-Alert-AccountNumber
                MOVE TL-Amount TO WS-Alert-Amount
                MOVE TL-TranDate TO WS-Alert-EventDate
                MOVE SPACES TO WS-Alert-Detail
                PERFORM RAISE-ALERT
            END-IF
    END-READ.

SCAN-ALERT-EVENTS.
    OPEN INPUT AlertEventFile
    IF WS-AlertEvent-OpenStatus = ZERO
        MOVE "Y" TO WS-EventsPresent
        PERFORM UNTIL WS-EndOfEvents = "Y"
            READ AlertEventFile
                AT END SET WS-EndOfEvents TO "Y"
                NOT AT END
                    ADD 1 TO WS-EventsRead
                    MOVE AE-AlertType TO WS-Alert-Type
                    MOVE AE-AccountNumber TO WS-Alert-AccountNumber
                    MOVE AE-Amount TO WS-Alert-Amount
                    MOVE AE-EventDate TO WS-Alert-EventDate
                    MOVE AE-Detail TO WS-Alert-Detail
                    PERFORM RAISE-ALERT
            END-READ
        END-PERFORM
        CLOSE AlertEventFile
    END-IF.

RAISE-ALERT.
    MOVE ZEROS TO WS-TypeIndex
    PERFORM VARYING WS-TypeIndex FROM 1 BY 1
            UNTIL WS-TypeIndex > WS-TypeCount
               OR WS-Type-Code(WS-TypeIndex) = WS-Alert-Type
        CONTINUE
    END-PERFORM
    IF WS-TypeIndex > WS-TypeCount
        DISPLAY "Warning: unknown alert type " WS-Alert-Type " for account "
                WS-Alert-AccountNumber " - ignored."
    ELSE
        ADD 1 TO WS-CandidateCount
        ADD 1 TO WS-Type-Candidates(WS-TypeIndex)
        PERFORM DECIDE-ALERT
        PERFORM WRITE-ALERT-LINE
    END-IF.

DECIDE-ALERT.
    MOVE "N" TO WS-Alert-OptIn
    MOVE SPACES TO WS-Alert-CustomerName
    MOVE WS-Alert-AccountNumber TO CM-AccountNumber
    READ CustomerMasterFile
        INVALID KEY CONTINUE
        NOT INVALID KEY MOVE CM-CustomerName TO WS-Alert-CustomerName
    END-READ
    MOVE WS-Alert-AccountNumber TO AP-AccountNumber
    IF WS-PrefsPresent = "Y"
        READ AlertPrefFile
            INVALID KEY CONTINUE
            NOT INVALID KEY PERFORM CHECK-ALERT-OPT-IN
        END-READ
    END-IF
    EVALUATE TRUE
        WHEN WS-Alert-OptIn = "N"
            MOVE "NOT OPTED IN" TO WS-Alert-Outcome
            ADD 1 TO WS-Type-NotOptedIn(WS-TypeIndex)
        WHEN (AP-Channel = "S" OR AP-Channel = "B") AND AP-MobileNumber = SPACES
            MOVE "NO CONTACT" TO WS-Alert-Outcome
            ADD 1 TO WS-Type-NoContact(WS-TypeIndex)
            ADD 1 TO WS-NoContactCount
        WHEN (AP-Channel = "E" OR AP-Channel = "B") AND AP-EmailAddress = SPACES
            MOVE "NO CONTACT" TO WS-Alert-Outcome
            ADD 1 TO WS-Type-NoContact(WS-TypeIndex)
            ADD 1 TO WS-NoContactCount
        WHEN OTHER
            MOVE WS-RunDate TO AS-SentDate
            MOVE WS-Alert-AccountNumber TO AS-AccountNumber
            MOVE WS-Alert-Type TO AS-AlertType
            READ AlertSentFile
                INVALID KEY
                    PERFORM SEND-ALERT
                NOT INVALID KEY
                    MOVE "SUPPRESSED" TO WS-Alert-Outcome
                    ADD 1 TO WS-Type-Suppressed(WS-TypeIndex)
            END-READ
    END-EVALUATE.

CHECK-ALERT-OPT-IN.
    IF AP-Channel = "S" OR AP-Channel = "E" OR AP-Channel = "B"
        EVALUATE WS-Alert-Type
            WHEN "LB" MOVE AP-LowBalanceOptIn TO WS-Alert-OptIn
            WHEN "LW" MOVE AP-WithdrawalOptIn TO WS-Alert-OptIn
            WHEN "HR" MOVE AP-HoldReleaseOptIn TO WS-Alert-OptIn
            WHEN "SF" MOVE AP-OrderFailOptIn TO WS-Alert-OptIn
            WHEN "PA" MOVE AP-DecisionOptIn TO WS-Alert-OptIn
            WHEN "PR" MOVE AP-DecisionOptIn TO WS-Alert-OptIn
            WHEN "DM" MOVE AP-DormancyOptIn TO WS-Alert-OptIn
        END-EVALUATE
    END-IF.

SEND-ALERT.
    PERFORM BUILD-ALERT-MESSAGE
    MOVE SPACES TO AlertDetailRecord
    MOVE "D" TO AX-RecordType
    MOVE WS-Alert-AccountNumber TO AX-AccountNumber
    MOVE WS-Alert-CustomerName TO AX-CustomerName
    MOVE WS-Alert-Type TO AX-AlertType
    MOVE WS-Alert-Amount TO AX-Amount
    MOVE WS-Alert-EventDate TO AX-EventDate
    MOVE WS-Alert-Message TO AX-MessageText
    IF AP-Channel = "S" OR AP-Channel = "B"
        MOVE "S" TO AX-Channel
        MOVE AP-MobileNumber TO AX-Address
        PERFORM WRITE-ALERT-DETAIL
        ADD 1 TO WS-SmsCount
    END-IF
    IF AP-Channel = "E" OR AP-Channel = "B"
        MOVE "E" TO AX-Channel
        MOVE AP-EmailAddress TO AX-Address
        PERFORM WRITE-ALERT-DETAIL
        ADD 1 TO WS-EmailCount
    END-IF
    MOVE WS-RunDate TO AS-SentDate
    MOVE WS-Alert-AccountNumber TO AS-AccountNumber
    MOVE WS-Alert-Type TO AS-AlertType
    MOVE WS-RunTime TO AS-SentTime
    WRITE AlertSentRecord
    IF WS-AlertSentStatus NOT EQUAL ZERO
        MOVE WS-AlertSentStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to write ALERTSENT.MASTER. File Status: "
                WS-AlertSentStatus " - " WS-FileStatus-Lookup-Message
        MOVE "WRITE" TO WS-ErrorLog-Operation
        MOVE WS-AlertSentStatus TO WS-ErrorLog-FileStatus
        MOVE "ALERTSENT.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-ALERTS-ERROR
    END-IF
    MOVE "SENT" TO WS-Alert-Outcome
    ADD 1 TO WS-Type-Sent(WS-TypeIndex)
    ADD 1 TO WS-SentCount.

WRITE-ALERT-DETAIL.
    WRITE AlertDetailRecord
    IF WS-ExtractStatus NOT EQUAL ZERO
        MOVE WS-ExtractStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to write ALERTS.OUT. File Status: " WS-ExtractStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "WRITE" TO WS-ErrorLog-Operation
        MOVE WS-ExtractStatus TO WS-ErrorLog-FileStatus
        MOVE "ALERTS.OUT" TO WS-ErrorLog-FileName
        PERFORM LOG-ALERTS-ERROR
        CLOSE AlertExtractFile
        CLOSE AlertReportFile
        CLOSE AlertSentFile
        PERFORM CLOSE-LOOKUP-FILES
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-DetailCount.

BUILD-ALERT-MESSAGE.
    MOVE SPACES TO WS-Alert-Message
    MOVE WS-Alert-Amount TO WS-Amount-Edit
    EVALUATE WS-Alert-Type
        WHEN "LB"
            STRING "Your balance is now " DELIMITED SIZE
                   WS-Amount-Edit DELIMITED SIZE
                   ", below your alert level" DELIMITED SIZE
                   INTO WS-Alert-Message
        WHEN "LW"
            STRING "A withdrawal of " DELIMITED SIZE
                   WS-Amount-Edit DELIMITED SIZE
                   " was made from your account" DELIMITED SIZE
                   INTO WS-Alert-Message
        WHEN "HR"
            STRING "Hold of " DELIMITED SIZE
                   WS-Amount-Edit DELIMITED SIZE
                   " released - funds now available" DELIMITED SIZE
                   INTO WS-Alert-Message
        WHEN "SF"
            STRING "Standing order not paid: " DELIMITED SIZE
                   WS-Alert-Detail DELIMITED SIZE
                   INTO WS-Alert-Message
        WHEN "PA"
            STRING "Your transaction of " DELIMITED SIZE
                   WS-Amount-Edit DELIMITED SIZE
                   " was approved" DELIMITED SIZE
                   INTO WS-Alert-Message
        WHEN "PR"
            STRING "Transaction not approved: " DELIMITED SIZE
                   WS-Alert-Detail DELIMITED SIZE
                   INTO WS-Alert-Message
        WHEN "DM"
            MOVE "Your account has been marked dormant - please contact us"
                TO WS-Alert-Message
    END-EVALUATE.

WRITE-ALERT-LINE.
    MOVE WS-Alert-AccountNumber TO WS-AccountNumber-Edit
    MOVE WS-Alert-Amount TO WS-Amount-Edit
    MOVE SPACES TO WS-Alert-ChannelLabel
    IF WS-Alert-Outcome = "SENT"
        EVALUATE AP-Channel
            WHEN "S" MOVE "SMS" TO WS-Alert-ChannelLabel
            WHEN "E" MOVE "EMAIL" TO WS-Alert-ChannelLabel
            WHEN "B" MOVE "BOTH" TO WS-Alert-ChannelLabel
        END-EVALUATE
    END-IF
    MOVE SPACES TO AlertReportLine
    STRING WS-Alert-Outcome DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Alert-Type DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-AccountNumber-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Alert-CustomerName DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Alert-ChannelLabel DELIMITED SIZE
           INTO AlertReportLine
    WRITE AlertReportLine.

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE WS-BusinessDate TO WS-BusinessDate-Edit
    MOVE SPACES TO AlertReportLine
    STRING "================== CUSTOMER ALERT EXTRACT =================="
           INTO AlertReportLine
    WRITE AlertReportLine
    MOVE SPACES TO AlertReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           "   Business Date: " DELIMITED SIZE
           WS-BusinessDate-Edit DELIMITED SIZE
           INTO AlertReportLine
    WRITE AlertReportLine
    MOVE SPACES TO AlertReportLine
    WRITE AlertReportLine
    MOVE SPACES TO AlertReportLine
    STRING "OUTCOME      TYPE ACCOUNT   CUSTOMER              AMOUNT  CHANNEL"
           INTO AlertReportLine
    WRITE AlertReportLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO AlertReportLine
    WRITE AlertReportLine
    MOVE SPACES TO AlertReportLine
    STRING "ALERT TYPE                          RAISED    SENT  SUPPRESSED"
           "  NOT OPTED IN  NO CONTACT"
           INTO AlertReportLine
    WRITE AlertReportLine
    PERFORM VARYING WS-TypeIndex FROM 1 BY 1
            UNTIL WS-TypeIndex > WS-TypeCount
        MOVE WS-Type-Candidates(WS-TypeIndex) TO WS-Count-Edit
        MOVE WS-Type-Sent(WS-TypeIndex) TO WS-Sent-Edit
        MOVE WS-Type-Suppressed(WS-TypeIndex) TO WS-Suppressed-Edit
        MOVE WS-Type-NotOptedIn(WS-TypeIndex) TO WS-NotOptedIn-Edit
        MOVE WS-Type-NoContact(WS-TypeIndex) TO WS-NoContact-Edit
        MOVE SPACES TO AlertReportLine
        STRING WS-Type-Code(WS-TypeIndex) DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Type-Label(WS-TypeIndex) DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-Count-Edit DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Sent-Edit DELIMITED SIZE
               "     " DELIMITED SIZE
               WS-Suppressed-Edit DELIMITED SIZE
               "       " DELIMITED SIZE
               WS-NotOptedIn-Edit DELIMITED SIZE
               "     " DELIMITED SIZE
               WS-NoContact-Edit DELIMITED SIZE
               INTO AlertReportLine
        WRITE AlertReportLine
    END-PERFORM
    MOVE SPACES TO AlertReportLine
    WRITE AlertReportLine
    MOVE WS-DetailCount TO WS-Count-Edit
    MOVE SPACES TO AlertReportLine
    STRING "Vendor messages written: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO AlertReportLine
    WRITE AlertReportLine
    MOVE WS-SentPurged TO WS-Count-Edit
    MOVE SPACES TO AlertReportLine
    STRING "Earlier sent-alert entries cleared: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO AlertReportLine
    WRITE AlertReportLine.

CLOSE-LOOKUP-FILES.
    IF WS-PrefsPresent = "Y"
        CLOSE AlertPrefFile
    END-IF
    CLOSE CustomerMasterFile.

WRITE-FAILED-JOB-STATS.
    MOVE WS-CandidateCount TO WS-JobStats-RecordsRead
    MOVE WS-DetailCount TO WS-JobStats-RecordsWritten
    MOVE WS-NoContactCount TO WS-JobStats-RecordsRejected
    MOVE 8 TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS.

LOG-ALERTS-ERROR.
    MOVE "CustomerAlerts" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM CustomerAlerts.
