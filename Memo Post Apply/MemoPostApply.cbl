IDENTIFICATION DIVISION.
PROGRAM-ID. MemoPostApply.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "CustomerMasterFileControl.cpy".

    SELECT MemoPostFile ASSIGN TO "MEMOPOST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MemoPostStatus.

    SELECT MemoReportFile ASSIGN TO "MEMOPOST.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    SELECT MinBalanceConfigFile ASSIGN TO "MINBAL.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ConfigStatus.

    SELECT TransactionLogFile ASSIGN TO "TRANSACTION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranLogStatus.

    SELECT PeriodControlFile ASSIGN TO "PERIODCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PeriodCtlStatus.

    COPY "AccountTypeFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD MemoPostFile.
COPY "MemoPostRecord.cpy".

FD MemoReportFile.
01 MemoReportLine PIC X(100).

FD MinBalanceConfigFile.
01 MinBalanceConfigLine PIC X(15).

FD TransactionLogFile.
COPY "TransactionLogRecord.cpy".

FD PeriodControlFile.
01 PeriodControlLine.
   05 PC-OpenPeriod PIC 9(6).
   05 PC-InterestDone PIC X.
   05 PC-CycleDone PIC X.

COPY "AccountTypeFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-MemoPostStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-ConfigStatus PIC 9(2) VALUE ZEROS.
01 WS-TranLogStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfMemoPost PIC X VALUE "N".

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-PeriodCtlStatus PIC 9(2) VALUE ZEROS.
01 WS-OpenPeriod PIC 9(6) VALUE ZEROS.
01 WS-CurrentPeriod PIC 9(6) VALUE ZEROS.
01 WS-DefaultMinimumBalance PIC 9(7)V99 VALUE ZEROS.
01 WS-MinimumBalance PIC 9(7)V99 VALUE ZEROS.

01 WS-MemoTable.
   05 WS-Memo-Entry OCCURS 5000 TIMES PIC X(162).
01 WS-MemoCount PIC 9(4) VALUE ZEROS.
01 WS-MemoIndex PIC 9(4) VALUE ZEROS.
01 WS-MemoFirst PIC 9(4) VALUE ZEROS.
01 WS-FileRecords PIC 9(6) VALUE ZEROS.
01 WS-MemoRead PIC 9(6) VALUE ZEROS.
01 WS-LateCount PIC 9(4) VALUE ZEROS.
01 WS-UnloadedCount PIC 9(6) VALUE ZEROS.

01 WS-MemoOK PIC X VALUE "Y".
01 WS-SourcePosted PIC X VALUE "N".
01 WS-FailReason PIC X(30) VALUE SPACES.
01 WS-Available PIC S9(8)V99 VALUE ZEROS.
01 WS-NewBalance PIC 9(8)V99 VALUE ZEROS.
01 WS-BalanceAfterFee PIC 9(8)V99 VALUE ZEROS.
01 WS-TargetNewBalance PIC 9(8)V99 VALUE ZEROS.
01 WS-LogAccount PIC 9(8) VALUE ZEROS.
01 WS-LogName PIC X(20) VALUE SPACES.
01 WS-LogType PIC X VALUE SPACE.
01 WS-LogAmount PIC 9(7)V99 VALUE ZEROS.
01 WS-LogBalance PIC 9(7)V99 VALUE ZEROS.

01 WS-PendingCount PIC 9(6) VALUE ZEROS.
01 WS-AppliedCount PIC 9(6) VALUE ZEROS.
01 WS-AppliedTotal PIC 9(10)V99 VALUE ZEROS.
01 WS-FailedCount PIC 9(6) VALUE ZEROS.
01 WS-FailedTotal PIC 9(10)V99 VALUE ZEROS.
01 WS-ClearedCount PIC 9(6) VALUE ZEROS.

01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-Date-Edit PIC 9(4)/99/99.
01 WS-AccountNumber-Edit PIC Z(7)9.
01 WS-Receipt-Edit PIC Z(7)9.
01 WS-Amount-Edit PIC Z(6)9.99.
01 WS-Fee-Edit PIC Z(6)9.99.
01 WS-Total-Edit PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-Count-Edit PIC ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "JobStatsFields.cpy".
COPY "AccountTypeFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "MEMOPOST" TO WS-Audit-OperatorID
    MOVE "MemoPostApply" TO WS-Audit-ProgramName
    MOVE "MemoPostApply" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    PERFORM LOAD-MEMO-QUEUE
    PERFORM VARYING WS-MemoIndex FROM 1 BY 1
            UNTIL WS-MemoIndex > WS-MemoCount
        MOVE WS-Memo-Entry(WS-MemoIndex) TO MemoPostRecord
        IF MP-Status = "P"
            ADD 1 TO WS-PendingCount
        END-IF
    END-PERFORM

    IF WS-PendingCount = ZERO
        DISPLAY "No memo posts waiting - nothing to apply."
        MOVE ZEROS TO WS-JobStats-RecordsRead
        MOVE ZEROS TO WS-JobStats-RecordsWritten
        MOVE ZEROS TO WS-JobStats-RecordsRejected
        MOVE ZEROS TO WS-JobStats-ReturnCode
        PERFORM WRITE-JOB-STATS
        MOVE ZERO TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM CHECK-POSTING-PERIOD
    PERFORM LOAD-MINIMUM-BALANCE
    PERFORM LOAD-ACCOUNT-TYPES
    PERFORM OPEN-MASTER-FILE
    PERFORM OPEN-REPORT-FILE

    MOVE 1 TO WS-MemoFirst
    PERFORM APPLY-MEMO-QUEUE
    PERFORM PICK-UP-LATE-MEMOS
    PERFORM UNTIL WS-LateCount = ZERO
        PERFORM APPLY-MEMO-QUEUE
        PERFORM PICK-UP-LATE-MEMOS
    END-PERFORM

    CLOSE CustomerMasterFile
    PERFORM REWRITE-MEMO-QUEUE
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE MemoReportFile

    MOVE WS-AppliedTotal TO WS-Total-Edit
    DISPLAY "Memo posts applied: " WS-AppliedCount "  total " WS-Total-Edit
    DISPLAY "Memo posts failed:  " WS-FailedCount
    IF WS-UnloadedCount > ZERO
        DISPLAY "Memo posts not loaded: " WS-UnloadedCount
                " - MEMOPOST.DAT is full; these must be re-entered."
    END-IF
    IF WS-FailedCount > ZERO
        DISPLAY "Failed memo posts are listed on MEMOPOST.RPT - refer them "
                "to the branch that took them."
    END-IF
    DISPLAY "Report written to MEMOPOST.RPT"

    MOVE WS-PendingCount TO WS-JobStats-RecordsRead
    MOVE WS-AppliedCount TO WS-JobStats-RecordsWritten
    MOVE WS-FailedCount TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

LOAD-MEMO-QUEUE.
    MOVE ZEROS TO WS-MemoCount
    MOVE "N" TO WS-EndOfMemoPost
    OPEN INPUT MemoPostFile
    IF WS-MemoPostStatus = ZERO
        PERFORM UNTIL WS-EndOfMemoPost = "Y"
            READ MemoPostFile
                AT END SET WS-EndOfMemoPost TO "Y"
                NOT AT END
                    ADD 1 TO WS-FileRecords
                    IF MP-Status NOT = "P" AND MP-ApplyDate < WS-RunDate
                        ADD 1 TO WS-ClearedCount
                    ELSE
                        PERFORM STORE-MEMO-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MemoPostFile
    ELSE
        IF WS-MemoPostStatus NOT = "35"
            MOVE WS-MemoPostStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to open MEMOPOST.DAT. File Status: " WS-MemoPostStatus
                    " - " WS-FileStatus-Lookup-Message
            MOVE "OPEN" TO WS-ErrorLog-Operation
            MOVE WS-MemoPostStatus TO WS-ErrorLog-FileStatus
            MOVE "MEMOPOST.DAT" TO WS-ErrorLog-FileName
            PERFORM LOG-MEMOAPPLY-ERROR
            PERFORM WRITE-FAILED-JOB-STATS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

STORE-MEMO-ENTRY.
    IF WS-MemoCount < 5000
        ADD 1 TO WS-MemoCount
        MOVE MemoPostRecord TO WS-Memo-Entry(WS-MemoCount)
    ELSE
        DISPLAY "Error: MEMOPOST.DAT holds more than 5000 memo posts. "
                "Run refused."
        CLOSE MemoPostFile
        MOVE "CONTROL" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "MEMOPOST.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-MEMOAPPLY-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

PICK-UP-LATE-MEMOS.
    MOVE ZEROS TO WS-LateCount
    MOVE ZEROS TO WS-MemoRead
    COMPUTE WS-MemoFirst = WS-MemoCount + 1
    MOVE "N" TO WS-EndOfMemoPost
    OPEN INPUT MemoPostFile
    IF WS-MemoPostStatus = ZERO
        PERFORM UNTIL WS-EndOfMemoPost = "Y"
            READ MemoPostFile
                AT END SET WS-EndOfMemoPost TO "Y"
                NOT AT END
                    ADD 1 TO WS-MemoRead
                    IF WS-MemoRead > WS-FileRecords
                        ADD 1 TO WS-FileRecords
                        IF WS-MemoCount < 5000
                            ADD 1 TO WS-MemoCount
                            MOVE MemoPostRecord TO WS-Memo-Entry(WS-MemoCount)
                            ADD 1 TO WS-LateCount
                            IF MP-Status = "P"
                                ADD 1 TO WS-PendingCount
                            END-IF
                        ELSE
                            PERFORM REPORT-UNLOADED-MEMO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MemoPostFile
    END-IF.

REPORT-UNLOADED-MEMO.
    ADD 1 TO WS-UnloadedCount
    MOVE MP-ReceiptNumber TO WS-Receipt-Edit
    MOVE MP-EntryDate TO WS-Date-Edit
    MOVE MP-AccountNumber TO WS-AccountNumber-Edit
    MOVE MP-Amount TO WS-Amount-Edit
    MOVE MP-FeeAmount TO WS-Fee-Edit
    MOVE SPACES TO MemoReportLine
    STRING WS-Receipt-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Date-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           MP-EntryTime DELIMITED SIZE
           "  " DELIMITED SIZE
           MP-OperatorID DELIMITED SIZE
           " " DELIMITED SIZE
           WS-AccountNumber-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           MP-TransactionType DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Fee-Edit DELIMITED SIZE
           "  NOT LOADED - RE-ENTER" DELIMITED SIZE
           INTO MemoReportLine
    WRITE MemoReportLine.

APPLY-MEMO-QUEUE.
    PERFORM VARYING WS-MemoIndex FROM WS-MemoFirst BY 1
            UNTIL WS-MemoIndex > WS-MemoCount
        MOVE WS-Memo-Entry(WS-MemoIndex) TO MemoPostRecord
        IF MP-Status = "P"
            PERFORM APPLY-ONE-MEMO
            MOVE MemoPostRecord TO WS-Memo-Entry(WS-MemoIndex)
        END-IF
    END-PERFORM.

APPLY-ONE-MEMO.
    MOVE "Y" TO WS-MemoOK
    MOVE "N" TO WS-SourcePosted
    MOVE SPACES TO WS-FailReason

    IF MP-TransactionType = "T"
        PERFORM CHECK-TRANSFER-TARGET
    END-IF

    IF WS-MemoOK = "Y"
        MOVE MP-AccountNumber TO CM-AccountNumber
        READ CustomerMasterFile
            INVALID KEY
                MOVE "N" TO WS-MemoOK
                MOVE "Account not on file" TO WS-FailReason
        END-READ
    END-IF
    IF WS-MemoOK = "Y" AND CM-AccountStatus = "C"
        MOVE "N" TO WS-MemoOK
        MOVE "Account closed" TO WS-FailReason
    END-IF
    IF WS-MemoOK = "Y" AND CM-AccountStatus = "D"
        MOVE "N" TO WS-MemoOK
        MOVE "Account dormant" TO WS-FailReason
    END-IF

    IF WS-MemoOK = "Y"
        MOVE CM-AccountType TO WS-Type-Code
        PERFORM FIND-ACCOUNT-TYPE
        IF WS-Type-Found = "Y"
            MOVE WS-Type-MinBalance TO WS-MinimumBalance
        ELSE
            MOVE WS-DefaultMinimumBalance TO WS-MinimumBalance
        END-IF
        EVALUATE MP-TransactionType
            WHEN "D"
                COMPUTE WS-NewBalance = CM-AccountBalance + MP-Amount
                IF WS-NewBalance > 9999999.99
                    MOVE "N" TO WS-MemoOK
                    MOVE "Balance limit exceeded" TO WS-FailReason
                END-IF
            WHEN "W"
            WHEN "T"
                COMPUTE WS-Available =
                    CM-AccountBalance - CM-HoldAmount - WS-MinimumBalance
                IF MP-Amount + MP-FeeAmount > WS-Available
                    MOVE "N" TO WS-MemoOK
                    MOVE "Insufficient available funds" TO WS-FailReason
                ELSE
                    COMPUTE WS-NewBalance = CM-AccountBalance - MP-Amount
                END-IF
            WHEN OTHER
                MOVE "N" TO WS-MemoOK
                MOVE "Unknown transaction type" TO WS-FailReason
        END-EVALUATE
    END-IF
    IF WS-MemoOK = "Y" AND MP-FeeAmount > WS-NewBalance
        MOVE "N" TO WS-MemoOK
        MOVE "Fee exceeds the balance" TO WS-FailReason
    END-IF

    IF WS-MemoOK = "Y"
        PERFORM POST-MEMO-ACCOUNT
        MOVE "Y" TO WS-SourcePosted
        IF MP-TransactionType = "T"
            PERFORM POST-MEMO-TARGET
        END-IF
        MOVE "A" TO MP-Status
        MOVE SPACES TO MP-FailReason
        ADD 1 TO WS-AppliedCount
        ADD MP-Amount TO WS-AppliedTotal
    ELSE
        MOVE "F" TO MP-Status
        MOVE WS-FailReason TO MP-FailReason
        ADD 1 TO WS-FailedCount
        ADD MP-Amount TO WS-FailedTotal
    END-IF
    MOVE WS-RunDate TO MP-ApplyDate
    PERFORM WRITE-MEMO-REPORT-LINE.

CHECK-TRANSFER-TARGET.
    MOVE MP-TargetAccountNumber TO CM-AccountNumber
    READ CustomerMasterFile
        INVALID KEY
            MOVE "N" TO WS-MemoOK
            MOVE "Transfer target not on file" TO WS-FailReason
    END-READ
    IF WS-MemoOK = "Y" AND CM-AccountStatus NOT = "O"
        MOVE "N" TO WS-MemoOK
        MOVE "Transfer target not open" TO WS-FailReason
    END-IF
    IF WS-MemoOK = "Y"
        COMPUTE WS-TargetNewBalance = CM-AccountBalance + MP-Amount
        IF WS-TargetNewBalance > 9999999.99
            MOVE "N" TO WS-MemoOK
            MOVE "Target balance limit exceeded" TO WS-FailReason
        END-IF
    END-IF.

POST-MEMO-ACCOUNT.
    COMPUTE WS-BalanceAfterFee = WS-NewBalance - MP-FeeAmount
    MOVE CustomerMasterRecord TO WS-Audit-BeforeImage
    MOVE "REWRITE" TO WS-Audit-Action
    MOVE WS-BalanceAfterFee TO CM-AccountBalance
    IF MP-TransactionType = "D" AND MP-HoldAmount > ZERO
        ADD MP-HoldAmount TO CM-HoldAmount
        IF MP-HoldReleaseDate > CM-HoldReleaseDate
            MOVE MP-HoldReleaseDate TO CM-HoldReleaseDate
        END-IF
    END-IF
    IF MP-TransactionType = "W" OR MP-TransactionType = "T"
        PERFORM CHECK-WITHDRAWAL-ALLOWANCE
        PERFORM COUNT-ACCOUNT-WITHDRAWAL
    END-IF
    REWRITE CustomerMasterRecord
    IF WS-MasterStatus NOT EQUAL ZERO
        PERFORM ABEND-MASTER-UPDATE
    END-IF
    MOVE CustomerMasterRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY

    MOVE CM-AccountNumber TO WS-LogAccount
    MOVE CM-CustomerName TO WS-LogName
    MOVE MP-TransactionType TO WS-LogType
    MOVE MP-Amount TO WS-LogAmount
    MOVE WS-NewBalance TO WS-LogBalance
    PERFORM WRITE-MEMO-LOG-ENTRY
    IF MP-FeeAmount > ZERO
        MOVE "F" TO WS-LogType
        MOVE MP-FeeAmount TO WS-LogAmount
        MOVE WS-BalanceAfterFee TO WS-LogBalance
        PERFORM WRITE-MEMO-LOG-ENTRY
    END-IF.

POST-MEMO-TARGET.
    MOVE MP-TargetAccountNumber TO CM-AccountNumber
    READ CustomerMasterFile
        INVALID KEY CONTINUE
    END-READ
    IF WS-MasterStatus NOT EQUAL ZERO
        PERFORM ABEND-MASTER-UPDATE
    END-IF
    MOVE CustomerMasterRecord TO WS-Audit-BeforeImage
    MOVE "REWRITE" TO WS-Audit-Action
    ADD MP-Amount TO CM-AccountBalance
    REWRITE CustomerMasterRecord
    IF WS-MasterStatus NOT EQUAL ZERO
        PERFORM ABEND-MASTER-UPDATE
    END-IF
    MOVE CustomerMasterRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY

    MOVE CM-AccountNumber TO WS-LogAccount
    MOVE CM-CustomerName TO WS-LogName
    MOVE "X" TO WS-LogType
    MOVE MP-Amount TO WS-LogAmount
    MOVE CM-AccountBalance TO WS-LogBalance
    PERFORM WRITE-MEMO-LOG-ENTRY.

WRITE-MEMO-LOG-ENTRY.
    OPEN EXTEND TransactionLogFile
    IF WS-TranLogStatus = "35"
        OPEN OUTPUT TransactionLogFile
        CLOSE TransactionLogFile
        OPEN EXTEND TransactionLogFile
    END-IF
    IF WS-TranLogStatus = ZERO
        MOVE WS-LogAccount TO TL-AccountNumber
        MOVE WS-LogName TO TL-CustomerName
        MOVE WS-RunDate TO TL-TranDate
        MOVE WS-LogType TO TL-TransactionType
        MOVE WS-LogAmount TO TL-Amount
        MOVE WS-LogBalance TO TL-BalanceAfter
        MOVE MP-ReceiptNumber TO TL-ReceiptNumber
        MOVE ZEROS TO TL-RefReceiptNumber
        MOVE MP-OperatorID TO TL-OperatorID
        MOVE "MP" TO TL-Channel
        MOVE SPACES TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        CLOSE TransactionLogFile
    END-IF.

ABEND-MASTER-UPDATE.
    MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
    PERFORM LOOKUP-FILE-STATUS-MESSAGE
    DISPLAY "Error: Unable to update CUSTOMER.MASTER. File Status: " WS-MasterStatus
            " - " WS-FileStatus-Lookup-Message
    MOVE "REWRITE" TO WS-ErrorLog-Operation
    MOVE WS-MasterStatus TO WS-ErrorLog-FileStatus
    MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
    PERFORM LOG-MEMOAPPLY-ERROR
    CLOSE CustomerMasterFile
    CLOSE MemoReportFile
    MOVE MP-ReceiptNumber TO WS-Receipt-Edit
    IF WS-SourcePosted = "Y"
        MOVE "F" TO MP-Status
        MOVE "Target not credited - refer" TO MP-FailReason
        MOVE WS-RunDate TO MP-ApplyDate
        MOVE MemoPostRecord TO WS-Memo-Entry(WS-MemoIndex)
        DISPLAY "Memo transfer receipt " WS-Receipt-Edit " was debited but "
                "the target account was not credited - correct it by hand."
    ELSE
        DISPLAY "Memo post receipt " WS-Receipt-Edit " was not applied. "
                "Earlier memo posts are marked applied - rerun to continue "
                "from this one."
    END-IF
    PERFORM REWRITE-MEMO-QUEUE
    PERFORM WRITE-FAILED-JOB-STATS
    MOVE 8 TO RETURN-CODE
    STOP RUN.

REWRITE-MEMO-QUEUE.
    OPEN OUTPUT MemoPostFile
    IF WS-MemoPostStatus NOT EQUAL ZERO
        MOVE WS-MemoPostStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to rewrite MEMOPOST.DAT. File Status: " WS-MemoPostStatus
                " - " WS-FileStatus-Lookup-Message
        DISPLAY "Memo posts listed as applied on MEMOPOST.RPT must be marked "
                "A on MEMOPOST.DAT before this step is rerun."
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-MemoPostStatus TO WS-ErrorLog-FileStatus
        MOVE "MEMOPOST.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-MEMOAPPLY-ERROR
        CLOSE MemoReportFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-MemoIndex FROM 1 BY 1
            UNTIL WS-MemoIndex > WS-MemoCount
        MOVE WS-Memo-Entry(WS-MemoIndex) TO MemoPostRecord
        WRITE MemoPostRecord
    END-PERFORM
    CLOSE MemoPostFile.

OPEN-MASTER-FILE.
    OPEN I-O CustomerMasterFile
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open CUSTOMER.MASTER. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-MasterStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-MEMOAPPLY-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

OPEN-REPORT-FILE.
    OPEN OUTPUT MemoReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open MEMOPOST.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "MEMOPOST.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-MEMOAPPLY-ERROR
        CLOSE CustomerMasterFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE SPACES TO MemoReportLine
    STRING "===================== MEMO POSTS APPLIED ======================"
           INTO MemoReportLine
    WRITE MemoReportLine
    MOVE SPACES TO MemoReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           INTO MemoReportLine
    WRITE MemoReportLine
    MOVE SPACES TO MemoReportLine
    WRITE MemoReportLine
    MOVE SPACES TO MemoReportLine
    STRING " Receipt  Entered     Time    Operator   Account  T"
           DELIMITED SIZE
           "     Amount        Fee  Result" DELIMITED SIZE
           INTO MemoReportLine
    WRITE MemoReportLine.

WRITE-MEMO-REPORT-LINE.
    MOVE MP-ReceiptNumber TO WS-Receipt-Edit
    MOVE MP-EntryDate TO WS-Date-Edit
    MOVE MP-AccountNumber TO WS-AccountNumber-Edit
    MOVE MP-Amount TO WS-Amount-Edit
    MOVE MP-FeeAmount TO WS-Fee-Edit
    MOVE SPACES TO MemoReportLine
    IF MP-Status = "A"
        STRING WS-Receipt-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-Date-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               MP-EntryTime DELIMITED SIZE
               "  " DELIMITED SIZE
               MP-OperatorID DELIMITED SIZE
               " " DELIMITED SIZE
               WS-AccountNumber-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               MP-TransactionType DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Fee-Edit DELIMITED SIZE
               "  Applied" DELIMITED SIZE
               INTO MemoReportLine
    ELSE
        STRING WS-Receipt-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-Date-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               MP-EntryTime DELIMITED SIZE
               "  " DELIMITED SIZE
               MP-OperatorID DELIMITED SIZE
               " " DELIMITED SIZE
               WS-AccountNumber-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               MP-TransactionType DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Fee-Edit DELIMITED SIZE
               "  FAILED - " DELIMITED SIZE
               MP-FailReason DELIMITED SIZE
               INTO MemoReportLine
    END-IF
    WRITE MemoReportLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO MemoReportLine
    WRITE MemoReportLine
    MOVE WS-AppliedCount TO WS-Count-Edit
    MOVE WS-AppliedTotal TO WS-Total-Edit
    MOVE SPACES TO MemoReportLine
    STRING "Memo posts applied: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           "   amount: " DELIMITED SIZE
           WS-Total-Edit DELIMITED SIZE
           INTO MemoReportLine
    WRITE MemoReportLine
    MOVE WS-FailedCount TO WS-Count-Edit
    MOVE WS-FailedTotal TO WS-Total-Edit
    MOVE SPACES TO MemoReportLine
    STRING "Memo posts failed:  " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           "   amount: " DELIMITED SIZE
           WS-Total-Edit DELIMITED SIZE
           INTO MemoReportLine
    WRITE MemoReportLine
    IF WS-FailedCount > ZERO
        MOVE SPACES TO MemoReportLine
        STRING "Failed memo posts were given provisional receipts - "
               DELIMITED SIZE
               "refer them to the branch that took them." DELIMITED SIZE
               INTO MemoReportLine
        WRITE MemoReportLine
    END-IF
    IF WS-UnloadedCount > ZERO
        MOVE WS-UnloadedCount TO WS-Count-Edit
        MOVE SPACES TO MemoReportLine
        STRING "Memo posts not loaded (queue full) - re-enter: "
               DELIMITED SIZE
               WS-Count-Edit DELIMITED SIZE
               INTO MemoReportLine
        WRITE MemoReportLine
    END-IF
    MOVE WS-ClearedCount TO WS-Count-Edit
    MOVE SPACES TO MemoReportLine
    STRING "Entries from earlier runs cleared from MEMOPOST.DAT: "
           DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO MemoReportLine
    WRITE MemoReportLine.

CHECK-POSTING-PERIOD.
    MOVE ZEROS TO WS-OpenPeriod
    OPEN INPUT PeriodControlFile
    IF WS-PeriodCtlStatus = ZERO
        READ PeriodControlFile
            AT END CONTINUE
            NOT AT END MOVE PC-OpenPeriod TO WS-OpenPeriod
        END-READ
        CLOSE PeriodControlFile
    END-IF
    MOVE WS-RunDate(1:6) TO WS-CurrentPeriod
    IF WS-OpenPeriod > ZERO AND WS-CurrentPeriod < WS-OpenPeriod
        DISPLAY "Error: the posting period " WS-CurrentPeriod " is closed "
                "(open period is " WS-OpenPeriod "). Run refused."
        MOVE "PERIOD" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "PERIODCTL.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-MEMOAPPLY-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-MINIMUM-BALANCE.
    MOVE ZEROS TO WS-DefaultMinimumBalance
    OPEN INPUT MinBalanceConfigFile
    IF WS-ConfigStatus = ZERO
        READ MinBalanceConfigFile
            AT END CONTINUE
            NOT AT END COMPUTE WS-DefaultMinimumBalance = FUNCTION NUMVAL(MinBalanceConfigLine)
        END-READ
        CLOSE MinBalanceConfigFile
    END-IF.

WRITE-FAILED-JOB-STATS.
    MOVE WS-PendingCount TO WS-JobStats-RecordsRead
    MOVE WS-AppliedCount TO WS-JobStats-RecordsWritten
    MOVE WS-FailedCount TO WS-JobStats-RecordsRejected
    MOVE 8 TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS.

LOG-MEMOAPPLY-ERROR.
    MOVE "MemoPostApply" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "JobStatsWrite.cpy".
COPY "AccountTypeLookup.cpy".

END PROGRAM MemoPostApply.
