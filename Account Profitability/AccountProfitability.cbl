IDENTIFICATION DIVISION.
PROGRAM-ID. AccountProfitability.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "CustomerMasterFileControl.cpy".

    SELECT TransactionLogFile ASSIGN TO "TRANSACTION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranLogStatus.

    SELECT LogArchiveFile ASSIGN TO "TRANLOG.ARC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ArchiveStatus.

    SELECT PeriodControlFile ASSIGN TO "PERIODCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PeriodCtlStatus.

    SELECT ProfitReportFile ASSIGN TO "PROFIT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    SELECT ProfitExtractFile ASSIGN TO "PROFIT.CSV"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExtractStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD TransactionLogFile.
COPY "TransactionLogRecord.cpy".

FD LogArchiveFile.
01 LogArchiveRecord PIC X(89).

FD PeriodControlFile.
01 PeriodControlLine.
   05 PC-OpenPeriod PIC 9(6).
   05 PC-InterestDone PIC X.
   05 PC-CycleDone PIC X.

FD ProfitReportFile.
01 ProfitReportLine PIC X(132).

FD ProfitExtractFile.
01 ProfitExtractLine PIC X(300).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-TranLogStatus PIC 9(2) VALUE ZEROS.
01 WS-ArchiveStatus PIC 9(2) VALUE ZEROS.
01 WS-PeriodCtlStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-ExtractStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfMaster PIC X VALUE "N".
01 WS-EndOfLog PIC X VALUE "N".

01 WS-LogEntry.
   05 WS-Log-AccountNumber    PIC 9(8).
   05 WS-Log-CustomerName     PIC X(20).
   05 WS-Log-TranDate.
      10 WS-Log-TranPeriod    PIC 9(6).
      10 WS-Log-TranDay       PIC 9(2).
   05 WS-Log-TransactionType  PIC X.
   05 WS-Log-Amount           PIC 9(7)V99.
   05 WS-Log-BalanceAfter     PIC 9(7)V99.
   05 WS-Log-ReceiptNumber    PIC 9(8).
   05 WS-Log-RefReceiptNumber PIC 9(8).
   05 WS-Log-OperatorID       PIC X(8).
   05 WS-Log-Channel          PIC X(2).
   05 WS-Log-OrigOperatorID   PIC X(8).

01 WS-TodayDate PIC 9(8) VALUE ZEROS.
01 WS-Period PIC 9(6) VALUE ZEROS.
01 WS-PeriodStart PIC 9(8) VALUE ZEROS.
01 WS-NextPeriodStart PIC 9(8) VALUE ZEROS.
01 WS-NextPeriod PIC 9(6) VALUE ZEROS.
01 WS-NextPeriod-Parts REDEFINES WS-NextPeriod.
   05 WS-NextPeriod-Year PIC 9(4).
   05 WS-NextPeriod-Month PIC 9(2).
01 WS-PeriodEnd PIC 9(8) VALUE ZEROS.
01 WS-DaysInMonth PIC 9(2) VALUE ZEROS.

01 WS-ProfitTable.
   05 WS-Prof OCCURS 5000 TIMES.
      10 WS-Prof-Account PIC 9(8).
      10 WS-Prof-Name PIC X(20).
      10 WS-Prof-Type PIC X(2).
      10 WS-Prof-Branch PIC X(4).
      10 WS-Prof-Status PIC X.
      10 WS-Prof-OpenedDate PIC 9(8).
      10 WS-Prof-MasterBalance PIC 9(7)V99.
      10 WS-Prof-HasEntry PIC X.
      10 WS-Prof-PostFound PIC X.
      10 WS-Prof-PostBalance PIC S9(9)V99.
      10 WS-Prof-Current PIC S9(9)V99.
      10 WS-Prof-LastDay PIC 9(2).
      10 WS-Prof-BalanceDays PIC S9(13)V99.
      10 WS-Prof-AvgBalance PIC S9(9)V99.
      10 WS-Prof-FeeIncome PIC 9(9)V99.
      10 WS-Prof-InterestPaid PIC 9(9)V99.
      10 WS-Prof-Net PIC S9(9)V99.
      10 WS-Prof-Deposits PIC 9(5).
      10 WS-Prof-Withdrawals PIC 9(5).
      10 WS-Prof-TransfersOut PIC 9(5).
      10 WS-Prof-TransfersIn PIC 9(5).
      10 WS-Prof-Fees PIC 9(5).
      10 WS-Prof-Interest PIC 9(5).
      10 WS-Prof-Other PIC 9(5).
      10 WS-Prof-Reversals PIC 9(5).
      10 WS-Prof-ReversalAmount PIC 9(9)V99.
      10 WS-Prof-Included PIC X.
      10 WS-Prof-BalanceBand PIC 9.
      10 WS-Prof-AgeBand PIC 9(2).
      10 WS-Prof-Rank PIC 9(2).
01 WS-ProfCount PIC 9(4) VALUE ZEROS.
01 WS-ProfIndex PIC 9(4) VALUE ZEROS.
01 WS-ProfFound PIC 9(4) VALUE ZEROS.
01 WS-ProfOverflow PIC 9(6) VALUE ZEROS.

01 WS-RankTable.
   05 WS-Rank OCCURS 20 TIMES.
      10 WS-Rank-ProfIndex PIC 9(4).
01 WS-RankLimit PIC 9(2) VALUE 20.
01 WS-RankCount PIC 9(2) VALUE ZEROS.
01 WS-RankIndex PIC 9(2) VALUE ZEROS.
01 WS-RankInsertAt PIC 9(2) VALUE ZEROS.

01 WS-BandTotals.
   05 WS-BandTot OCCURS 10 TIMES.
      10 WS-BandTot-Accounts PIC 9(6) VALUE ZEROS.
      10 WS-BandTot-AvgBalance PIC S9(11)V99 VALUE ZEROS.
      10 WS-BandTot-FeeIncome PIC 9(11)V99 VALUE ZEROS.
      10 WS-BandTot-InterestPaid PIC 9(11)V99 VALUE ZEROS.
      10 WS-BandTot-Net PIC S9(11)V99 VALUE ZEROS.
      10 WS-BandTot-Deposits PIC 9(7) VALUE ZEROS.
      10 WS-BandTot-Withdrawals PIC 9(7) VALUE ZEROS.
      10 WS-BandTot-TransfersOut PIC 9(7) VALUE ZEROS.
      10 WS-BandTot-TransfersIn PIC 9(7) VALUE ZEROS.
      10 WS-BandTot-Fees PIC 9(7) VALUE ZEROS.
      10 WS-BandTot-Interest PIC 9(7) VALUE ZEROS.
      10 WS-BandTot-Other PIC 9(7) VALUE ZEROS.
      10 WS-BandTot-Reversals PIC 9(7) VALUE ZEROS.
      10 WS-BandTot-ReversalAmount PIC 9(11)V99 VALUE ZEROS.
01 WS-BandIndex PIC 9(2) VALUE ZEROS.
01 WS-BandFirst PIC 9(2) VALUE ZEROS.
01 WS-BandLast PIC 9(2) VALUE ZEROS.
01 WS-BandLabel PIC X(20) VALUE SPACES.
01 WS-BandKind PIC X(12) VALUE SPACES.
01 WS-AgeYears PIC S9(4) VALUE ZEROS.
01 WS-DerivedBalance PIC S9(9)V99 VALUE ZEROS.
01 WS-DayNumber PIC 9(2) VALUE ZEROS.
01 WS-DaySpan PIC 9(2) VALUE ZEROS.
01 WS-AgeDays PIC S9(8) VALUE ZEROS.

01 WS-LogEntriesRead PIC 9(8) VALUE ZEROS.
01 WS-PeriodEntries PIC 9(8) VALUE ZEROS.
01 WS-UnmatchedEntries PIC 9(8) VALUE ZEROS.
01 WS-ReportedCount PIC 9(6) VALUE ZEROS.
01 WS-ExtractCount PIC 9(6) VALUE ZEROS.

01 WS-Period-Edit PIC 9(4)/99.
01 WS-Count-Edit PIC ZZZ,ZZ9.
01 WS-Small-Edit PIC ZZZ9.
01 WS-Rank-Edit PIC Z9.
01 WS-Balance-Edit PIC -ZZ,ZZZ,ZZ9.99.
01 WS-Fee-Edit PIC ZZZ,ZZ9.99.
01 WS-Interest-Edit PIC ZZZ,ZZ9.99.
01 WS-Net-Edit PIC -ZZZ,ZZ9.99.
01 WS-Reversal-Edit PIC ZZZ,ZZ9.99.
01 WS-Total-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-CsvAmount-Edit PIC -(11)9.99.
01 WS-CsvCount-Edit PIC Z(6)9.
01 WS-CsvAmounts.
   05 WS-Csv-AvgBalance PIC X(15).
   05 WS-Csv-FeeIncome PIC X(15).
   05 WS-Csv-InterestPaid PIC X(15).
   05 WS-Csv-Net PIC X(15).
   05 WS-Csv-ReversalAmount PIC X(15).
01 WS-CsvCounts.
   05 WS-Csv-Accounts PIC X(7).
   05 WS-Csv-Deposits PIC X(7).
   05 WS-Csv-Withdrawals PIC X(7).
   05 WS-Csv-TransfersOut PIC X(7).
   05 WS-Csv-TransfersIn PIC X(7).
   05 WS-Csv-Fees PIC X(7).
   05 WS-Csv-Interest PIC X(7).
   05 WS-Csv-Other PIC X(7).
   05 WS-Csv-Reversals PIC X(7).
01 WS-Csv-RecordType PIC X(12) VALUE SPACES.
01 WS-Csv-Account PIC X(8) VALUE SPACES.
01 WS-Csv-AccountType PIC X(2) VALUE SPACES.
01 WS-Csv-Branch PIC X(4) VALUE SPACES.
01 WS-Csv-OpenedDate PIC X(8) VALUE SPACES.
01 WS-Csv-BalanceBand PIC X(22) VALUE SPACES.
01 WS-Csv-AgeBand PIC X(22) VALUE SPACES.
01 WS-Csv-BandLabel PIC X(22) VALUE SPACES.
01 WS-Csv-Rank PIC X(2) VALUE SPACES.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "AccountProfitability" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD

    PERFORM LOAD-REPORT-PERIOD
    PERFORM LOAD-ACCOUNTS
    IF WS-ProfOverflow > ZERO
        DISPLAY "Error: CUSTOMER.MASTER holds more than 5000 accounts for "
                "the period - the analysis would be incomplete. No files "
                "written."
        MOVE "LOAD" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-PROFIT-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT LogArchiveFile
    IF WS-ArchiveStatus = ZERO
        MOVE "N" TO WS-EndOfLog
        PERFORM UNTIL WS-EndOfLog = "Y"
            READ LogArchiveFile INTO WS-LogEntry
                AT END SET WS-EndOfLog TO "Y"
                NOT AT END PERFORM APPLY-LOG-ENTRY
            END-READ
        END-PERFORM
        CLOSE LogArchiveFile
    END-IF

    OPEN INPUT TransactionLogFile
    IF WS-TranLogStatus = ZERO
        MOVE "N" TO WS-EndOfLog
        PERFORM UNTIL WS-EndOfLog = "Y"
            READ TransactionLogFile INTO WS-LogEntry
                AT END SET WS-EndOfLog TO "Y"
                NOT AT END PERFORM APPLY-LOG-ENTRY
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
            PERFORM LOG-PROFIT-ERROR
            PERFORM WRITE-FAILED-JOB-STATS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF

    PERFORM VARYING WS-ProfIndex FROM 1 BY 1
            UNTIL WS-ProfIndex > WS-ProfCount
        PERFORM FINISH-ONE-ACCOUNT
    END-PERFORM
    PERFORM VARYING WS-RankIndex FROM 1 BY 1
            UNTIL WS-RankIndex > WS-RankCount
        MOVE WS-RankIndex TO WS-Prof-Rank(WS-Rank-ProfIndex(WS-RankIndex))
    END-PERFORM

    PERFORM OPEN-PROFIT-OUTPUTS
    PERFORM WRITE-REPORT-HEADING
    PERFORM WRITE-ACCOUNT-SECTION
    PERFORM WRITE-RANKING-SECTION
    MOVE 1 TO WS-BandFirst
    MOVE 4 TO WS-BandLast
    MOVE "BALANCE-BAND" TO WS-BandKind
    PERFORM WRITE-BAND-SECTION
    MOVE 5 TO WS-BandFirst
    MOVE 10 TO WS-BandLast
    MOVE "AGE-BAND" TO WS-BandKind
    PERFORM WRITE-BAND-SECTION
    PERFORM WRITE-REPORT-FOOTER
    CLOSE ProfitReportFile
    CLOSE ProfitExtractFile

    MOVE WS-Period TO WS-Period-Edit
    DISPLAY "Profitability period:      " WS-Period-Edit
    DISPLAY "Log entries read:          " WS-LogEntriesRead
    DISPLAY "Entries in the period:     " WS-PeriodEntries
    DISPLAY "Accounts analysed:         " WS-ReportedCount
    DISPLAY "Entries with no account:   " WS-UnmatchedEntries
    DISPLAY "Report written to PROFIT.RPT, extract written to PROFIT.CSV"

    MOVE WS-PeriodEntries TO WS-JobStats-RecordsRead
    MOVE WS-ExtractCount TO WS-JobStats-RecordsWritten
    MOVE WS-UnmatchedEntries TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

LOAD-REPORT-PERIOD.
    MOVE WS-TodayDate(1:6) TO WS-Period
    OPEN INPUT PeriodControlFile
    IF WS-PeriodCtlStatus = ZERO
        READ PeriodControlFile
            AT END CONTINUE
            NOT AT END
                IF PC-OpenPeriod IS NUMERIC AND PC-OpenPeriod > ZERO
                    MOVE PC-OpenPeriod TO WS-Period
                END-IF
        END-READ
        CLOSE PeriodControlFile
    END-IF
    MOVE WS-Period TO WS-NextPeriod
    ADD 1 TO WS-NextPeriod-Month
    IF WS-NextPeriod-Month > 12
        MOVE 1 TO WS-NextPeriod-Month
        ADD 1 TO WS-NextPeriod-Year
    END-IF
    COMPUTE WS-PeriodStart = WS-Period * 100 + 1
    COMPUTE WS-NextPeriodStart = WS-NextPeriod * 100 + 1
    COMPUTE WS-DaysInMonth = FUNCTION INTEGER-OF-DATE(WS-NextPeriodStart)
        - FUNCTION INTEGER-OF-DATE(WS-PeriodStart)
    COMPUTE WS-PeriodEnd = WS-Period * 100 + WS-DaysInMonth.

LOAD-ACCOUNTS.
    OPEN INPUT CustomerMasterFile
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open CUSTOMER.MASTER. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-MasterStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-PROFIT-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EndOfMaster = "Y"
        READ CustomerMasterFile NEXT RECORD
            AT END SET WS-EndOfMaster TO "Y"
            NOT AT END
                IF CM-OpenedDate NOT > WS-PeriodEnd
                    PERFORM STORE-ONE-ACCOUNT
                END-IF
        END-READ
    END-PERFORM
    CLOSE CustomerMasterFile.

STORE-ONE-ACCOUNT.
    IF WS-ProfCount < 5000
        ADD 1 TO WS-ProfCount
        INITIALIZE WS-Prof(WS-ProfCount)
        MOVE CM-AccountNumber TO WS-Prof-Account(WS-ProfCount)
        MOVE CM-CustomerName TO WS-Prof-Name(WS-ProfCount)
        MOVE CM-AccountType TO WS-Prof-Type(WS-ProfCount)
        MOVE CM-BranchCode TO WS-Prof-Branch(WS-ProfCount)
        MOVE CM-AccountStatus TO WS-Prof-Status(WS-ProfCount)
        MOVE CM-OpenedDate TO WS-Prof-OpenedDate(WS-ProfCount)
        MOVE CM-AccountBalance TO WS-Prof-MasterBalance(WS-ProfCount)
        MOVE "N" TO WS-Prof-HasEntry(WS-ProfCount)
        MOVE "N" TO WS-Prof-PostFound(WS-ProfCount)
        MOVE "N" TO WS-Prof-Included(WS-ProfCount)
    ELSE
        ADD 1 TO WS-ProfOverflow
    END-IF.

APPLY-LOG-ENTRY.
    ADD 1 TO WS-LogEntriesRead
    IF WS-Log-TranPeriod NOT < WS-Period
        MOVE ZERO TO WS-ProfFound
        PERFORM VARYING WS-ProfIndex FROM 1 BY 1
                UNTIL WS-ProfIndex > WS-ProfCount OR WS-ProfFound > ZERO
            IF WS-Prof-Account(WS-ProfIndex) = WS-Log-AccountNumber
                MOVE WS-ProfIndex TO WS-ProfFound
            END-IF
        END-PERFORM
        IF WS-Log-TranPeriod = WS-Period
            ADD 1 TO WS-PeriodEntries
            IF WS-ProfFound = ZERO
                ADD 1 TO WS-UnmatchedEntries
            ELSE
                MOVE WS-ProfFound TO WS-ProfIndex
                PERFORM APPLY-PERIOD-ENTRY
            END-IF
        ELSE
            IF WS-ProfFound > ZERO
                MOVE WS-ProfFound TO WS-ProfIndex
                IF WS-Prof-PostFound(WS-ProfIndex) = "N"
                    PERFORM DERIVE-BALANCE-BEFORE
                    MOVE WS-DerivedBalance TO WS-Prof-PostBalance(WS-ProfIndex)
                    MOVE "Y" TO WS-Prof-PostFound(WS-ProfIndex)
                END-IF
            END-IF
        END-IF
    END-IF.

DERIVE-BALANCE-BEFORE.
    EVALUATE WS-Log-TransactionType
        WHEN "B"
            MOVE WS-Log-BalanceAfter TO WS-DerivedBalance
        WHEN "D"
        WHEN "X"
        WHEN "I"
        WHEN "R"
        WHEN "C"
            COMPUTE WS-DerivedBalance = WS-Log-BalanceAfter - WS-Log-Amount
        WHEN OTHER
            COMPUTE WS-DerivedBalance = WS-Log-BalanceAfter + WS-Log-Amount
    END-EVALUATE.

APPLY-PERIOD-ENTRY.
    MOVE WS-Log-TranDay TO WS-DayNumber
    IF WS-DayNumber < 1 OR WS-DayNumber > WS-DaysInMonth
        MOVE 1 TO WS-DayNumber
    END-IF
    IF WS-Prof-HasEntry(WS-ProfIndex) = "N"
        PERFORM DERIVE-BALANCE-BEFORE
        COMPUTE WS-DaySpan = WS-DayNumber - 1
        COMPUTE WS-Prof-BalanceDays(WS-ProfIndex) =
            WS-DerivedBalance * WS-DaySpan
        MOVE "Y" TO WS-Prof-HasEntry(WS-ProfIndex)
    ELSE
        COMPUTE WS-DaySpan = WS-DayNumber - WS-Prof-LastDay(WS-ProfIndex)
        COMPUTE WS-Prof-BalanceDays(WS-ProfIndex) =
            WS-Prof-BalanceDays(WS-ProfIndex)
            + WS-Prof-Current(WS-ProfIndex) * WS-DaySpan
    END-IF
    MOVE WS-Log-BalanceAfter TO WS-Prof-Current(WS-ProfIndex)
    MOVE WS-DayNumber TO WS-Prof-LastDay(WS-ProfIndex)

    IF WS-Log-Channel = "RV"
        ADD 1 TO WS-Prof-Reversals(WS-ProfIndex)
        ADD WS-Log-Amount TO WS-Prof-ReversalAmount(WS-ProfIndex)
    ELSE
        EVALUATE WS-Log-TransactionType
            WHEN "D"
                ADD 1 TO WS-Prof-Deposits(WS-ProfIndex)
            WHEN "W"
                ADD 1 TO WS-Prof-Withdrawals(WS-ProfIndex)
            WHEN "T"
                ADD 1 TO WS-Prof-TransfersOut(WS-ProfIndex)
            WHEN "X"
                ADD 1 TO WS-Prof-TransfersIn(WS-ProfIndex)
            WHEN "F"
                ADD 1 TO WS-Prof-Fees(WS-ProfIndex)
                ADD WS-Log-Amount TO WS-Prof-FeeIncome(WS-ProfIndex)
            WHEN "I"
                ADD 1 TO WS-Prof-Interest(WS-ProfIndex)
                ADD WS-Log-Amount TO WS-Prof-InterestPaid(WS-ProfIndex)
            WHEN "B"
                CONTINUE
            WHEN OTHER
                ADD 1 TO WS-Prof-Other(WS-ProfIndex)
        END-EVALUATE
    END-IF.

FINISH-ONE-ACCOUNT.
    IF WS-Prof-HasEntry(WS-ProfIndex) = "Y"
        COMPUTE WS-DaySpan = WS-DaysInMonth - WS-Prof-LastDay(WS-ProfIndex) + 1
        COMPUTE WS-Prof-BalanceDays(WS-ProfIndex) =
            WS-Prof-BalanceDays(WS-ProfIndex)
            + WS-Prof-Current(WS-ProfIndex) * WS-DaySpan
        COMPUTE WS-Prof-AvgBalance(WS-ProfIndex) ROUNDED =
            WS-Prof-BalanceDays(WS-ProfIndex) / WS-DaysInMonth
        MOVE "Y" TO WS-Prof-Included(WS-ProfIndex)
    ELSE
        IF WS-Prof-PostFound(WS-ProfIndex) = "Y"
            MOVE WS-Prof-PostBalance(WS-ProfIndex)
                TO WS-Prof-AvgBalance(WS-ProfIndex)
        ELSE
            MOVE WS-Prof-MasterBalance(WS-ProfIndex)
                TO WS-Prof-AvgBalance(WS-ProfIndex)
        END-IF
        IF WS-Prof-Status(WS-ProfIndex) NOT = "C"
                OR WS-Prof-AvgBalance(WS-ProfIndex) NOT = ZERO
            MOVE "Y" TO WS-Prof-Included(WS-ProfIndex)
        END-IF
    END-IF

    IF WS-Prof-Included(WS-ProfIndex) = "Y"
        ADD 1 TO WS-ReportedCount
        COMPUTE WS-Prof-Net(WS-ProfIndex) =
            WS-Prof-FeeIncome(WS-ProfIndex) - WS-Prof-InterestPaid(WS-ProfIndex)
        PERFORM ASSIGN-BALANCE-BAND
        PERFORM ASSIGN-AGE-BAND
        MOVE WS-Prof-BalanceBand(WS-ProfIndex) TO WS-BandIndex
        PERFORM ADD-ACCOUNT-TO-BAND
        MOVE WS-Prof-AgeBand(WS-ProfIndex) TO WS-BandIndex
        PERFORM ADD-ACCOUNT-TO-BAND
        PERFORM RANK-ONE-ACCOUNT
    END-IF.

ASSIGN-BALANCE-BAND.
    EVALUATE TRUE
        WHEN WS-Prof-AvgBalance(WS-ProfIndex) < 1000
            MOVE 1 TO WS-Prof-BalanceBand(WS-ProfIndex)
        WHEN WS-Prof-AvgBalance(WS-ProfIndex) < 10000
            MOVE 2 TO WS-Prof-BalanceBand(WS-ProfIndex)
        WHEN WS-Prof-AvgBalance(WS-ProfIndex) < 50000
            MOVE 3 TO WS-Prof-BalanceBand(WS-ProfIndex)
        WHEN OTHER
            MOVE 4 TO WS-Prof-BalanceBand(WS-ProfIndex)
    END-EVALUATE.

ASSIGN-AGE-BAND.
    IF WS-Prof-OpenedDate(WS-ProfIndex) = ZERO
        MOVE 10 TO WS-Prof-AgeBand(WS-ProfIndex)
    ELSE
        COMPUTE WS-AgeDays = WS-PeriodEnd - WS-Prof-OpenedDate(WS-ProfIndex)
        COMPUTE WS-AgeYears = WS-AgeDays / 10000
        EVALUATE TRUE
            WHEN WS-AgeYears < 1
                MOVE 5 TO WS-Prof-AgeBand(WS-ProfIndex)
            WHEN WS-AgeYears < 3
                MOVE 6 TO WS-Prof-AgeBand(WS-ProfIndex)
            WHEN WS-AgeYears < 5
                MOVE 7 TO WS-Prof-AgeBand(WS-ProfIndex)
            WHEN WS-AgeYears < 10
                MOVE 8 TO WS-Prof-AgeBand(WS-ProfIndex)
            WHEN OTHER
                MOVE 9 TO WS-Prof-AgeBand(WS-ProfIndex)
        END-EVALUATE
    END-IF.

ADD-ACCOUNT-TO-BAND.
    ADD 1 TO WS-BandTot-Accounts(WS-BandIndex)
    ADD WS-Prof-AvgBalance(WS-ProfIndex) TO WS-BandTot-AvgBalance(WS-BandIndex)
    ADD WS-Prof-FeeIncome(WS-ProfIndex) TO WS-BandTot-FeeIncome(WS-BandIndex)
    ADD WS-Prof-InterestPaid(WS-ProfIndex)
        TO WS-BandTot-InterestPaid(WS-BandIndex)
    ADD WS-Prof-Net(WS-ProfIndex) TO WS-BandTot-Net(WS-BandIndex)
    ADD WS-Prof-Deposits(WS-ProfIndex) TO WS-BandTot-Deposits(WS-BandIndex)
    ADD WS-Prof-Withdrawals(WS-ProfIndex) TO WS-BandTot-Withdrawals(WS-BandIndex)
    ADD WS-Prof-TransfersOut(WS-ProfIndex)
        TO WS-BandTot-TransfersOut(WS-BandIndex)
    ADD WS-Prof-TransfersIn(WS-ProfIndex) TO WS-BandTot-TransfersIn(WS-BandIndex)
    ADD WS-Prof-Fees(WS-ProfIndex) TO WS-BandTot-Fees(WS-BandIndex)
    ADD WS-Prof-Interest(WS-ProfIndex) TO WS-BandTot-Interest(WS-BandIndex)
    ADD WS-Prof-Other(WS-ProfIndex) TO WS-BandTot-Other(WS-BandIndex)
    ADD WS-Prof-Reversals(WS-ProfIndex) TO WS-BandTot-Reversals(WS-BandIndex)
    ADD WS-Prof-ReversalAmount(WS-ProfIndex)
        TO WS-BandTot-ReversalAmount(WS-BandIndex).

RANK-ONE-ACCOUNT.
    MOVE ZERO TO WS-RankInsertAt
    PERFORM VARYING WS-RankIndex FROM 1 BY 1
            UNTIL WS-RankIndex > WS-RankCount OR WS-RankInsertAt > ZERO
        IF WS-Prof-Net(WS-ProfIndex)
                < WS-Prof-Net(WS-Rank-ProfIndex(WS-RankIndex))
            MOVE WS-RankIndex TO WS-RankInsertAt
        END-IF
    END-PERFORM
    IF WS-RankInsertAt = ZERO AND WS-RankCount < WS-RankLimit
        COMPUTE WS-RankInsertAt = WS-RankCount + 1
    END-IF
    IF WS-RankInsertAt > ZERO
        IF WS-RankCount < WS-RankLimit
            ADD 1 TO WS-RankCount
        END-IF
        PERFORM VARYING WS-RankIndex FROM WS-RankCount BY -1
                UNTIL WS-RankIndex NOT > WS-RankInsertAt
            MOVE WS-Rank-ProfIndex(WS-RankIndex - 1)
                TO WS-Rank-ProfIndex(WS-RankIndex)
        END-PERFORM
        MOVE WS-ProfIndex TO WS-Rank-ProfIndex(WS-RankInsertAt)
    END-IF.

SET-BAND-LABEL.
    EVALUATE WS-BandIndex
        WHEN 1 MOVE "Under 1,000" TO WS-BandLabel
        WHEN 2 MOVE "1,000 - 9,999" TO WS-BandLabel
        WHEN 3 MOVE "10,000 - 49,999" TO WS-BandLabel
        WHEN 4 MOVE "50,000 and over" TO WS-BandLabel
        WHEN 5 MOVE "Under 1 year" TO WS-BandLabel
        WHEN 6 MOVE "1 - 2 years" TO WS-BandLabel
        WHEN 7 MOVE "3 - 4 years" TO WS-BandLabel
        WHEN 8 MOVE "5 - 9 years" TO WS-BandLabel
        WHEN 9 MOVE "10 years and over" TO WS-BandLabel
        WHEN OTHER MOVE "Opened date unknown" TO WS-BandLabel
    END-EVALUATE.

QUOTE-CSV-BAND-LABEL.
    MOVE SPACES TO WS-Csv-BandLabel
    STRING QUOTE DELIMITED SIZE
           FUNCTION TRIM(WS-BandLabel) DELIMITED SIZE
           QUOTE DELIMITED SIZE
           INTO WS-Csv-BandLabel.

OPEN-PROFIT-OUTPUTS.
    OPEN OUTPUT ProfitReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PROFIT.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "PROFIT.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-PROFIT-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ProfitExtractFile
    IF WS-ExtractStatus NOT EQUAL ZERO
        MOVE WS-ExtractStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PROFIT.CSV. File Status: " WS-ExtractStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ExtractStatus TO WS-ErrorLog-FileStatus
        MOVE "PROFIT.CSV" TO WS-ErrorLog-FileName
        PERFORM LOG-PROFIT-ERROR
        CLOSE ProfitReportFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO ProfitExtractLine
    STRING "RECORD,PERIOD,ACCOUNT,ACCOUNT_TYPE,BRANCH,OPENED_DATE,"
           "BALANCE_BAND,AGE_BAND,ACCOUNTS,AVERAGE_BALANCE,FEE_INCOME,"
           "INTEREST_PAID,NET_CONTRIBUTION,DEPOSITS,WITHDRAWALS,"
           "TRANSFERS_OUT,TRANSFERS_IN,FEES,INTEREST,OTHER,REVERSALS,"
           "REVERSAL_AMOUNT,LEAST_PROFITABLE_RANK"
           DELIMITED SIZE INTO ProfitExtractLine
    WRITE ProfitExtractLine.

WRITE-REPORT-HEADING.
    MOVE WS-Period TO WS-Period-Edit
    MOVE SPACES TO ProfitReportLine
    STRING "============== ACCOUNT PROFITABILITY AND FEE INCOME ANALYSIS =============="
           INTO ProfitReportLine
    WRITE ProfitReportLine
    MOVE WS-DaysInMonth TO WS-Small-Edit
    MOVE SPACES TO ProfitReportLine
    STRING "Period: " DELIMITED SIZE
           WS-Period-Edit DELIMITED SIZE
           "   Days in period: " DELIMITED SIZE
           WS-Small-Edit DELIMITED SIZE
           "   Net contribution = fee income less interest paid"
           DELIMITED SIZE
           INTO ProfitReportLine
    WRITE ProfitReportLine
    MOVE SPACES TO ProfitReportLine
    WRITE ProfitReportLine
    MOVE SPACES TO ProfitReportLine
    STRING "Account  Ty Brch    Avg Balance Fee Income   Int Paid"
           "  Net Contrib  Dep  Wdl XOut  XIn  Fee  Int  Oth  Rev"
           "   Rev Amount"
           INTO ProfitReportLine
    WRITE ProfitReportLine
    MOVE SPACES TO ProfitReportLine
    STRING "-------- -- ---- -------------- ---------- ----------"
           " ------------ ---- ---- ---- ---- ---- ---- ---- ----"
           " ------------"
           INTO ProfitReportLine
    WRITE ProfitReportLine.

WRITE-ACCOUNT-SECTION.
    IF WS-ReportedCount = ZERO
        MOVE SPACES TO ProfitReportLine
        STRING "  (no accounts open in this period)" INTO ProfitReportLine
        WRITE ProfitReportLine
    END-IF
    PERFORM VARYING WS-ProfIndex FROM 1 BY 1
            UNTIL WS-ProfIndex > WS-ProfCount
        IF WS-Prof-Included(WS-ProfIndex) = "Y"
            PERFORM WRITE-ACCOUNT-LINE
            PERFORM WRITE-ACCOUNT-EXTRACT
        END-IF
    END-PERFORM.

WRITE-ACCOUNT-LINE.
    MOVE WS-Prof-AvgBalance(WS-ProfIndex) TO WS-Balance-Edit
    MOVE WS-Prof-FeeIncome(WS-ProfIndex) TO WS-Fee-Edit
    MOVE WS-Prof-InterestPaid(WS-ProfIndex) TO WS-Interest-Edit
    MOVE WS-Prof-Net(WS-ProfIndex) TO WS-Net-Edit
    MOVE WS-Prof-ReversalAmount(WS-ProfIndex) TO WS-Reversal-Edit
    MOVE SPACES TO ProfitReportLine
    STRING WS-Prof-Account(WS-ProfIndex) DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Prof-Type(WS-ProfIndex) DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Prof-Branch(WS-ProfIndex) DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Balance-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Fee-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Interest-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Net-Edit DELIMITED SIZE
           INTO ProfitReportLine
    MOVE WS-Prof-Deposits(WS-ProfIndex) TO WS-Small-Edit
    MOVE WS-Small-Edit TO ProfitReportLine(80:4)
    MOVE WS-Prof-Withdrawals(WS-ProfIndex) TO WS-Small-Edit
    MOVE WS-Small-Edit TO ProfitReportLine(85:4)
    MOVE WS-Prof-TransfersOut(WS-ProfIndex) TO WS-Small-Edit
    MOVE WS-Small-Edit TO ProfitReportLine(90:4)
    MOVE WS-Prof-TransfersIn(WS-ProfIndex) TO WS-Small-Edit
    MOVE WS-Small-Edit TO ProfitReportLine(95:4)
    MOVE WS-Prof-Fees(WS-ProfIndex) TO WS-Small-Edit
    MOVE WS-Small-Edit TO ProfitReportLine(100:4)
    MOVE WS-Prof-Interest(WS-ProfIndex) TO WS-Small-Edit
    MOVE WS-Small-Edit TO ProfitReportLine(105:4)
    MOVE WS-Prof-Other(WS-ProfIndex) TO WS-Small-Edit
    MOVE WS-Small-Edit TO ProfitReportLine(110:4)
    MOVE WS-Prof-Reversals(WS-ProfIndex) TO WS-Small-Edit
    MOVE WS-Small-Edit TO ProfitReportLine(115:4)
    MOVE WS-Reversal-Edit TO ProfitReportLine(122:10)
    WRITE ProfitReportLine.

WRITE-ACCOUNT-EXTRACT.
    MOVE "ACCOUNT" TO WS-Csv-RecordType
    MOVE WS-Prof-Account(WS-ProfIndex) TO WS-Csv-Account
    MOVE WS-Prof-Type(WS-ProfIndex) TO WS-Csv-AccountType
    MOVE WS-Prof-Branch(WS-ProfIndex) TO WS-Csv-Branch
    MOVE WS-Prof-OpenedDate(WS-ProfIndex) TO WS-Csv-OpenedDate
    MOVE WS-Prof-BalanceBand(WS-ProfIndex) TO WS-BandIndex
    PERFORM SET-BAND-LABEL
    PERFORM QUOTE-CSV-BAND-LABEL
    MOVE WS-Csv-BandLabel TO WS-Csv-BalanceBand
    MOVE WS-Prof-AgeBand(WS-ProfIndex) TO WS-BandIndex
    PERFORM SET-BAND-LABEL
    PERFORM QUOTE-CSV-BAND-LABEL
    MOVE WS-Csv-BandLabel TO WS-Csv-AgeBand
    MOVE SPACES TO WS-Csv-Rank
    IF WS-Prof-Rank(WS-ProfIndex) > ZERO
        MOVE WS-Prof-Rank(WS-ProfIndex) TO WS-Csv-Rank
    END-IF
    MOVE 1 TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-Accounts
    MOVE WS-Prof-AvgBalance(WS-ProfIndex) TO WS-CsvAmount-Edit
    MOVE WS-CsvAmount-Edit TO WS-Csv-AvgBalance
    MOVE WS-Prof-FeeIncome(WS-ProfIndex) TO WS-CsvAmount-Edit
    MOVE WS-CsvAmount-Edit TO WS-Csv-FeeIncome
    MOVE WS-Prof-InterestPaid(WS-ProfIndex) TO WS-CsvAmount-Edit
    MOVE WS-CsvAmount-Edit TO WS-Csv-InterestPaid
    MOVE WS-Prof-Net(WS-ProfIndex) TO WS-CsvAmount-Edit
    MOVE WS-CsvAmount-Edit TO WS-Csv-Net
    MOVE WS-Prof-ReversalAmount(WS-ProfIndex) TO WS-CsvAmount-Edit
    MOVE WS-CsvAmount-Edit TO WS-Csv-ReversalAmount
    MOVE WS-Prof-Deposits(WS-ProfIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-Deposits
    MOVE WS-Prof-Withdrawals(WS-ProfIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-Withdrawals
    MOVE WS-Prof-TransfersOut(WS-ProfIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-TransfersOut
    MOVE WS-Prof-TransfersIn(WS-ProfIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-TransfersIn
    MOVE WS-Prof-Fees(WS-ProfIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-Fees
    MOVE WS-Prof-Interest(WS-ProfIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-Interest
    MOVE WS-Prof-Other(WS-ProfIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-Other
    MOVE WS-Prof-Reversals(WS-ProfIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-Reversals
    PERFORM WRITE-EXTRACT-LINE.

WRITE-EXTRACT-LINE.
    MOVE SPACES TO ProfitExtractLine
    STRING FUNCTION TRIM(WS-Csv-RecordType) DELIMITED SIZE
           "," DELIMITED SIZE
           WS-Period DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-Account) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-AccountType) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-Branch) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-OpenedDate) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-BalanceBand) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-AgeBand) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-Accounts) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-AvgBalance) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-FeeIncome) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-InterestPaid) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-Net) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-Deposits) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-Withdrawals) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-TransfersOut) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-TransfersIn) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-Fees) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-Interest) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-Other) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-Reversals) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-ReversalAmount) DELIMITED SIZE
           "," DELIMITED SIZE
           FUNCTION TRIM(WS-Csv-Rank) DELIMITED SIZE
           INTO ProfitExtractLine
    WRITE ProfitExtractLine
    ADD 1 TO WS-ExtractCount.

WRITE-RANKING-SECTION.
    MOVE SPACES TO ProfitReportLine
    WRITE ProfitReportLine
    MOVE WS-RankLimit TO WS-Rank-Edit
    MOVE SPACES TO ProfitReportLine
    STRING "---------- LEAST PROFITABLE ACCOUNTS (lowest " DELIMITED SIZE
           WS-Rank-Edit DELIMITED SIZE
           " by net contribution) ----------" DELIMITED SIZE
           INTO ProfitReportLine
    WRITE ProfitReportLine
    IF WS-RankCount = ZERO
        MOVE SPACES TO ProfitReportLine
        STRING "  (none)" INTO ProfitReportLine
        WRITE ProfitReportLine
    ELSE
        MOVE SPACES TO ProfitReportLine
        STRING "Rank Account  Customer             Ty    Avg Balance"
               " Fee Income   Int Paid  Net Contrib"
               INTO ProfitReportLine
        WRITE ProfitReportLine
        PERFORM VARYING WS-RankIndex FROM 1 BY 1
                UNTIL WS-RankIndex > WS-RankCount
            MOVE WS-Rank-ProfIndex(WS-RankIndex) TO WS-ProfIndex
            PERFORM WRITE-RANKING-LINE
        END-PERFORM
    END-IF.

WRITE-RANKING-LINE.
    MOVE WS-RankIndex TO WS-Rank-Edit
    MOVE WS-Prof-AvgBalance(WS-ProfIndex) TO WS-Balance-Edit
    MOVE WS-Prof-FeeIncome(WS-ProfIndex) TO WS-Fee-Edit
    MOVE WS-Prof-InterestPaid(WS-ProfIndex) TO WS-Interest-Edit
    MOVE WS-Prof-Net(WS-ProfIndex) TO WS-Net-Edit
    MOVE SPACES TO ProfitReportLine
    STRING "  " DELIMITED SIZE
           WS-Rank-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Prof-Account(WS-ProfIndex) DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Prof-Name(WS-ProfIndex) DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Prof-Type(WS-ProfIndex) DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Balance-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Fee-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Interest-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Net-Edit DELIMITED SIZE
           INTO ProfitReportLine
    WRITE ProfitReportLine.

WRITE-BAND-SECTION.
    MOVE SPACES TO ProfitReportLine
    WRITE ProfitReportLine
    MOVE SPACES TO ProfitReportLine
    IF WS-BandKind = "BALANCE-BAND"
        STRING "---------- SUBTOTALS BY AVERAGE BALANCE BAND ----------"
               INTO ProfitReportLine
    ELSE
        STRING "---------- SUBTOTALS BY ACCOUNT AGE (from opened date) ----------"
               INTO ProfitReportLine
    END-IF
    WRITE ProfitReportLine
    MOVE SPACES TO ProfitReportLine
    STRING "Band                 Accounts    Mean Avg Bal      Fee Income"
           "   Interest Paid  Net Contribution  Reversals"
           INTO ProfitReportLine
    WRITE ProfitReportLine
    PERFORM VARYING WS-BandIndex FROM WS-BandFirst BY 1
            UNTIL WS-BandIndex > WS-BandLast
        IF WS-BandTot-Accounts(WS-BandIndex) > ZERO
            PERFORM WRITE-BAND-LINE
        END-IF
    END-PERFORM.

WRITE-BAND-LINE.
    PERFORM SET-BAND-LABEL
    MOVE WS-BandTot-Accounts(WS-BandIndex) TO WS-Count-Edit
    COMPUTE WS-Total-Edit ROUNDED =
        WS-BandTot-AvgBalance(WS-BandIndex) / WS-BandTot-Accounts(WS-BandIndex)
    MOVE SPACES TO ProfitReportLine
    STRING WS-BandLabel DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Total-Edit DELIMITED SIZE
           INTO ProfitReportLine
    MOVE WS-BandTot-FeeIncome(WS-BandIndex) TO WS-Total-Edit
    MOVE WS-Total-Edit TO ProfitReportLine(46:15)
    MOVE WS-BandTot-InterestPaid(WS-BandIndex) TO WS-Total-Edit
    MOVE WS-Total-Edit TO ProfitReportLine(62:15)
    MOVE WS-BandTot-Net(WS-BandIndex) TO WS-Total-Edit
    MOVE WS-Total-Edit TO ProfitReportLine(80:15)
    MOVE WS-BandTot-Reversals(WS-BandIndex) TO WS-Count-Edit
    MOVE WS-Count-Edit TO ProfitReportLine(97:7)
    WRITE ProfitReportLine

    MOVE WS-BandKind TO WS-Csv-RecordType
    MOVE SPACES TO WS-Csv-Account
    MOVE SPACES TO WS-Csv-AccountType
    MOVE SPACES TO WS-Csv-Branch
    MOVE SPACES TO WS-Csv-OpenedDate
    MOVE SPACES TO WS-Csv-BalanceBand
    MOVE SPACES TO WS-Csv-AgeBand
    MOVE SPACES TO WS-Csv-Rank
    PERFORM QUOTE-CSV-BAND-LABEL
    IF WS-BandKind = "BALANCE-BAND"
        MOVE WS-Csv-BandLabel TO WS-Csv-BalanceBand
    ELSE
        MOVE WS-Csv-BandLabel TO WS-Csv-AgeBand
    END-IF
    MOVE WS-BandTot-Accounts(WS-BandIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-Accounts
    COMPUTE WS-CsvAmount-Edit ROUNDED =
        WS-BandTot-AvgBalance(WS-BandIndex) / WS-BandTot-Accounts(WS-BandIndex)
    MOVE WS-CsvAmount-Edit TO WS-Csv-AvgBalance
    MOVE WS-BandTot-FeeIncome(WS-BandIndex) TO WS-CsvAmount-Edit
    MOVE WS-CsvAmount-Edit TO WS-Csv-FeeIncome
    MOVE WS-BandTot-InterestPaid(WS-BandIndex) TO WS-CsvAmount-Edit
    MOVE WS-CsvAmount-Edit TO WS-Csv-InterestPaid
    MOVE WS-BandTot-Net(WS-BandIndex) TO WS-CsvAmount-Edit
    MOVE WS-CsvAmount-Edit TO WS-Csv-Net
    MOVE WS-BandTot-ReversalAmount(WS-BandIndex) TO WS-CsvAmount-Edit
    MOVE WS-CsvAmount-Edit TO WS-Csv-ReversalAmount
    MOVE WS-BandTot-Deposits(WS-BandIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-Deposits
    MOVE WS-BandTot-Withdrawals(WS-BandIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-Withdrawals
    MOVE WS-BandTot-TransfersOut(WS-BandIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-TransfersOut
    MOVE WS-BandTot-TransfersIn(WS-BandIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-TransfersIn
    MOVE WS-BandTot-Fees(WS-BandIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-Fees
    MOVE WS-BandTot-Interest(WS-BandIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-Interest
    MOVE WS-BandTot-Other(WS-BandIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-Other
    MOVE WS-BandTot-Reversals(WS-BandIndex) TO WS-CsvCount-Edit
    MOVE WS-CsvCount-Edit TO WS-Csv-Reversals
    PERFORM WRITE-EXTRACT-LINE.

WRITE-REPORT-FOOTER.
    MOVE SPACES TO ProfitReportLine
    WRITE ProfitReportLine
    MOVE WS-ReportedCount TO WS-Count-Edit
    MOVE SPACES TO ProfitReportLine
    STRING "Accounts analysed: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO ProfitReportLine
    WRITE ProfitReportLine
    IF WS-UnmatchedEntries > ZERO
        MOVE WS-UnmatchedEntries TO WS-Count-Edit
        MOVE SPACES TO ProfitReportLine
        STRING "Warning: " DELIMITED SIZE
               WS-Count-Edit DELIMITED SIZE
               " log entries in the period are for accounts no longer on "
               "CUSTOMER.MASTER and are not included" DELIMITED SIZE
               INTO ProfitReportLine
        WRITE ProfitReportLine
    END-IF.

WRITE-FAILED-JOB-STATS.
    MOVE WS-PeriodEntries TO WS-JobStats-RecordsRead
    MOVE ZEROS TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE 8 TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS.

LOG-PROFIT-ERROR.
    MOVE "AccountProfitability" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM AccountProfitability.
