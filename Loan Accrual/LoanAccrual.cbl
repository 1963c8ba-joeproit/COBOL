IDENTIFICATION DIVISION.
PROGRAM-ID. LoanAccrual.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "LoanMasterFileControl.cpy".
    COPY "LoanHistoryFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD LoanMasterFile.
COPY "LoanMasterRecord.cpy".

COPY "LoanHistoryFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-EndOfLoans PIC X VALUE "N".
01 WS-TodayDate PIC 9(8) VALUE ZEROS.
01 WS-AccrualFrom PIC 9(8) VALUE ZEROS.
01 WS-AccrualDays PIC 9(5) VALUE ZEROS.
01 WS-AccrualAmount PIC 9(7)V99 VALUE ZEROS.
01 WS-PriorMissedCount PIC 9(3) VALUE ZEROS.
01 WS-LoanChanged PIC X VALUE "N".

01 WS-LoansRead PIC 9(6) VALUE ZEROS.
01 WS-LoansActive PIC 9(6) VALUE ZEROS.
01 WS-LoansAccrued PIC 9(6) VALUE ZEROS.
01 WS-LoansPastDue PIC 9(6) VALUE ZEROS.
01 WS-NewlyMissedCount PIC 9(6) VALUE ZEROS.
01 WS-TotalAccrued PIC 9(11)V99 VALUE ZEROS.
01 WS-TotalAccrued-Edit PIC ZZ,ZZZ,ZZZ,ZZ9.99.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "JobStatsFields.cpy".
COPY "LoanFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "BATCH" TO WS-Audit-OperatorID
    MOVE "LoanAccrual" TO WS-Audit-ProgramName
    MOVE "LoanAccrual" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD
    MOVE WS-TodayDate TO WS-Loan-TodayDate

    OPEN I-O LoanMasterFile
    IF WS-LoanMasterStatus = "35"
        DISPLAY "No LOAN.MASTER on file - no loans to accrue."
        MOVE ZEROS TO WS-JobStats-RecordsRead
        MOVE ZEROS TO WS-JobStats-RecordsWritten
        MOVE ZEROS TO WS-JobStats-RecordsRejected
        MOVE ZEROS TO WS-JobStats-ReturnCode
        PERFORM WRITE-JOB-STATS
        MOVE ZERO TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-LoanMasterStatus NOT EQUAL ZERO
        MOVE WS-LoanMasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open LOAN.MASTER. File Status: " WS-LoanMasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-LoanMasterStatus TO WS-ErrorLog-FileStatus
        MOVE "LOAN.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-LOANACCRUAL-ERROR
        MOVE WS-LoansRead TO WS-JobStats-RecordsRead
        MOVE ZEROS TO WS-JobStats-RecordsWritten
        MOVE ZEROS TO WS-JobStats-RecordsRejected
        MOVE 8 TO WS-JobStats-ReturnCode
        PERFORM WRITE-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL WS-EndOfLoans = "Y"
        READ LoanMasterFile NEXT RECORD
            AT END SET WS-EndOfLoans TO "Y"
            NOT AT END
                ADD 1 TO WS-LoansRead
                IF LM-Status = "A"
                    PERFORM ACCRUE-ONE-LOAN
                END-IF
        END-READ
    END-PERFORM

    CLOSE LoanMasterFile

    MOVE WS-TotalAccrued TO WS-TotalAccrued-Edit
    DISPLAY "Loans read:                 " WS-LoansRead
    DISPLAY "Active loans:               " WS-LoansActive
    DISPLAY "Loans accrued:              " WS-LoansAccrued
    DISPLAY "Interest accrued:           " WS-TotalAccrued-Edit
    DISPLAY "Loans past due:             " WS-LoansPastDue
    DISPLAY "Newly missed payments:      " WS-NewlyMissedCount

    MOVE WS-LoansRead TO WS-JobStats-RecordsRead
    MOVE WS-LoansAccrued TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

ACCRUE-ONE-LOAN.
    ADD 1 TO WS-LoansActive
    MOVE "N" TO WS-LoanChanged
    MOVE LoanMasterRecord TO WS-Audit-BeforeImage
    MOVE LM-MissedCount TO WS-PriorMissedCount

    MOVE LM-LastAccrualDate TO WS-AccrualFrom
    IF WS-AccrualFrom = ZERO
        MOVE LM-BookedDate TO WS-AccrualFrom
    END-IF
    MOVE ZEROS TO WS-AccrualAmount
    IF WS-TodayDate > WS-AccrualFrom
        COMPUTE WS-AccrualDays =
            FUNCTION INTEGER-OF-DATE(WS-TodayDate)
            - FUNCTION INTEGER-OF-DATE(WS-AccrualFrom)
        COMPUTE WS-AccrualAmount ROUNDED =
            LM-PrincipalBalance * LM-AnnualRate * WS-AccrualDays / 365
        ADD WS-AccrualAmount TO LM-AccruedInterest
        MOVE WS-TodayDate TO LM-LastAccrualDate
        MOVE "Y" TO WS-LoanChanged
    END-IF

    PERFORM MEASURE-LOAN-DELINQUENCY
    IF LM-DaysPastDue > ZERO
        ADD 1 TO WS-LoansPastDue
    END-IF
    IF LM-MissedCount NOT = WS-PriorMissedCount
        MOVE "Y" TO WS-LoanChanged
    END-IF

    IF WS-LoanChanged = "Y"
        REWRITE LoanMasterRecord
        IF WS-LoanMasterStatus NOT EQUAL ZERO
            MOVE WS-LoanMasterStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to update LOAN.MASTER. File Status: "
                    WS-LoanMasterStatus " - " WS-FileStatus-Lookup-Message
            MOVE "REWRITE" TO WS-ErrorLog-Operation
            MOVE WS-LoanMasterStatus TO WS-ErrorLog-FileStatus
            MOVE "LOAN.MASTER" TO WS-ErrorLog-FileName
            PERFORM LOG-LOANACCRUAL-ERROR
            CLOSE LoanMasterFile
            MOVE WS-LoansRead TO WS-JobStats-RecordsRead
            MOVE WS-LoansAccrued TO WS-JobStats-RecordsWritten
            MOVE ZEROS TO WS-JobStats-RecordsRejected
            MOVE 8 TO WS-JobStats-ReturnCode
            PERFORM WRITE-JOB-STATS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "REWRITE" TO WS-Audit-Action
        MOVE SPACES TO WS-Audit-AfterImage
        MOVE LoanMasterRecord TO WS-Audit-AfterImage
        PERFORM WRITE-AUDIT-JOURNAL-ENTRY
    END-IF

    MOVE ZEROS TO WS-Loan-Hist-ReceiptNumber
    MOVE "BATCH" TO WS-Loan-Hist-OperatorID
    IF WS-AccrualAmount > ZERO
        ADD 1 TO WS-LoansAccrued
        ADD WS-AccrualAmount TO WS-TotalAccrued
        MOVE "A" TO WS-Loan-Hist-EntryType
        MOVE WS-AccrualAmount TO WS-Loan-Hist-Amount
        MOVE WS-AccrualAmount TO WS-Loan-Hist-Interest
        MOVE ZEROS TO WS-Loan-Hist-Principal
        PERFORM WRITE-LOAN-HISTORY
    END-IF
    IF LM-MissedCount > WS-PriorMissedCount
        ADD 1 TO WS-NewlyMissedCount
        MOVE "M" TO WS-Loan-Hist-EntryType
        COMPUTE WS-Loan-Hist-Amount =
            LM-PaymentAmount * (LM-MissedCount - WS-PriorMissedCount)
        MOVE ZEROS TO WS-Loan-Hist-Interest
        MOVE ZEROS TO WS-Loan-Hist-Principal
        PERFORM WRITE-LOAN-HISTORY
    END-IF.

LOG-LOANACCRUAL-ERROR.
    MOVE "LoanAccrual" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "JobStatsWrite.cpy".
COPY "LoanPosting.cpy".

END PROGRAM LoanAccrual.
