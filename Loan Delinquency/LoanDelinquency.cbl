IDENTIFICATION DIVISION.
PROGRAM-ID. LoanDelinquency.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "CustomerMasterFileControl.cpy".
    COPY "LoanMasterFileControl.cpy".

    SELECT DelinquencyReportFile ASSIGN TO "LOANDELQ.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD LoanMasterFile.
COPY "LoanMasterRecord.cpy".

FD DelinquencyReportFile.
01 DelinquencyReportLine PIC X(132).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-LoanMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfLoans PIC X VALUE "N".
01 WS-MasterOpen PIC X VALUE "N".

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-LoansRead PIC 9(6) VALUE ZEROS.
01 WS-ActiveCount PIC 9(6) VALUE ZEROS.
01 WS-ActiveBalance PIC 9(11)V99 VALUE ZEROS.

01 WS-DelqTable.
   05 WS-Delq OCCURS 2000 TIMES.
      10 WS-Delq-LoanNumber PIC 9(8).
      10 WS-Delq-Account PIC 9(8).
      10 WS-Delq-Name PIC X(20).
      10 WS-Delq-NextDueDate PIC 9(8).
      10 WS-Delq-DaysPastDue PIC 9(4).
      10 WS-Delq-MissedCount PIC 9(3).
      10 WS-Delq-PastDueAmount PIC 9(9)V99.
      10 WS-Delq-Principal PIC 9(7)V99.
      10 WS-Delq-Accrued PIC 9(7)V99.
      10 WS-Delq-Bucket PIC 9.
01 WS-DelqCount PIC 9(4) VALUE ZEROS.
01 WS-DelqIndex PIC 9(4) VALUE ZEROS.
01 WS-DelqOverflow PIC 9(6) VALUE ZEROS.

01 WS-BucketTable.
   05 WS-Bucket OCCURS 4 TIMES.
      10 WS-Bucket-Label PIC X(20).
      10 WS-Bucket-Count PIC 9(6).
      10 WS-Bucket-PastDue PIC 9(11)V99.
      10 WS-Bucket-Principal PIC 9(11)V99.
01 WS-BucketIndex PIC 9 VALUE ZERO.
01 WS-PastDueAmount PIC S9(9)V99 VALUE ZEROS.
01 WS-TotalPastDueCount PIC 9(6) VALUE ZEROS.
01 WS-TotalPastDue PIC 9(11)V99 VALUE ZEROS.
01 WS-TotalPrincipal PIC 9(11)V99 VALUE ZEROS.

01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-DueDate-Edit PIC 9(4)/99/99.
01 WS-LoanNumber-Edit PIC Z(7)9.
01 WS-AccountNumber-Edit PIC Z(7)9.
01 WS-Days-Edit PIC Z,ZZ9.
01 WS-Missed-Edit PIC ZZ9.
01 WS-Amount-Edit PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Principal-Edit PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Total-Edit PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Count-Edit PIC ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "LoanDelinquency" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    MOVE "1-29 DAYS PAST DUE" TO WS-Bucket-Label(1)
    MOVE "30-59 DAYS PAST DUE" TO WS-Bucket-Label(2)
    MOVE "60-89 DAYS PAST DUE" TO WS-Bucket-Label(3)
    MOVE "90+ DAYS PAST DUE" TO WS-Bucket-Label(4)
    PERFORM VARYING WS-BucketIndex FROM 1 BY 1 UNTIL WS-BucketIndex > 4
        MOVE ZEROS TO WS-Bucket-Count(WS-BucketIndex)
        MOVE ZEROS TO WS-Bucket-PastDue(WS-BucketIndex)
        MOVE ZEROS TO WS-Bucket-Principal(WS-BucketIndex)
    END-PERFORM

    OPEN OUTPUT DelinquencyReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open LOANDELQ.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "LOANDELQ.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-DELINQUENCY-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING

    OPEN INPUT LoanMasterFile
    IF WS-LoanMasterStatus NOT EQUAL ZERO
        MOVE SPACES TO DelinquencyReportLine
        STRING "No LOAN.MASTER on file - no loans to report"
               INTO DelinquencyReportLine
        WRITE DelinquencyReportLine
    ELSE
        OPEN INPUT CustomerMasterFile
        IF WS-MasterStatus = ZERO
            MOVE "Y" TO WS-MasterOpen
        END-IF
        PERFORM UNTIL WS-EndOfLoans = "Y"
            READ LoanMasterFile NEXT RECORD
                AT END SET WS-EndOfLoans TO "Y"
                NOT AT END
                    ADD 1 TO WS-LoansRead
                    IF LM-Status = "A"
                        ADD 1 TO WS-ActiveCount
                        ADD LM-PrincipalBalance TO WS-ActiveBalance
                        IF LM-DaysPastDue > ZERO
                            PERFORM REMEMBER-DELINQUENT-LOAN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LoanMasterFile
        IF WS-MasterOpen = "Y"
            CLOSE CustomerMasterFile
        END-IF
        PERFORM VARYING WS-BucketIndex FROM 4 BY -1 UNTIL WS-BucketIndex < 1
            PERFORM WRITE-BUCKET-SECTION
        END-PERFORM
    END-IF

    PERFORM WRITE-REPORT-SUMMARY
    CLOSE DelinquencyReportFile

    DISPLAY "Loans read:            " WS-LoansRead
    DISPLAY "Active loans:          " WS-ActiveCount
    DISPLAY "Loans past due:        " WS-TotalPastDueCount
    DISPLAY "Report written to LOANDELQ.RPT"

    MOVE WS-LoansRead TO WS-JobStats-RecordsRead
    MOVE WS-TotalPastDueCount TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

REMEMBER-DELINQUENT-LOAN.
    IF WS-DelqCount < 2000
        ADD 1 TO WS-DelqCount
        MOVE LM-LoanNumber TO WS-Delq-LoanNumber(WS-DelqCount)
        MOVE LM-BorrowerAccount TO WS-Delq-Account(WS-DelqCount)
        MOVE SPACES TO WS-Delq-Name(WS-DelqCount)
        IF WS-MasterOpen = "Y"
            MOVE LM-BorrowerAccount TO CM-AccountNumber
            READ CustomerMasterFile
                INVALID KEY
                    MOVE "(not on master)" TO WS-Delq-Name(WS-DelqCount)
                NOT INVALID KEY
                    MOVE CM-CustomerName TO WS-Delq-Name(WS-DelqCount)
            END-READ
        END-IF
        MOVE LM-NextDueDate TO WS-Delq-NextDueDate(WS-DelqCount)
        MOVE LM-DaysPastDue TO WS-Delq-DaysPastDue(WS-DelqCount)
        MOVE LM-MissedCount TO WS-Delq-MissedCount(WS-DelqCount)
        COMPUTE WS-PastDueAmount =
            LM-PaymentAmount * LM-MissedCount - LM-InstallmentCredit
        IF WS-PastDueAmount < ZERO
            MOVE ZEROS TO WS-PastDueAmount
        END-IF
        IF WS-PastDueAmount > LM-PrincipalBalance + LM-AccruedInterest
            COMPUTE WS-PastDueAmount = LM-PrincipalBalance + LM-AccruedInterest
        END-IF
        MOVE WS-PastDueAmount TO WS-Delq-PastDueAmount(WS-DelqCount)
        MOVE LM-PrincipalBalance TO WS-Delq-Principal(WS-DelqCount)
        MOVE LM-AccruedInterest TO WS-Delq-Accrued(WS-DelqCount)
        EVALUATE TRUE
            WHEN LM-DaysPastDue < 30
                MOVE 1 TO WS-Delq-Bucket(WS-DelqCount)
            WHEN LM-DaysPastDue < 60
                MOVE 2 TO WS-Delq-Bucket(WS-DelqCount)
            WHEN LM-DaysPastDue < 90
                MOVE 3 TO WS-Delq-Bucket(WS-DelqCount)
            WHEN OTHER
                MOVE 4 TO WS-Delq-Bucket(WS-DelqCount)
        END-EVALUATE
        MOVE WS-Delq-Bucket(WS-DelqCount) TO WS-BucketIndex
        ADD 1 TO WS-Bucket-Count(WS-BucketIndex)
        ADD WS-PastDueAmount TO WS-Bucket-PastDue(WS-BucketIndex)
        ADD LM-PrincipalBalance TO WS-Bucket-Principal(WS-BucketIndex)
        ADD 1 TO WS-TotalPastDueCount
        ADD WS-PastDueAmount TO WS-TotalPastDue
        ADD LM-PrincipalBalance TO WS-TotalPrincipal
    ELSE
        ADD 1 TO WS-DelqOverflow
    END-IF.

WRITE-BUCKET-SECTION.
    MOVE SPACES TO DelinquencyReportLine
    WRITE DelinquencyReportLine
    MOVE WS-Bucket-Count(WS-BucketIndex) TO WS-Count-Edit
    MOVE SPACES TO DelinquencyReportLine
    STRING "---- " DELIMITED SIZE
           WS-Bucket-Label(WS-BucketIndex) DELIMITED SIZE
           "  Loans: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           " ----" DELIMITED SIZE
           INTO DelinquencyReportLine
    WRITE DelinquencyReportLine
    IF WS-Bucket-Count(WS-BucketIndex) = ZERO
        MOVE SPACES TO DelinquencyReportLine
        STRING "  (none)" INTO DelinquencyReportLine
        WRITE DelinquencyReportLine
    ELSE
        MOVE SPACES TO DelinquencyReportLine
        STRING "  LOAN NO   ACCOUNT  BORROWER              NEXT DUE   "
               "DAYS MISSED      PAST DUE AMT  PRINCIPAL BALANCE"
               DELIMITED SIZE
               INTO DelinquencyReportLine
        WRITE DelinquencyReportLine
        PERFORM VARYING WS-DelqIndex FROM 1 BY 1
                UNTIL WS-DelqIndex > WS-DelqCount
            IF WS-Delq-Bucket(WS-DelqIndex) = WS-BucketIndex
                PERFORM WRITE-DELINQUENT-LINE
            END-IF
        END-PERFORM
        MOVE WS-Bucket-PastDue(WS-BucketIndex) TO WS-Total-Edit
        MOVE SPACES TO DelinquencyReportLine
        STRING "  Bucket past due: " DELIMITED SIZE
               WS-Total-Edit DELIMITED SIZE
               INTO DelinquencyReportLine
        WRITE DelinquencyReportLine
        MOVE WS-Bucket-Principal(WS-BucketIndex) TO WS-Total-Edit
        MOVE SPACES TO DelinquencyReportLine
        STRING "  Bucket principal:" DELIMITED SIZE
               WS-Total-Edit DELIMITED SIZE
               INTO DelinquencyReportLine
        WRITE DelinquencyReportLine
    END-IF.

WRITE-DELINQUENT-LINE.
    MOVE WS-Delq-LoanNumber(WS-DelqIndex) TO WS-LoanNumber-Edit
    MOVE WS-Delq-Account(WS-DelqIndex) TO WS-AccountNumber-Edit
    MOVE WS-Delq-NextDueDate(WS-DelqIndex) TO WS-DueDate-Edit
    MOVE WS-Delq-DaysPastDue(WS-DelqIndex) TO WS-Days-Edit
    MOVE WS-Delq-MissedCount(WS-DelqIndex) TO WS-Missed-Edit
    MOVE WS-Delq-PastDueAmount(WS-DelqIndex) TO WS-Amount-Edit
    MOVE WS-Delq-Principal(WS-DelqIndex) TO WS-Principal-Edit
    MOVE SPACES TO DelinquencyReportLine
    STRING "  " DELIMITED SIZE
           WS-LoanNumber-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-AccountNumber-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Delq-Name(WS-DelqIndex) DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-DueDate-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Days-Edit DELIMITED SIZE
           "    " DELIMITED SIZE
           WS-Missed-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Principal-Edit DELIMITED SIZE
           INTO DelinquencyReportLine
    WRITE DelinquencyReportLine.

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE SPACES TO DelinquencyReportLine
    STRING "==================== LOAN DELINQUENCY REPORT ===================="
           INTO DelinquencyReportLine
    WRITE DelinquencyReportLine
    MOVE SPACES TO DelinquencyReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           "   Days past due as at the last loan accrual run" DELIMITED SIZE
           INTO DelinquencyReportLine
    WRITE DelinquencyReportLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO DelinquencyReportLine
    WRITE DelinquencyReportLine
    MOVE SPACES TO DelinquencyReportLine
    STRING "==================== SUMMARY ====================" INTO DelinquencyReportLine
    WRITE DelinquencyReportLine
    PERFORM VARYING WS-BucketIndex FROM 1 BY 1 UNTIL WS-BucketIndex > 4
        MOVE WS-Bucket-Count(WS-BucketIndex) TO WS-Count-Edit
        MOVE WS-Bucket-PastDue(WS-BucketIndex) TO WS-Total-Edit
        MOVE SPACES TO DelinquencyReportLine
        STRING WS-Bucket-Label(WS-BucketIndex) DELIMITED SIZE
               "  Loans: " DELIMITED SIZE
               WS-Count-Edit DELIMITED SIZE
               "  Past due: " DELIMITED SIZE
               WS-Total-Edit DELIMITED SIZE
               INTO DelinquencyReportLine
        WRITE DelinquencyReportLine
    END-PERFORM
    MOVE WS-TotalPastDueCount TO WS-Count-Edit
    MOVE WS-TotalPastDue TO WS-Total-Edit
    MOVE SPACES TO DelinquencyReportLine
    STRING "TOTAL PAST DUE      " DELIMITED SIZE
           "  Loans: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           "  Past due: " DELIMITED SIZE
           WS-Total-Edit DELIMITED SIZE
           INTO DelinquencyReportLine
    WRITE DelinquencyReportLine
    MOVE WS-TotalPrincipal TO WS-Total-Edit
    MOVE SPACES TO DelinquencyReportLine
    STRING "Principal on past-due loans: " DELIMITED SIZE
           WS-Total-Edit DELIMITED SIZE
           INTO DelinquencyReportLine
    WRITE DelinquencyReportLine
    MOVE WS-ActiveCount TO WS-Count-Edit
    MOVE WS-ActiveBalance TO WS-Total-Edit
    MOVE SPACES TO DelinquencyReportLine
    STRING "Active loans: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           "  Principal outstanding: " DELIMITED SIZE
           WS-Total-Edit DELIMITED SIZE
           INTO DelinquencyReportLine
    WRITE DelinquencyReportLine
    IF WS-DelqOverflow > ZERO
        MOVE SPACES TO DelinquencyReportLine
        STRING "Warning: more than 2000 past-due loans - the detail above "
               "is incomplete" DELIMITED SIZE
               INTO DelinquencyReportLine
        WRITE DelinquencyReportLine
    END-IF.

LOG-DELINQUENCY-ERROR.
    MOVE "LoanDelinquency" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM LoanDelinquency.
