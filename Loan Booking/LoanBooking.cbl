IDENTIFICATION DIVISION.
PROGRAM-ID. LoanBooking.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "CustomerMasterFileControl.cpy".
    COPY "LoanMasterFileControl.cpy".
    COPY "LoanHistoryFileControl.cpy".

    SELECT LoanScheduleFile ASSIGN TO "LOANSCHED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ScheduleStatus.

    SELECT ScheduleReportFile ASSIGN TO "LOANSCHD.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    SELECT LoanSequenceFile ASSIGN TO "LOANNO.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LoanSeqStatus.

    COPY "OperatorMasterFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD LoanMasterFile.
COPY "LoanMasterRecord.cpy".

COPY "LoanHistoryFD.cpy".

FD LoanScheduleFile.
COPY "LoanScheduleRecord.cpy".

FD ScheduleReportFile.
01 ScheduleReportLine PIC X(100).

FD LoanSequenceFile.
01 LoanSequenceLine PIC 9(8).

COPY "OperatorMasterFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-ScheduleStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-LoanSeqStatus PIC 9(2) VALUE ZEROS.

01 WS-TodayDate PIC 9(8) VALUE ZEROS.
01 WS-BorrowerAccount PIC 9(8) VALUE ZEROS.
01 WS-BorrowerName PIC X(20) VALUE SPACES.
01 WS-Principal PIC 9(7)V99 VALUE ZEROS.
01 WS-RateEntry PIC X(10) VALUE SPACES.
01 WS-AnnualRate PIC 9V9(4) VALUE ZEROS.
01 WS-TermMonths PIC 9(3) VALUE ZEROS.
01 WS-FirstDueDate PIC 9(8) VALUE ZEROS.
01 WS-Confirm PIC X VALUE SPACE.
01 WS-LoanNumber PIC 9(8) VALUE ZEROS.

01 WS-MonthlyRate PIC 9V9(9) VALUE ZEROS.
01 WS-GrowthFactor PIC 9(9)V9(9) VALUE ZEROS.
01 WS-PaymentAmount PIC 9(7)V99 VALUE ZEROS.
01 WS-RemainingBalance PIC 9(7)V99 VALUE ZEROS.
01 WS-TotalInterest PIC 9(9)V99 VALUE ZEROS.
01 WS-TotalRepaid PIC 9(9)V99 VALUE ZEROS.

01 WS-ScheduleTable.
   05 WS-Sched OCCURS 360 TIMES.
      10 WS-Sched-DueDate PIC 9(8).
      10 WS-Sched-Payment PIC 9(7)V99.
      10 WS-Sched-Interest PIC 9(7)V99.
      10 WS-Sched-Principal PIC 9(7)V99.
      10 WS-Sched-Balance PIC 9(7)V99.
01 WS-SchedIndex PIC 9(3) VALUE ZEROS.

01 WS-LoanNumber-Edit PIC Z(7)9.
01 WS-AccountNumber-Edit PIC Z(7)9.
01 WS-Installment-Edit PIC ZZ9.
01 WS-Date-Edit PIC 9(4)/99/99.
01 WS-Rate-Edit PIC 9.9999.
01 WS-Amount-Edit PIC Z,ZZZ,ZZ9.99.
01 WS-Interest-Edit PIC Z,ZZZ,ZZ9.99.
01 WS-Principal-Edit PIC Z,ZZZ,ZZ9.99.
01 WS-Balance-Edit PIC Z,ZZZ,ZZ9.99.
01 WS-Total-Edit PIC ZZZ,ZZZ,ZZ9.99.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "OperatorSignonFields.cpy".
COPY "LoanFields.cpy".

PROCEDURE DIVISION.
Begin.
    DISPLAY "Enter supervisor operator ID: "
    ACCEPT WS-Audit-OperatorID
    MOVE "LoanBooking" TO WS-Audit-ProgramName
    MOVE WS-Audit-OperatorID TO WS-Signon-OperatorID
    PERFORM VERIFY-OPERATOR-SIGNON
    IF WS-Signon-Valid = "N"
        STOP RUN
    END-IF
    IF WS-Signon-Role NOT = "S" AND WS-Signon-Role NOT = "A"
        DISPLAY "Error: Booking loans requires the supervisor role. "
                "Sign-on refused."
        STOP RUN
    END-IF
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD
    MOVE WS-TodayDate TO WS-Loan-TodayDate

    PERFORM GET-BORROWER
    PERFORM GET-LOAN-TERMS
    PERFORM COMPUTE-LOAN-PAYMENT
    PERFORM BUILD-AMORTIZATION-SCHEDULE
    PERFORM SHOW-LOAN-SUMMARY

    DISPLAY "Book this loan? (Y/N): "
    ACCEPT WS-Confirm
    IF WS-Confirm NOT = "Y" AND WS-Confirm NOT = "y"
        DISPLAY "Loan not booked."
        STOP RUN
    END-IF

    PERFORM NEXT-LOAN-NUMBER
    PERFORM WRITE-LOAN-MASTER
    PERFORM WRITE-LOAN-SCHEDULE
    PERFORM WRITE-SCHEDULE-REPORT

    MOVE WS-LoanNumber TO WS-LoanNumber-Edit
    DISPLAY "Loan " WS-LoanNumber-Edit " booked for account "
            WS-BorrowerAccount " - schedule written to LOANSCHD.RPT"
    STOP RUN.

GET-BORROWER.
    OPEN INPUT CustomerMasterFile
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open CUSTOMER.MASTER. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-MasterStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-LOANBOOKING-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "Enter the borrower's account number: "
    ACCEPT WS-BorrowerAccount
    MOVE WS-BorrowerAccount TO CM-AccountNumber
    READ CustomerMasterFile
        INVALID KEY
            DISPLAY "Error: No account on file with account number "
                    WS-BorrowerAccount
            CLOSE CustomerMasterFile
            STOP RUN
    END-READ
    IF CM-AccountStatus NOT = "O"
        DISPLAY "Error: Account " WS-BorrowerAccount " is not open. "
                "A loan can only be booked to an open account."
        CLOSE CustomerMasterFile
        STOP RUN
    END-IF
    MOVE CM-CustomerName TO WS-BorrowerName
    CLOSE CustomerMasterFile
    DISPLAY "Borrower: " WS-BorrowerName.

GET-LOAN-TERMS.
    DISPLAY "Enter the loan principal: "
    ACCEPT WS-Principal
    IF WS-Principal = ZERO
        DISPLAY "Error: The principal must be greater than zero."
        STOP RUN
    END-IF
    DISPLAY "Enter the annual interest rate (for example 0.0650): "
    ACCEPT WS-RateEntry
    COMPUTE WS-AnnualRate = FUNCTION NUMVAL(WS-RateEntry)
    IF WS-AnnualRate > 0.3
        DISPLAY "Error: The annual rate may not exceed 0.3000."
        STOP RUN
    END-IF
    DISPLAY "Enter the term in months (1-360): "
    ACCEPT WS-TermMonths
    IF WS-TermMonths = ZERO OR WS-TermMonths > 360
        DISPLAY "Error: The term must be between 1 and 360 months."
        STOP RUN
    END-IF
    DISPLAY "Enter the first payment due date YYYYMMDD "
            "(0 = one month from today): "
    ACCEPT WS-FirstDueDate
    IF WS-FirstDueDate = ZERO
        MOVE WS-TodayDate TO WS-Loan-DateWork
        MOVE WS-Loan-DW-Day TO WS-Loan-DueDay
        PERFORM ADVANCE-LOAN-DUE-DATE
        MOVE WS-Loan-DateWork TO WS-FirstDueDate
    ELSE
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-FirstDueDate) NOT = ZERO
            DISPLAY "Error: " WS-FirstDueDate " is not a valid date."
            STOP RUN
        END-IF
        IF WS-FirstDueDate NOT > WS-TodayDate
            DISPLAY "Error: The first payment must fall due after today."
            STOP RUN
        END-IF
        MOVE WS-FirstDueDate TO WS-Loan-DateWork
        MOVE WS-Loan-DW-Day TO WS-Loan-DueDay
    END-IF.

COMPUTE-LOAN-PAYMENT.
    COMPUTE WS-MonthlyRate ROUNDED = WS-AnnualRate / 12
    IF WS-MonthlyRate = ZERO
        COMPUTE WS-PaymentAmount ROUNDED = WS-Principal / WS-TermMonths
    ELSE
        COMPUTE WS-GrowthFactor ROUNDED = (1 + WS-MonthlyRate) ** WS-TermMonths
        COMPUTE WS-PaymentAmount ROUNDED =
            WS-Principal * WS-MonthlyRate * WS-GrowthFactor
            / (WS-GrowthFactor - 1)
    END-IF
    IF WS-PaymentAmount = ZERO
        MOVE 0.01 TO WS-PaymentAmount
    END-IF.

BUILD-AMORTIZATION-SCHEDULE.
    MOVE WS-Principal TO WS-RemainingBalance
    MOVE ZEROS TO WS-TotalInterest
    MOVE ZEROS TO WS-TotalRepaid
    MOVE WS-FirstDueDate TO WS-Loan-DateWork
    PERFORM VARYING WS-SchedIndex FROM 1 BY 1
            UNTIL WS-SchedIndex > WS-TermMonths
        MOVE WS-Loan-DateWork TO WS-Sched-DueDate(WS-SchedIndex)
        COMPUTE WS-Sched-Interest(WS-SchedIndex) ROUNDED =
            WS-RemainingBalance * WS-MonthlyRate
        IF WS-SchedIndex = WS-TermMonths
                OR WS-PaymentAmount - WS-Sched-Interest(WS-SchedIndex)
                    NOT < WS-RemainingBalance
            MOVE WS-RemainingBalance TO WS-Sched-Principal(WS-SchedIndex)
            COMPUTE WS-Sched-Payment(WS-SchedIndex) =
                WS-Sched-Interest(WS-SchedIndex) + WS-RemainingBalance
        ELSE
            MOVE WS-PaymentAmount TO WS-Sched-Payment(WS-SchedIndex)
            COMPUTE WS-Sched-Principal(WS-SchedIndex) =
                WS-PaymentAmount - WS-Sched-Interest(WS-SchedIndex)
        END-IF
        SUBTRACT WS-Sched-Principal(WS-SchedIndex) FROM WS-RemainingBalance
        MOVE WS-RemainingBalance TO WS-Sched-Balance(WS-SchedIndex)
        ADD WS-Sched-Interest(WS-SchedIndex) TO WS-TotalInterest
        ADD WS-Sched-Payment(WS-SchedIndex) TO WS-TotalRepaid
        PERFORM ADVANCE-LOAN-DUE-DATE
    END-PERFORM.

SHOW-LOAN-SUMMARY.
    MOVE WS-Principal TO WS-Amount-Edit
    DISPLAY "Principal:          " WS-Amount-Edit
    MOVE WS-AnnualRate TO WS-Rate-Edit
    DISPLAY "Annual rate:        " WS-Rate-Edit
    DISPLAY "Term (months):      " WS-TermMonths
    MOVE WS-FirstDueDate TO WS-Date-Edit
    DISPLAY "First payment due:  " WS-Date-Edit
    MOVE WS-PaymentAmount TO WS-Amount-Edit
    DISPLAY "Monthly payment:    " WS-Amount-Edit
    MOVE WS-Sched-Payment(WS-TermMonths) TO WS-Amount-Edit
    DISPLAY "Final payment:      " WS-Amount-Edit
    MOVE WS-TotalInterest TO WS-Total-Edit
    DISPLAY "Total interest:     " WS-Total-Edit
    MOVE WS-TotalRepaid TO WS-Total-Edit
    DISPLAY "Total repaid:       " WS-Total-Edit.

NEXT-LOAN-NUMBER.
    MOVE ZEROS TO WS-LoanNumber
    OPEN INPUT LoanSequenceFile
    IF WS-LoanSeqStatus = ZERO
        READ LoanSequenceFile
            AT END CONTINUE
            NOT AT END MOVE LoanSequenceLine TO WS-LoanNumber
        END-READ
        CLOSE LoanSequenceFile
    END-IF
    ADD 1 TO WS-LoanNumber
    OPEN OUTPUT LoanSequenceFile
    IF WS-LoanSeqStatus = ZERO
        MOVE WS-LoanNumber TO LoanSequenceLine
        WRITE LoanSequenceLine
        CLOSE LoanSequenceFile
    END-IF.

WRITE-LOAN-MASTER.
    OPEN I-O LoanMasterFile
    IF WS-LoanMasterStatus = "35"
        OPEN OUTPUT LoanMasterFile
        CLOSE LoanMasterFile
        OPEN I-O LoanMasterFile
    END-IF
    IF WS-LoanMasterStatus NOT EQUAL ZERO
        MOVE WS-LoanMasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open LOAN.MASTER. File Status: " WS-LoanMasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-LoanMasterStatus TO WS-ErrorLog-FileStatus
        MOVE "LOAN.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-LOANBOOKING-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-LoanNumber TO LM-LoanNumber
    MOVE WS-BorrowerAccount TO LM-BorrowerAccount
    MOVE "A" TO LM-Status
    MOVE WS-TodayDate TO LM-BookedDate
    MOVE WS-Principal TO LM-OriginalPrincipal
    MOVE WS-AnnualRate TO LM-AnnualRate
    MOVE WS-TermMonths TO LM-TermMonths
    MOVE WS-PaymentAmount TO LM-PaymentAmount
    MOVE WS-FirstDueDate TO LM-FirstDueDate
    MOVE WS-Loan-DueDay TO LM-DueDay
    MOVE WS-FirstDueDate TO LM-NextDueDate
    MOVE ZEROS TO LM-InstallmentsPaid
    MOVE ZEROS TO LM-InstallmentCredit
    MOVE WS-Principal TO LM-PrincipalBalance
    MOVE ZEROS TO LM-AccruedInterest
    MOVE WS-TodayDate TO LM-LastAccrualDate
    MOVE ZEROS TO LM-InterestPaidToDate
    MOVE ZEROS TO LM-LastPaymentDate
    MOVE ZEROS TO LM-DaysPastDue
    MOVE ZEROS TO LM-MissedCount
    MOVE WS-Audit-OperatorID TO LM-BookedBy
    WRITE LoanMasterRecord
    IF WS-LoanMasterStatus NOT EQUAL ZERO
        MOVE WS-LoanMasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to write LOAN.MASTER. File Status: " WS-LoanMasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "WRITE" TO WS-ErrorLog-Operation
        MOVE WS-LoanMasterStatus TO WS-ErrorLog-FileStatus
        MOVE "LOAN.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-LOANBOOKING-ERROR
        CLOSE LoanMasterFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO WS-Audit-BeforeImage
    MOVE "WRITE" TO WS-Audit-Action
    MOVE SPACES TO WS-Audit-AfterImage
    MOVE LoanMasterRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY

    MOVE "B" TO WS-Loan-Hist-EntryType
    MOVE WS-Principal TO WS-Loan-Hist-Amount
    MOVE ZEROS TO WS-Loan-Hist-Interest
    MOVE ZEROS TO WS-Loan-Hist-Principal
    MOVE ZEROS TO WS-Loan-Hist-ReceiptNumber
    MOVE WS-Audit-OperatorID TO WS-Loan-Hist-OperatorID
    PERFORM WRITE-LOAN-HISTORY
    CLOSE LoanMasterFile.

WRITE-LOAN-SCHEDULE.
    OPEN EXTEND LoanScheduleFile
    IF WS-ScheduleStatus = "35"
        OPEN OUTPUT LoanScheduleFile
        CLOSE LoanScheduleFile
        OPEN EXTEND LoanScheduleFile
    END-IF
    IF WS-ScheduleStatus NOT EQUAL ZERO
        MOVE WS-ScheduleStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open LOANSCHED.DAT. File Status: " WS-ScheduleStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ScheduleStatus TO WS-ErrorLog-FileStatus
        MOVE "LOANSCHED.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-LOANBOOKING-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-SchedIndex FROM 1 BY 1
            UNTIL WS-SchedIndex > WS-TermMonths
        MOVE WS-LoanNumber TO LS-LoanNumber
        MOVE WS-SchedIndex TO LS-Installment
        MOVE WS-Sched-DueDate(WS-SchedIndex) TO LS-DueDate
        MOVE WS-Sched-Payment(WS-SchedIndex) TO LS-Payment
        MOVE WS-Sched-Interest(WS-SchedIndex) TO LS-Interest
        MOVE WS-Sched-Principal(WS-SchedIndex) TO LS-Principal
        MOVE WS-Sched-Balance(WS-SchedIndex) TO LS-BalanceAfter
        WRITE LoanScheduleRecord
    END-PERFORM
    CLOSE LoanScheduleFile.

WRITE-SCHEDULE-REPORT.
    OPEN OUTPUT ScheduleReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open LOANSCHD.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "LOANSCHD.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-LOANBOOKING-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO ScheduleReportLine
    STRING "==================== LOAN AMORTIZATION SCHEDULE ===================="
           INTO ScheduleReportLine
    WRITE ScheduleReportLine
    MOVE WS-LoanNumber TO WS-LoanNumber-Edit
    MOVE WS-BorrowerAccount TO WS-AccountNumber-Edit
    MOVE WS-TodayDate TO WS-Date-Edit
    MOVE SPACES TO ScheduleReportLine
    STRING "Loan No: " DELIMITED SIZE WS-LoanNumber-Edit DELIMITED SIZE
           "   Account: " DELIMITED SIZE WS-AccountNumber-Edit DELIMITED SIZE
           "   Borrower: " DELIMITED SIZE WS-BorrowerName DELIMITED SIZE
           "   Booked: " DELIMITED SIZE WS-Date-Edit DELIMITED SIZE
           INTO ScheduleReportLine
    WRITE ScheduleReportLine
    MOVE WS-Principal TO WS-Amount-Edit
    MOVE WS-AnnualRate TO WS-Rate-Edit
    MOVE WS-TermMonths TO WS-Installment-Edit
    MOVE SPACES TO ScheduleReportLine
    STRING "Principal: " DELIMITED SIZE WS-Amount-Edit DELIMITED SIZE
           "   Annual rate: " DELIMITED SIZE WS-Rate-Edit DELIMITED SIZE
           "   Term: " DELIMITED SIZE WS-Installment-Edit DELIMITED SIZE
           " months" DELIMITED SIZE
           INTO ScheduleReportLine
    WRITE ScheduleReportLine
    MOVE SPACES TO ScheduleReportLine
    WRITE ScheduleReportLine
    MOVE SPACES TO ScheduleReportLine
    STRING "  NO  DUE DATE        PAYMENT      INTEREST     PRINCIPAL"
           "       BALANCE" DELIMITED SIZE
           INTO ScheduleReportLine
    WRITE ScheduleReportLine
    PERFORM VARYING WS-SchedIndex FROM 1 BY 1
            UNTIL WS-SchedIndex > WS-TermMonths
        MOVE WS-SchedIndex TO WS-Installment-Edit
        MOVE WS-Sched-DueDate(WS-SchedIndex) TO WS-Date-Edit
        MOVE WS-Sched-Payment(WS-SchedIndex) TO WS-Amount-Edit
        MOVE WS-Sched-Interest(WS-SchedIndex) TO WS-Interest-Edit
        MOVE WS-Sched-Principal(WS-SchedIndex) TO WS-Principal-Edit
        MOVE WS-Sched-Balance(WS-SchedIndex) TO WS-Balance-Edit
        MOVE SPACES TO ScheduleReportLine
        STRING " " DELIMITED SIZE
               WS-Installment-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-Date-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-Interest-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-Principal-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-Balance-Edit DELIMITED SIZE
               INTO ScheduleReportLine
        WRITE ScheduleReportLine
    END-PERFORM
    MOVE SPACES TO ScheduleReportLine
    WRITE ScheduleReportLine
    MOVE WS-TotalInterest TO WS-Total-Edit
    MOVE SPACES TO ScheduleReportLine
    STRING "Total interest: " DELIMITED SIZE WS-Total-Edit DELIMITED SIZE
           INTO ScheduleReportLine
    WRITE ScheduleReportLine
    MOVE WS-TotalRepaid TO WS-Total-Edit
    MOVE SPACES TO ScheduleReportLine
    STRING "Total repaid:   " DELIMITED SIZE WS-Total-Edit DELIMITED SIZE
           INTO ScheduleReportLine
    WRITE ScheduleReportLine
    MOVE SPACES TO ScheduleReportLine
    STRING "Interest accrues daily on the outstanding principal; payments "
           "are applied to accrued interest first." DELIMITED SIZE
           INTO ScheduleReportLine
    WRITE ScheduleReportLine
    CLOSE ScheduleReportFile.

LOG-LOANBOOKING-ERROR.
    MOVE "LoanBooking" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "OperatorSignon.cpy".
COPY "LoanPosting.cpy".

END PROGRAM LoanBooking.
