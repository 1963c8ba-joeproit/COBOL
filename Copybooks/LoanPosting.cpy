FIND-PAYMENT-LOAN.
    MOVE "N" TO WS-Loan-Found
    MOVE SPACES TO WS-Loan-RefuseReason
    IF WS-Loan-RequestedNumber NOT = ZERO
        MOVE WS-Loan-RequestedNumber TO LM-LoanNumber
        READ LoanMasterFile
            INVALID KEY
                MOVE "No loan on file with that loan number"
                    TO WS-Loan-RefuseReason
            NOT INVALID KEY
                IF LM-BorrowerAccount NOT = WS-Loan-Borrower
                    MOVE "Loan is not held by this account"
                        TO WS-Loan-RefuseReason
                ELSE
                    IF LM-Status NOT = "A"
                        MOVE "Loan is not active - already paid off"
                            TO WS-Loan-RefuseReason
                    ELSE
                        MOVE "Y" TO WS-Loan-Found
                    END-IF
                END-IF
        END-READ
    ELSE
        MOVE WS-Loan-Borrower TO LM-BorrowerAccount
        MOVE "N" TO WS-Loan-EndOfBorrower
        START LoanMasterFile KEY IS EQUAL TO LM-BorrowerAccount
            INVALID KEY MOVE "Y" TO WS-Loan-EndOfBorrower
        END-START
        PERFORM UNTIL WS-Loan-EndOfBorrower = "Y" OR WS-Loan-Found = "Y"
            READ LoanMasterFile NEXT RECORD
                AT END MOVE "Y" TO WS-Loan-EndOfBorrower
                NOT AT END
                    IF LM-BorrowerAccount NOT = WS-Loan-Borrower
                        MOVE "Y" TO WS-Loan-EndOfBorrower
                    ELSE
                        IF LM-Status = "A"
                            MOVE "Y" TO WS-Loan-Found
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        IF WS-Loan-Found = "N"
            MOVE "No active loan is held by this account"
                TO WS-Loan-RefuseReason
        END-IF
    END-IF
    IF WS-Loan-Found = "Y"
        PERFORM SPLIT-LOAN-PAYMENT
    END-IF.

SPLIT-LOAN-PAYMENT.
    COMPUTE WS-Loan-Payoff = LM-PrincipalBalance + LM-AccruedInterest
    IF WS-Loan-PaymentAmount > WS-Loan-Payoff
        MOVE "N" TO WS-Loan-Found
        MOVE "Payment exceeds the loan payoff amount"
            TO WS-Loan-RefuseReason
    ELSE
        IF WS-Loan-PaymentAmount > LM-AccruedInterest
            MOVE LM-AccruedInterest TO WS-Loan-InterestPortion
        ELSE
            MOVE WS-Loan-PaymentAmount TO WS-Loan-InterestPortion
        END-IF
        COMPUTE WS-Loan-PrincipalPortion =
            WS-Loan-PaymentAmount - WS-Loan-InterestPortion
    END-IF.

APPLY-LOAN-PAYMENT.
    SUBTRACT WS-Loan-InterestPortion FROM LM-AccruedInterest
    SUBTRACT WS-Loan-PrincipalPortion FROM LM-PrincipalBalance
    ADD WS-Loan-InterestPortion TO LM-InterestPaidToDate
    MOVE WS-Loan-TodayDate TO LM-LastPaymentDate
    ADD WS-Loan-PaymentAmount TO LM-InstallmentCredit
    MOVE ZEROS TO WS-Loan-InstallmentsCleared
    MOVE LM-DueDay TO WS-Loan-DueDay
    PERFORM UNTIL LM-InstallmentCredit < LM-PaymentAmount
            OR LM-InstallmentsPaid NOT < LM-TermMonths
        SUBTRACT LM-PaymentAmount FROM LM-InstallmentCredit
        ADD 1 TO LM-InstallmentsPaid
        ADD 1 TO WS-Loan-InstallmentsCleared
        MOVE LM-NextDueDate TO WS-Loan-DateWork
        PERFORM ADVANCE-LOAN-DUE-DATE
        MOVE WS-Loan-DateWork TO LM-NextDueDate
    END-PERFORM
    IF LM-PrincipalBalance = ZERO AND LM-AccruedInterest = ZERO
        MOVE "P" TO LM-Status
        MOVE ZEROS TO LM-InstallmentCredit
    END-IF
    PERFORM MEASURE-LOAN-DELINQUENCY.

MEASURE-LOAN-DELINQUENCY.
    MOVE ZEROS TO LM-DaysPastDue
    MOVE ZEROS TO LM-MissedCount
    IF LM-Status = "A" AND WS-Loan-TodayDate > LM-NextDueDate
        COMPUTE LM-DaysPastDue =
            FUNCTION INTEGER-OF-DATE(WS-Loan-TodayDate)
            - FUNCTION INTEGER-OF-DATE(LM-NextDueDate)
        MOVE WS-Loan-TodayDate TO WS-Loan-CompareDate
        MOVE LM-NextDueDate TO WS-Loan-DateWork
        COMPUTE WS-Loan-MonthsLate =
            (WS-Loan-CD-Year * 12 + WS-Loan-CD-Month)
            - (WS-Loan-DW-Year * 12 + WS-Loan-DW-Month)
        IF WS-Loan-CD-Day > WS-Loan-DW-Day
            ADD 1 TO WS-Loan-MonthsLate
        END-IF
        IF WS-Loan-MonthsLate > LM-TermMonths - LM-InstallmentsPaid
            COMPUTE WS-Loan-MonthsLate = LM-TermMonths - LM-InstallmentsPaid
        END-IF
        IF WS-Loan-MonthsLate < 1
            MOVE 1 TO WS-Loan-MonthsLate
        END-IF
        MOVE WS-Loan-MonthsLate TO LM-MissedCount
    END-IF.

ADVANCE-LOAN-DUE-DATE.
    IF WS-Loan-DW-Month = 12
        ADD 1 TO WS-Loan-DW-Year
        MOVE 1 TO WS-Loan-DW-Month
    ELSE
        ADD 1 TO WS-Loan-DW-Month
    END-IF
    PERFORM FIT-LOAN-DUE-DAY.

FIT-LOAN-DUE-DAY.
    MOVE WS-Loan-DW-Year TO WS-Loan-ME-Year
    MOVE WS-Loan-DW-Month TO WS-Loan-ME-Month
    IF WS-Loan-ME-Month = 12
        ADD 1 TO WS-Loan-ME-Year
        MOVE 1 TO WS-Loan-ME-Month
    ELSE
        ADD 1 TO WS-Loan-ME-Month
    END-IF
    MOVE 1 TO WS-Loan-ME-Day
    COMPUTE WS-Loan-DateInteger =
        FUNCTION INTEGER-OF-DATE(WS-Loan-MonthEnd) - 1
    COMPUTE WS-Loan-MonthEnd = FUNCTION DATE-OF-INTEGER(WS-Loan-DateInteger)
    IF WS-Loan-DueDay > WS-Loan-ME-Day
        MOVE WS-Loan-ME-Day TO WS-Loan-DW-Day
    ELSE
        MOVE WS-Loan-DueDay TO WS-Loan-DW-Day
    END-IF.

WRITE-LOAN-HISTORY.
    OPEN EXTEND LoanHistoryFile
    IF WS-LoanHistStatus = "35"
        OPEN OUTPUT LoanHistoryFile
        CLOSE LoanHistoryFile
        OPEN EXTEND LoanHistoryFile
    END-IF
    IF WS-LoanHistStatus = ZERO
        MOVE LM-LoanNumber TO LH-LoanNumber
        MOVE LM-BorrowerAccount TO LH-BorrowerAccount
        MOVE WS-Loan-TodayDate TO LH-TranDate
        MOVE WS-Loan-Hist-EntryType TO LH-EntryType
        MOVE WS-Loan-Hist-Amount TO LH-Amount
        MOVE WS-Loan-Hist-Interest TO LH-InterestPortion
        MOVE WS-Loan-Hist-Principal TO LH-PrincipalPortion
        MOVE LM-PrincipalBalance TO LH-PrincipalAfter
        MOVE WS-Loan-Hist-ReceiptNumber TO LH-ReceiptNumber
        MOVE WS-Loan-Hist-OperatorID TO LH-OperatorID
        WRITE LoanHistoryRecord
        CLOSE LoanHistoryFile
    END-IF.
