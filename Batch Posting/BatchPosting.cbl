           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TellerBalStatus.

    COPY "AccountTypeFileControl.cpy".
    COPY "LoanMasterFileControl.cpy".
    COPY "LoanHistoryFileControl.cpy".
    COPY "OperatorMasterFileControl.cpy".
    COPY "CashItemFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".
01 ApprovalLimitConfigLine PIC X(15).

FD FeeScheduleConfigFile.
01 FeeScheduleConfigLine PIC X(23).

FD HoldDaysConfigFile.
01 HoldDaysConfigLine PIC X(10).
FD TellerBalanceFile.
01 TellerBalanceLine PIC X(100).

COPY "AccountTypeFD.cpy".
FD LoanMasterFile.
COPY "LoanMasterRecord.cpy".

COPY "LoanHistoryFD.cpy".
COPY "OperatorMasterFD.cpy".
COPY "CashItemFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".
01 WS-EndOfTeller PIC X VALUE "N".

01 WS-CustomerFound PIC X VALUE "N".
01 WS-AccountType PIC X(2) VALUE SPACES.
01 WS-TargetFound PIC X VALUE "N".
01 WS-TransactionOK PIC X VALUE "Y".
01 WS-RejectReason PIC X(50) VALUE SPACES.

01 WS-MinimumBalance PIC 9(7)V99 VALUE ZEROS.
01 WS-DefaultMinimumBalance PIC 9(7)V99 VALUE ZEROS.
01 WS-Available PIC S9(8)V99 VALUE ZEROS.

01 WS-HoldCfgStatus PIC 9(2) VALUE ZEROS.

01 WS-FeeCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-FeeTable.
   05 WS-Fee OCCURS 30 TIMES.
      10 WS-Fee-TranType PIC X VALUE SPACE.
      10 WS-Fee-AccountType PIC X(2) VALUE SPACES.
      10 WS-Fee-FlatAmount PIC 9(5)V99 VALUE ZEROS.
      10 WS-Fee-PctRate PIC 9V9(4) VALUE ZEROS.
01 WS-FeeCount PIC 9(2) VALUE ZEROS.
01 WS-FeeIndex PIC 9(2) VALUE ZEROS.
01 WS-FeeTypeMatched PIC X VALUE "N".
01 WS-EndOfFeeConfig PIC X VALUE "N".
01 WS-FeeAmount PIC 9(7)V99 VALUE ZEROS.
01 WS-BalanceAfterFee PIC 9(7)V99 VALUE ZEROS.
01 TargetUpdatedBalance PIC 9(7)V99 VALUE ZEROS.
01 WS-CustomerName PIC X(20) VALUE SPACES.
01 WS-TargetCustomerName PIC X(20) VALUE SPACES.
01 WS-TransactionLabel PIC X(12) VALUE SPACES.
01 WS-AccountNumber-Edit PIC Z(7)9.

01 WS-ReceiptNumber PIC 9(8) VALUE ZEROS.
01 WS-PriorBalance-Edit PIC Z(6)9.99.
01 WS-UpdatedBalance-Edit PIC Z(6)9.99.
01 WS-TransactionAmount-Edit PIC Z(6)9.99.
01 WS-LoanNumber-Edit PIC Z(7)9.
01 WS-LoanInterest-Edit PIC Z(6)9.99.
01 WS-LoanPrincipal-Edit PIC Z(6)9.99.
01 WS-LoanBalance-Edit PIC Z(6)9.99.

01 WS-PostedCount PIC 9(6) VALUE ZEROS.
01 WS-RejectedCount PIC 9(6) VALUE ZEROS.
01 WS-TellerCount-Edit PIC ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "CashItemFields.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "JobStatsFields.cpy".
COPY "AccountTypeFields.cpy".
COPY "LoanFields.cpy".

PROCEDURE DIVISION.
Begin.

    PERFORM OPEN-MASTER-FILE
    PERFORM LOAD-MINIMUM-BALANCE
    PERFORM LOAD-ACCOUNT-TYPES
    PERFORM LOAD-APPROVAL-LIMIT
    PERFORM LOAD-FEE-SCHEDULE
    PERFORM LOAD-HOLD-DAYS
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD
    PERFORM CHECK-POSTING-PERIOD
    PERFORM OPEN-LOAN-MASTER

    OPEN INPUT TellerTransFile
    IF WS-TellerStatus NOT EQUAL ZERO
    MOVE "N" TO WS-PlaceHold

    IF TT-TransactionType NOT = "D" AND TT-TransactionType NOT = "W"
            AND TT-TransactionType NOT = "T" AND TT-TransactionType NOT = "L"
        MOVE "N" TO WS-TransactionOK
        MOVE "Invalid transaction type - must be D, W, T or L" TO WS-RejectReason
    END-IF

    IF WS-TransactionOK = "Y" AND TT-TellerID = SPACES
    END-IF

    IF WS-TransactionOK = "Y"
        PERFORM APPLY-ACCOUNT-TYPE-RULES
        PERFORM COMPUTE-TRANSACTION-FEE
        EVALUATE TT-TransactionType
            WHEN "D"
                        END-IF
                    END-IF
                END-IF
            WHEN "L"
                MOVE "Loan Payment" TO WS-TransactionLabel
                COMPUTE WS-Available =
                    AccountBalance - WS-HoldAmount - WS-MinimumBalance
                IF TT-Amount + WS-FeeAmount > WS-Available
                    MOVE "N" TO WS-TransactionOK
                    MOVE "Loan payment plus fee exceeds the available funds"
                        TO WS-RejectReason
                ELSE
                    PERFORM VALIDATE-PAYMENT-LOAN
                    IF WS-Loan-Found = "N"
                        MOVE "N" TO WS-TransactionOK
                        MOVE WS-Loan-RefuseReason TO WS-RejectReason
                    ELSE
                        COMPUTE UpdatedBalance = AccountBalance - TT-Amount
                    END-IF
                END-IF
        END-EVALUATE
    END-IF

        IF TT-TransactionType = "T"
            PERFORM WRITE-TARGET-TRANSACTION-LOG
        END-IF
        IF TT-TransactionType = "L"
            PERFORM POST-LOAN-PAYMENT
        END-IF
        PERFORM WRITE-RECEIPT
        ADD 1 TO WS-PostedCount
    END-IF
            MOVE CM-CustomerName TO WS-CustomerName
            MOVE CM-AccountBalance TO AccountBalance
            MOVE CM-HoldAmount TO WS-HoldAmount
            MOVE CM-AccountType TO WS-AccountType
    END-READ.

LOOKUP-TRANSFER-TARGET.
            MOVE WS-NewHoldReleaseDate TO CM-HoldReleaseDate
        END-IF
    END-IF
    IF TT-TransactionType = "W" OR TT-TransactionType = "T"
        PERFORM COUNT-ACCOUNT-WITHDRAWAL
    END-IF
    REWRITE CustomerMasterRecord
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
    END-IF.

CLOSE-MASTER-FILE.
    CLOSE CustomerMasterFile
    IF WS-Loan-MasterOpen = "Y"
        CLOSE LoanMasterFile
        MOVE "N" TO WS-Loan-MasterOpen
    END-IF.

OPEN-LOAN-MASTER.
    MOVE "N" TO WS-Loan-MasterOpen
    MOVE WS-TodayDate TO WS-Loan-TodayDate
    OPEN I-O LoanMasterFile
    IF WS-LoanMasterStatus = ZERO
        MOVE "Y" TO WS-Loan-MasterOpen
    ELSE
        IF WS-LoanMasterStatus NOT = "35"
            MOVE WS-LoanMasterStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to open LOAN.MASTER. File Status: " WS-LoanMasterStatus
                    " - " WS-FileStatus-Lookup-Message
            MOVE "OPEN" TO WS-ErrorLog-Operation
            MOVE WS-LoanMasterStatus TO WS-ErrorLog-FileStatus
            MOVE "LOAN.MASTER" TO WS-ErrorLog-FileName
            PERFORM LOG-BATCHPOSTING-ERROR
            PERFORM CLOSE-MASTER-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

VALIDATE-PAYMENT-LOAN.
    IF WS-Loan-MasterOpen = "N"
        MOVE "N" TO WS-Loan-Found
        MOVE "No loans are on file" TO WS-Loan-RefuseReason
    ELSE
        MOVE TT-AccountNumber TO WS-Loan-Borrower
        MOVE TT-TargetAccountNumber TO WS-Loan-RequestedNumber
        MOVE TT-Amount TO WS-Loan-PaymentAmount
        PERFORM FIND-PAYMENT-LOAN
        IF WS-Loan-Found = "Y"
            MOVE LM-LoanNumber TO WS-Loan-RequestedNumber
        END-IF
    END-IF.

POST-LOAN-PAYMENT.
    MOVE WS-Loan-RequestedNumber TO LM-LoanNumber
    READ LoanMasterFile
        INVALID KEY CONTINUE
    END-READ
    MOVE LoanMasterRecord TO WS-Audit-BeforeImage
    PERFORM APPLY-LOAN-PAYMENT
    REWRITE LoanMasterRecord
    IF WS-LoanMasterStatus NOT EQUAL ZERO
        MOVE WS-LoanMasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to update LOAN.MASTER. File Status: " WS-LoanMasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "REWRITE" TO WS-ErrorLog-Operation
        MOVE WS-LoanMasterStatus TO WS-ErrorLog-FileStatus
        MOVE "LOAN.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-BATCHPOSTING-ERROR
        PERFORM CLOSE-MASTER-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "REWRITE" TO WS-Audit-Action
    MOVE SPACES TO WS-Audit-AfterImage
    MOVE LoanMasterRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY
    MOVE "P" TO WS-Loan-Hist-EntryType
    MOVE TT-Amount TO WS-Loan-Hist-Amount
    MOVE WS-Loan-InterestPortion TO WS-Loan-Hist-Interest
    MOVE WS-Loan-PrincipalPortion TO WS-Loan-Hist-Principal
    MOVE WS-ReceiptNumber TO WS-Loan-Hist-ReceiptNumber
    MOVE TT-TellerID TO WS-Loan-Hist-OperatorID
    PERFORM WRITE-LOAN-HISTORY.

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
            READ FeeScheduleConfigFile
                AT END SET WS-EndOfFeeConfig TO "Y"
                NOT AT END
                    IF WS-FeeCount < 30
                        ADD 1 TO WS-FeeCount
                        MOVE FeeScheduleConfigLine(1:1)
                            TO WS-Fee-TranType(WS-FeeCount)
                        MOVE FeeScheduleConfigLine(22:2)
                            TO WS-Fee-AccountType(WS-FeeCount)
                        COMPUTE WS-Fee-FlatAmount(WS-FeeCount) =
                            FUNCTION NUMVAL(FeeScheduleConfigLine(2:10))
                        COMPUTE WS-Fee-PctRate(WS-FeeCount) =

COMPUTE-TRANSACTION-FEE.
    MOVE ZEROS TO WS-FeeAmount
    MOVE "N" TO WS-FeeTypeMatched
    PERFORM VARYING WS-FeeIndex FROM 1 BY 1
            UNTIL WS-FeeIndex > WS-FeeCount
        IF WS-Fee-TranType(WS-FeeIndex) = TT-TransactionType
            IF WS-Fee-AccountType(WS-FeeIndex) = WS-Type-Code
                    AND WS-Type-Code NOT = SPACES
                COMPUTE WS-FeeAmount ROUNDED =
                    WS-Fee-FlatAmount(WS-FeeIndex) +
                    (TT-Amount * WS-Fee-PctRate(WS-FeeIndex))
                MOVE "Y" TO WS-FeeTypeMatched
            END-IF
            IF WS-Fee-AccountType(WS-FeeIndex) = SPACES
                    AND WS-FeeTypeMatched = "N"
                COMPUTE WS-FeeAmount ROUNDED =
                    WS-Fee-FlatAmount(WS-FeeIndex) +
                    (TT-Amount * WS-Fee-PctRate(WS-FeeIndex))
            END-IF
        END-IF
    END-PERFORM
    IF TT-TransactionType = "W" OR TT-TransactionType = "T"
        PERFORM CHECK-WITHDRAWAL-ALLOWANCE
        ADD WS-Type-ExcessFeeDue TO WS-FeeAmount
    END-IF.

APPLY-ACCOUNT-TYPE-RULES.
    MOVE WS-AccountType TO WS-Type-Code
    PERFORM FIND-ACCOUNT-TYPE
    IF WS-Type-Found = "Y"
        MOVE WS-Type-MinBalance TO WS-MinimumBalance
    ELSE
        MOVE WS-DefaultMinimumBalance TO WS-MinimumBalance
    END-IF.

WRITE-FEE-LOG-ENTRY.
    OPEN EXTEND TransactionLogFile
        MOVE WS-BalanceAfterFee TO TL-BalanceAfter
        MOVE WS-ReceiptNumber TO TL-ReceiptNumber
        MOVE ZEROS TO TL-RefReceiptNumber
        MOVE TT-TellerID TO TL-OperatorID
        MOVE "BF" TO TL-Channel
        MOVE SPACES TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        CLOSE TransactionLogFile
    END-IF.
    IF WS-FeeAmount > ZERO
        PERFORM WRITE-FEE-LOG-ENTRY
    END-IF
    IF TT-TransactionType = "D" OR TT-TransactionType = "W"
        MOVE WS-ReceiptDate TO WS-CashItem-TranDate
        MOVE WS-ReceiptNumber TO WS-CashItem-ReceiptNumber
        MOVE TT-AccountNumber TO WS-CashItem-AccountNumber
        MOVE TT-TransactionType TO WS-CashItem-TranType
        IF TT-TransactionType = "D"
            MOVE TT-DepositType TO WS-CashItem-DepositType
        ELSE
            MOVE "C" TO WS-CashItem-DepositType
        END-IF
        MOVE TT-Amount TO WS-CashItem-Amount
        MOVE TT-TellerID TO WS-CashItem-OperatorID
        PERFORM WRITE-CASH-ITEM
    END-IF
    MOVE WS-ReceiptDate TO WS-ReceiptDate-Edit
    MOVE WS-ReceiptNumber TO WS-ReceiptNumber-Edit
    MOVE PriorBalance TO WS-PriorBalance-Edit
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    IF TT-TransactionType = "L"
        MOVE LM-LoanNumber TO WS-LoanNumber-Edit
        MOVE WS-Loan-InterestPortion TO WS-LoanInterest-Edit
        MOVE WS-Loan-PrincipalPortion TO WS-LoanPrincipal-Edit
        MOVE LM-PrincipalBalance TO WS-LoanBalance-Edit
        MOVE SPACES TO ReceiptRecord
        STRING "Loan No: " DELIMITED SIZE WS-LoanNumber-Edit DELIMITED SIZE
               INTO ReceiptRecord
        PERFORM WRITE-RECEIPT-LINE
        MOVE SPACES TO ReceiptRecord
        STRING "  Applied to Interest:  " DELIMITED SIZE
               WS-LoanInterest-Edit DELIMITED SIZE
               INTO ReceiptRecord
        PERFORM WRITE-RECEIPT-LINE
        MOVE SPACES TO ReceiptRecord
        STRING "  Applied to Principal: " DELIMITED SIZE
               WS-LoanPrincipal-Edit DELIMITED SIZE
               INTO ReceiptRecord
        PERFORM WRITE-RECEIPT-LINE
        MOVE SPACES TO ReceiptRecord
        IF LM-Status = "P"
            STRING "  Loan Balance: " DELIMITED SIZE
                   WS-LoanBalance-Edit DELIMITED SIZE
                   "  - LOAN PAID IN FULL" DELIMITED SIZE
                   INTO ReceiptRecord
        ELSE
            STRING "  Loan Balance: " DELIMITED SIZE
                   WS-LoanBalance-Edit DELIMITED SIZE
                   INTO ReceiptRecord
        END-IF
        PERFORM WRITE-RECEIPT-LINE
    END-IF

    MOVE SPACES TO ReceiptRecord
    STRING "===============================================================" INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE
        MOVE UpdatedBalance TO TL-BalanceAfter
        MOVE WS-ReceiptNumber TO TL-ReceiptNumber
        MOVE ZEROS TO TL-RefReceiptNumber
        MOVE TT-TellerID TO TL-OperatorID
        MOVE "BF" TO TL-Channel
        MOVE SPACES TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        CLOSE TransactionLogFile
    END-IF.
        MOVE TargetUpdatedBalance TO TL-BalanceAfter
        MOVE WS-ReceiptNumber TO TL-ReceiptNumber
        MOVE ZEROS TO TL-RefReceiptNumber
        MOVE TT-TellerID TO TL-OperatorID
        MOVE "BF" TO TL-Channel
        MOVE SPACES TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        CLOSE TransactionLogFile
    END-IF.
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "CashItemWrite.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "JobStatsWrite.cpy".
COPY "AccountTypeLookup.cpy".
COPY "LoanPosting.cpy".

END PROGRAM BatchPosting.
