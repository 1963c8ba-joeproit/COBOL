           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranLogStatus.

    SELECT MemoPostFile ASSIGN TO "MEMOPOST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MemoPostStatus.

    COPY "AccountTypeFileControl.cpy".
    COPY "BranchFileControl.cpy".
    COPY "LoanMasterFileControl.cpy".
    COPY "LoanHistoryFileControl.cpy".
    COPY "OperatorMasterFileControl.cpy".
    COPY "CashItemFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".
    COPY "BatchWindowFileControl.cpy".

DATA DIVISION.
FILE SECTION.
01 ApprovalLimitConfigLine PIC X(15).

FD FeeScheduleConfigFile.
01 FeeScheduleConfigLine PIC X(23).

FD HoldDaysConfigFile.
01 HoldDaysConfigLine PIC X(10).
FD TransactionLogFile.
COPY "TransactionLogRecord.cpy".

FD MemoPostFile.
COPY "MemoPostRecord.cpy".

COPY "AccountTypeFD.cpy".
COPY "BranchFD.cpy".
FD LoanMasterFile.
COPY "LoanMasterRecord.cpy".

COPY "LoanHistoryFD.cpy".
COPY "OperatorMasterFD.cpy".
COPY "CashItemFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".
COPY "BatchWindowFD.cpy".

WORKING-STORAGE SECTION.
01 CustomerAccount.
01 WS-FileStatus PIC 9(2) VALUE ZEROS.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-CustomerFound PIC X VALUE "N".
01 WS-AccountType PIC X(2) VALUE SPACES.

01 TargetCustomerAccount.
   05 TargetAccountNumber PIC 9(8) VALUE ZEROS.
   05 TargetAccountBalance PIC 9(7)V99 VALUE ZEROS.
01 TargetUpdatedBalance PIC 9(7)V99 VALUE ZEROS.
01 WS-TargetFound PIC X VALUE "N".
01 WS-TransactionLabel PIC X(12) VALUE SPACES.

01 WS-ConfigStatus PIC 9(2) VALUE ZEROS.
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
01 WS-PriorBalance-Edit PIC Z(6)9.99.
01 WS-UpdatedBalance-Edit PIC Z(6)9.99.
01 WS-TransactionAmount-Edit PIC Z(6)9.99.
01 WS-LoanNumber-Edit PIC Z(7)9.
01 WS-LoanInterest-Edit PIC Z(6)9.99.
01 WS-LoanPrincipal-Edit PIC Z(6)9.99.
01 WS-LoanBalance-Edit PIC Z(6)9.99.

01 WS-TranLogStatus PIC 9(2) VALUE ZEROS.

01 WS-MemoPostStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfMemoPost PIC X VALUE "N".
01 WS-MemoDebits PIC 9(8)V99 VALUE ZEROS.
01 WS-MemoHeld PIC 9(8)V99 VALUE ZEROS.
01 WS-MemoWdlCount PIC 9(3) VALUE ZEROS.
01 WS-MemoPostCount PIC 9(4) VALUE ZEROS.
01 WS-MemoClock PIC 9(8) VALUE ZEROS.
01 WS-MemoDebits-Edit PIC Z(7)9.99.

COPY "FileStatusMsg.cpy".
COPY "CashItemFields.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "OperatorSignonFields.cpy".
COPY "AccountTypeFields.cpy".
COPY "BranchFields.cpy".
COPY "LoanFields.cpy".
COPY "BatchWindowFields.cpy".

PROCEDURE DIVISION.
Begin.
        STOP RUN
    END-IF.

    PERFORM CHECK-BATCH-WINDOW
    IF WS-BatchWindow-Open = "Y"
        DISPLAY "The batch window has been open since " WS-BatchWindow-Date
                " " WS-BatchWindow-Time "."
        DISPLAY "Transactions are taken as memo posts and applied to the "
                "account when batch processing finishes."
    END-IF

    PERFORM OPEN-MASTER-FILE
    PERFORM LOAD-MINIMUM-BALANCE
    PERFORM LOAD-ACCOUNT-TYPES
    PERFORM LOAD-BRANCHES
    PERFORM LOAD-APPROVAL-LIMIT
    PERFORM LOAD-FEE-SCHEDULE
    PERFORM LOAD-HOLD-DAYS
        END-IF
    END-IF.

    IF WS-CustomerFound = "N" AND WS-BatchWindow-Open = "Y"
        DISPLAY "Error: No existing account for " CustomerName ". New accounts "
                "cannot be opened while the batch window is open."
        PERFORM CLOSE-MASTER-FILE
        STOP RUN
    END-IF.

    IF WS-CustomerFound = "N"
        DISPLAY "No existing account for " CustomerName " - opening a new account."
        DISPLAY "Enter the opening account balance: "
        PERFORM NEXT-ACCOUNT-NUMBER
        MOVE AccountNumber TO WS-AccountNumber-Edit
        DISPLAY "New account number assigned: " WS-AccountNumber-Edit
        MOVE WS-Type-DefaultCode TO WS-AccountType
        MOVE ZEROS TO CM-WithdrawalMonth
        MOVE ZEROS TO CM-WithdrawalCount
    ELSE
        PERFORM LOAD-MEMO-EXPOSURE
        DISPLAY "Existing balance for " CustomerName ": " AccountBalance
    END-IF.

    PERFORM APPLY-ACCOUNT-TYPE-RULES

    DISPLAY "Enter transaction type (D=Deposit, W=Withdrawal, T=Transfer, "
            "L=Loan Payment): ".
    ACCEPT TransactionType.
    IF TransactionType NOT = "D" AND TransactionType NOT = "W" AND TransactionType NOT = "T"
            AND TransactionType NOT = "L"
        DISPLAY "Error: Invalid transaction type. Must be D, W, T or L."
        PERFORM CLOSE-MASTER-FILE
        STOP RUN
    END-IF.
    IF TransactionType = "L" AND WS-CustomerFound = "N"
        DISPLAY "Error: A loan payment cannot be taken from a new account."
        PERFORM CLOSE-MASTER-FILE
        STOP RUN
    END-IF.
    IF TransactionType = "L" AND WS-BatchWindow-Open = "Y"
        DISPLAY "Error: Loan payments cannot be taken while the batch window "
                "is open."
        PERFORM CLOSE-MASTER-FILE
        STOP RUN
    END-IF.
        WHEN "W"
            MOVE "Withdrawal" TO WS-TransactionLabel
            COMPUTE WS-Available =
                AccountBalance - WS-HoldAmount - WS-MinimumBalance - WS-MemoHeld
            IF TransactionAmount + WS-FeeAmount > WS-Available
                DISPLAY "Error: Withdrawal plus fee exceeds the available "
                        "funds (balance less uncleared holds and the minimum "
        WHEN "T"
            MOVE "Transfer" TO WS-TransactionLabel
            COMPUTE WS-Available =
                AccountBalance - WS-HoldAmount - WS-MinimumBalance - WS-MemoHeld
            IF TransactionAmount + WS-FeeAmount > WS-Available
                DISPLAY "Error: Transfer plus fee exceeds the available funds "
                        "(balance less uncleared holds and the minimum "
                PERFORM QUEUE-PENDING-TRANSACTION
            END-IF
            PERFORM PROCESS-TRANSFER-TARGET
            IF WS-BatchWindow-Open = "N"
                PERFORM POST-TRANSFER-TARGET
            END-IF
            COMPUTE UpdatedBalance = AccountBalance - TransactionAmount
        WHEN "L"
            MOVE "Loan Payment" TO WS-TransactionLabel
            PERFORM GET-PAYMENT-LOAN
            COMPUTE WS-Available =
                AccountBalance - WS-HoldAmount - WS-MinimumBalance - WS-MemoHeld
            IF TransactionAmount + WS-FeeAmount > WS-Available
                DISPLAY "Error: Loan payment plus fee exceeds the available "
                        "funds (balance less uncleared holds and the minimum "
                        "balance). Transaction refused."
                PERFORM CLOSE-MASTER-FILE
                STOP RUN
            END-IF
            COMPUTE UpdatedBalance = AccountBalance - TransactionAmount
    END-EVALUATE.

    MOVE AccountBalance TO PriorBalance
    MOVE WS-BalanceAfterFee TO AccountBalance

    IF WS-BatchWindow-Open = "Y"
        PERFORM NEXT-RECEIPT-NUMBER
        PERFORM WRITE-MEMO-POST
    ELSE
        PERFORM SAVE-CUSTOMER
        PERFORM NEXT-RECEIPT-NUMBER
        IF TransactionType = "T"
            PERFORM WRITE-TARGET-TRANSACTION-LOG
        END-IF
        IF TransactionType = "L"
            PERFORM POST-LOAN-PAYMENT
        END-IF
    END-IF
    PERFORM WRITE-RECEIPT

    STOP RUN.

OPEN-MASTER-FILE.
    IF WS-BatchWindow-Open = "Y"
        OPEN INPUT CustomerMasterFile
    ELSE
        OPEN I-O CustomerMasterFile
    END-IF
    IF WS-MasterStatus = "35" AND WS-BatchWindow-Open = "N"
        OPEN OUTPUT CustomerMasterFile
        CLOSE CustomerMasterFile
        OPEN I-O CustomerMasterFile
    END-IF.

CLOSE-MASTER-FILE.
    CLOSE CustomerMasterFile
    IF WS-Loan-MasterOpen = "Y"
        CLOSE LoanMasterFile
        MOVE "N" TO WS-Loan-MasterOpen
    END-IF.

NEXT-ACCOUNT-NUMBER.
    MOVE ZEROS TO AccountNumber

WRITE-RECEIPT.
    ACCEPT WS-ReceiptDate FROM DATE YYYYMMDD
    IF WS-BatchWindow-Open = "N"
        PERFORM WRITE-TRANSACTION-LOG
        IF WS-FeeAmount > ZERO
            PERFORM WRITE-FEE-LOG-ENTRY
        END-IF
    END-IF
    IF TransactionType = "D" OR TransactionType = "W"
        MOVE WS-ReceiptDate TO WS-CashItem-TranDate
        MOVE WS-ReceiptNumber TO WS-CashItem-ReceiptNumber
        MOVE AccountNumber TO WS-CashItem-AccountNumber
        MOVE TransactionType TO WS-CashItem-TranType
        IF TransactionType = "D"
            MOVE WS-DepositType TO WS-CashItem-DepositType
        ELSE
            MOVE "C" TO WS-CashItem-DepositType
        END-IF
        MOVE TransactionAmount TO WS-CashItem-Amount
        MOVE WS-Audit-OperatorID TO WS-CashItem-OperatorID
        PERFORM WRITE-CASH-ITEM
    END-IF
    MOVE WS-ReceiptDate TO WS-ReceiptDate-Edit
    MOVE WS-ReceiptNumber TO WS-ReceiptNumber-Edit
    END-IF.

    MOVE SPACES TO ReceiptRecord
    IF WS-BatchWindow-Open = "Y"
        STRING "==================== PROVISIONAL RECEIPT ====================" INTO ReceiptRecord
    ELSE
        STRING "==================== TRANSACTION RECEIPT ====================" INTO ReceiptRecord
    END-IF
    PERFORM WRITE-RECEIPT-LINE

    MOVE SPACES TO ReceiptRecord
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    IF WS-BatchWindow-Open = "Y"
        MOVE SPACES TO ReceiptRecord
        STRING "Memo post - applied to the account when batch processing "
               "finishes." DELIMITED SIZE INTO ReceiptRecord
        PERFORM WRITE-RECEIPT-LINE
        MOVE SPACES TO ReceiptRecord
        STRING "Balances shown are provisional." DELIMITED SIZE
               INTO ReceiptRecord
        PERFORM WRITE-RECEIPT-LINE
    END-IF

    IF TransactionType = "L"
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
        MOVE WS-Audit-OperatorID TO TL-OperatorID
        MOVE "TL" TO TL-Channel
        MOVE SPACES TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        CLOSE TransactionLogFile
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
        IF WS-Fee-TranType(WS-FeeIndex) = TransactionType
            IF WS-Fee-AccountType(WS-FeeIndex) = WS-Type-Code
                    AND WS-Type-Code NOT = SPACES
                COMPUTE WS-FeeAmount ROUNDED =
                    WS-Fee-FlatAmount(WS-FeeIndex) +
                    (TransactionAmount * WS-Fee-PctRate(WS-FeeIndex))
                MOVE "Y" TO WS-FeeTypeMatched
            END-IF
            IF WS-Fee-AccountType(WS-FeeIndex) = SPACES
                    AND WS-FeeTypeMatched = "N"
                COMPUTE WS-FeeAmount ROUNDED =
                    WS-Fee-FlatAmount(WS-FeeIndex) +
                    (TransactionAmount * WS-Fee-PctRate(WS-FeeIndex))
            END-IF
        END-IF
    END-PERFORM
    IF TransactionType = "W" OR TransactionType = "T"
        PERFORM CHECK-WITHDRAWAL-ALLOWANCE
        IF WS-Type-ExcessFeeDue > ZERO
            ADD WS-Type-ExcessFeeDue TO WS-FeeAmount
            DISPLAY "This is withdrawal " WS-Type-WdlCountAfter " this month "
                    "against an allowance of " WS-Type-WdlAllowance
                    " - the excess withdrawal fee applies."
        END-IF
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
        MOVE WS-Audit-OperatorID TO TL-OperatorID
        MOVE "TL" TO TL-Channel
        MOVE SPACES TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        CLOSE TransactionLogFile
    END-IF.
            MOVE CM-CustomerName TO CustomerName
            MOVE CM-AccountBalance TO AccountBalance
            MOVE CM-HoldAmount TO WS-HoldAmount
            MOVE CM-AccountType TO WS-AccountType
    END-READ
    PERFORM REFUSE-CLOSED-ACCOUNT.

            MOVE CM-AccountNumber TO AccountNumber
            MOVE CM-AccountBalance TO AccountBalance
            MOVE CM-HoldAmount TO WS-HoldAmount
            MOVE CM-AccountType TO WS-AccountType
    END-READ
    PERFORM REFUSE-CLOSED-ACCOUNT.

        MOVE CustomerName TO CM-CustomerName
        MOVE AccountBalance TO CM-AccountBalance
        PERFORM APPLY-DEPOSIT-HOLD
        IF TransactionType = "W" OR TransactionType = "T"
            PERFORM COUNT-ACCOUNT-WITHDRAWAL
        END-IF
        REWRITE CustomerMasterRecord
    ELSE
        MOVE SPACES TO WS-Audit-BeforeImage
        MOVE "O" TO CM-AccountStatus
        MOVE ZEROS TO CM-HoldAmount
        MOVE ZEROS TO CM-HoldReleaseDate
        MOVE WS-AccountType TO CM-AccountType
        MOVE ZEROS TO CM-WithdrawalMonth
        MOVE ZEROS TO CM-WithdrawalCount
        MOVE WS-Branch-DefaultCode TO CM-BranchCode
        IF TransactionType = "W" OR TransactionType = "T"
            PERFORM COUNT-ACCOUNT-WITHDRAWAL
        END-IF
        PERFORM APPLY-DEPOSIT-HOLD
        WRITE CustomerMasterRecord
    END-IF
    MOVE CustomerMasterRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY.

GET-PAYMENT-LOAN.
    DISPLAY "Enter the loan number (0 for the account's active loan): "
    ACCEPT WS-Loan-RequestedNumber
    OPEN I-O LoanMasterFile
    IF WS-LoanMasterStatus = "35"
        DISPLAY "Error: No loans are on file. Transaction refused."
        PERFORM CLOSE-MASTER-FILE
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
        PERFORM LOG-DATAMANIPULATION-ERROR
        PERFORM CLOSE-MASTER-FILE
        STOP RUN
    END-IF
    MOVE "Y" TO WS-Loan-MasterOpen
    MOVE WS-TodayDate TO WS-Loan-TodayDate
    MOVE AccountNumber TO WS-Loan-Borrower
    MOVE TransactionAmount TO WS-Loan-PaymentAmount
    PERFORM FIND-PAYMENT-LOAN
    IF WS-Loan-Found = "N"
        DISPLAY "Error: " FUNCTION TRIM(WS-Loan-RefuseReason)
                ". Transaction refused."
        PERFORM CLOSE-MASTER-FILE
        STOP RUN
    END-IF
    MOVE LM-LoanNumber TO WS-Loan-RequestedNumber
    MOVE LM-LoanNumber TO WS-LoanNumber-Edit
    DISPLAY "Paying loan " WS-LoanNumber-Edit ": interest "
            WS-Loan-InterestPortion " principal " WS-Loan-PrincipalPortion.

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
        PERFORM LOG-DATAMANIPULATION-ERROR
        PERFORM CLOSE-MASTER-FILE
        STOP RUN
    END-IF
    MOVE "REWRITE" TO WS-Audit-Action
    MOVE SPACES TO WS-Audit-AfterImage
    MOVE LoanMasterRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY
    MOVE "P" TO WS-Loan-Hist-EntryType
    MOVE TransactionAmount TO WS-Loan-Hist-Amount
    MOVE WS-Loan-InterestPortion TO WS-Loan-Hist-Interest
    MOVE WS-Loan-PrincipalPortion TO WS-Loan-Hist-Principal
    MOVE WS-ReceiptNumber TO WS-Loan-Hist-ReceiptNumber
    MOVE WS-Audit-OperatorID TO WS-Loan-Hist-OperatorID
    PERFORM WRITE-LOAN-HISTORY.

APPLY-DEPOSIT-HOLD.
    IF WS-PlaceHold = "Y"
        ADD TransactionAmount TO CM-HoldAmount
        STOP RUN
    END-IF.

POST-TRANSFER-TARGET.
    MOVE CustomerMasterRecord TO WS-Audit-BeforeImage
    MOVE "REWRITE" TO WS-Audit-Action

        MOVE TargetUpdatedBalance TO TL-BalanceAfter
        MOVE WS-ReceiptNumber TO TL-ReceiptNumber
        MOVE ZEROS TO TL-RefReceiptNumber
        MOVE WS-Audit-OperatorID TO TL-OperatorID
        MOVE "TL" TO TL-Channel
        MOVE SPACES TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        CLOSE TransactionLogFile
    END-IF.

LOAD-MEMO-EXPOSURE.
    MOVE ZEROS TO WS-MemoDebits
    MOVE ZEROS TO WS-MemoWdlCount
    MOVE ZEROS TO WS-MemoPostCount
    MOVE "N" TO WS-EndOfMemoPost
    OPEN INPUT MemoPostFile
    IF WS-MemoPostStatus = ZERO
        PERFORM UNTIL WS-EndOfMemoPost = "Y"
            READ MemoPostFile
                AT END SET WS-EndOfMemoPost TO "Y"
                NOT AT END
                    IF MP-Status = "P" AND MP-AccountNumber = AccountNumber
                        ADD 1 TO WS-MemoPostCount
                        IF MP-TransactionType = "W" OR MP-TransactionType = "T"
                            ADD MP-Amount TO WS-MemoDebits
                            ADD MP-FeeAmount TO WS-MemoDebits
                            IF MP-EntryDate(1:6) = WS-TodayDate(1:6)
                                    AND WS-MemoWdlCount < 999
                                ADD 1 TO WS-MemoWdlCount
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MemoPostFile
    END-IF
    IF WS-MemoPostCount > ZERO
        MOVE WS-MemoDebits TO WS-MemoDebits-Edit
        DISPLAY "Memo posts not yet applied to this account: " WS-MemoPostCount
                " (debits " WS-MemoDebits-Edit ")."
    END-IF
    IF WS-MemoPostCount > ZERO AND WS-BatchWindow-Open = "N"
        MOVE WS-MemoDebits TO WS-MemoHeld
        DISPLAY "The memo debits are held against the available balance "
                "until memo apply posts them."
    END-IF
    IF WS-MemoPostCount > ZERO AND WS-BatchWindow-Open = "Y"
        IF WS-MemoDebits > AccountBalance
            MOVE ZEROS TO AccountBalance
        ELSE
            SUBTRACT WS-MemoDebits FROM AccountBalance
        END-IF
        IF CM-WithdrawalMonth NOT = WS-TodayDate(1:6)
            MOVE WS-TodayDate(1:6) TO CM-WithdrawalMonth
            MOVE ZEROS TO CM-WithdrawalCount
        END-IF
        IF CM-WithdrawalCount + WS-MemoWdlCount > 999
            MOVE 999 TO CM-WithdrawalCount
        ELSE
            ADD WS-MemoWdlCount TO CM-WithdrawalCount
        END-IF
    END-IF.

WRITE-MEMO-POST.
    ACCEPT WS-MemoClock FROM TIME
    OPEN EXTEND MemoPostFile
    IF WS-MemoPostStatus = "35"
        OPEN OUTPUT MemoPostFile
        CLOSE MemoPostFile
        OPEN EXTEND MemoPostFile
    END-IF
    IF WS-MemoPostStatus NOT EQUAL ZERO
        MOVE WS-MemoPostStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open MEMOPOST.DAT. File Status: " WS-MemoPostStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-MemoPostStatus TO WS-ErrorLog-FileStatus
        MOVE "MEMOPOST.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-DATAMANIPULATION-ERROR
        PERFORM CLOSE-MASTER-FILE
        STOP RUN
    END-IF
    MOVE SPACES TO MemoPostRecord
    MOVE "P" TO MP-Status
    MOVE WS-TodayDate TO MP-EntryDate
    MOVE WS-MemoClock(1:6) TO MP-EntryTime
    MOVE WS-Audit-OperatorID TO MP-OperatorID
    MOVE AccountNumber TO MP-AccountNumber
    MOVE CustomerName TO MP-CustomerName
    MOVE TransactionType TO MP-TransactionType
    MOVE TransactionAmount TO MP-Amount
    MOVE WS-FeeAmount TO MP-FeeAmount
    IF TransactionType = "D"
        MOVE WS-DepositType TO MP-DepositType
    END-IF
    IF WS-PlaceHold = "Y"
        MOVE TransactionAmount TO MP-HoldAmount
        MOVE WS-NewHoldReleaseDate TO MP-HoldReleaseDate
    ELSE
        MOVE ZEROS TO MP-HoldAmount
        MOVE ZEROS TO MP-HoldReleaseDate
    END-IF
    IF TransactionType = "T"
        MOVE TargetAccountNumber TO MP-TargetAccountNumber
        MOVE TargetCustomerName TO MP-TargetCustomerName
    ELSE
        MOVE ZEROS TO MP-TargetAccountNumber
    END-IF
    MOVE WS-ReceiptNumber TO MP-ReceiptNumber
    MOVE ZEROS TO MP-ApplyDate
    WRITE MemoPostRecord
    IF WS-MemoPostStatus NOT EQUAL ZERO
        MOVE WS-MemoPostStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to write to MEMOPOST.DAT. File Status: " WS-MemoPostStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "WRITE" TO WS-ErrorLog-Operation
        MOVE WS-MemoPostStatus TO WS-ErrorLog-FileStatus
        MOVE "MEMOPOST.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-DATAMANIPULATION-ERROR
        CLOSE MemoPostFile
        PERFORM CLOSE-MASTER-FILE
        STOP RUN
    END-IF
    CLOSE MemoPostFile
    DISPLAY "Memo post recorded - it will be applied when batch processing "
            "finishes.".

LOG-DATAMANIPULATION-ERROR.
    MOVE "DataManipulation" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "CashItemWrite.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "OperatorSignon.cpy".
COPY "AccountTypeLookup.cpy".
COPY "BranchLookup.cpy".
COPY "LoanPosting.cpy".
COPY "BatchWindowCheck.cpy".
