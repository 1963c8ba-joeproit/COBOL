IDENTIFICATION DIVISION.
PROGRAM-ID. ExternalTransfer.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "CustomerMasterFileControl.cpy".

    SELECT ExternalTransferFile ASSIGN TO "EXTXFER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XferStatus.

    SELECT InterbankConfigFile ASSIGN TO "INTERBANK.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InterbankCfgStatus.

    SELECT TransactionLogFile ASSIGN TO "TRANSACTION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranLogStatus.

    SELECT ReceiptFile ASSIGN TO "RECEIPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FileStatus.

    SELECT ReceiptSequenceFile ASSIGN TO "RECEIPTNO.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReceiptSeqStatus.

    SELECT PeriodControlFile ASSIGN TO "PERIODCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PeriodCtlStatus.

    SELECT MinBalanceConfigFile ASSIGN TO "MINBAL.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ConfigStatus.

    SELECT ApprovalLimitConfigFile ASSIGN TO "APPROVLIM.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ApprovalCfgStatus.

    SELECT FeeScheduleConfigFile ASSIGN TO "FEESCHED.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FeeCfgStatus.

    SELECT MemoPostFile ASSIGN TO "MEMOPOST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MemoPostStatus.

    COPY "AccountTypeFileControl.cpy".
    COPY "OperatorMasterFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".
    COPY "BatchWindowFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD ExternalTransferFile.
COPY "ExternalTransferRecord.cpy".

FD InterbankConfigFile.
01 InterbankConfigLine PIC X(41).

FD TransactionLogFile.
COPY "TransactionLogRecord.cpy".

FD ReceiptFile.
01 ReceiptRecord PIC X(80).

FD ReceiptSequenceFile.
01 ReceiptSequenceLine PIC 9(8).

FD PeriodControlFile.
01 PeriodControlLine.
   05 PC-OpenPeriod PIC 9(6).
   05 PC-InterestDone PIC X.
   05 PC-CycleDone PIC X.

FD MinBalanceConfigFile.
01 MinBalanceConfigLine PIC X(15).

FD ApprovalLimitConfigFile.
01 ApprovalLimitConfigLine PIC X(15).

FD FeeScheduleConfigFile.
01 FeeScheduleConfigLine PIC X(23).

FD MemoPostFile.
COPY "MemoPostRecord.cpy".

COPY "AccountTypeFD.cpy".
COPY "OperatorMasterFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".
COPY "BatchWindowFD.cpy".

WORKING-STORAGE SECTION.
01 WS-FileStatus PIC 9(2) VALUE ZEROS.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-XferStatus PIC 9(2) VALUE ZEROS.
01 WS-InterbankCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-TranLogStatus PIC 9(2) VALUE ZEROS.
01 WS-ReceiptSeqStatus PIC 9(2) VALUE ZEROS.
01 WS-ConfigStatus PIC 9(2) VALUE ZEROS.
01 WS-ApprovalCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfXfer PIC X VALUE "N".

01 WS-Function PIC X VALUE SPACE.
01 WS-AnotherFunction PIC X VALUE "Y".
01 WS-ConfirmReply PIC X VALUE SPACES.
01 WS-PaymentOK PIC X VALUE "Y".

01 WS-OurBankCode PIC 9(9) VALUE ZEROS.
01 WS-OurBankName PIC X(23) VALUE SPACES.

01 WS-Pay-AccountNumber PIC 9(8) VALUE ZEROS.
01 WS-Pay-BankCodeInput PIC X(9) VALUE SPACES.
01 WS-Pay-BankCode PIC 9(9) VALUE ZEROS.
01 WS-Pay-BeneAccount PIC X(17) VALUE SPACES.
01 WS-Pay-BeneName PIC X(22) VALUE SPACES.
01 WS-Pay-Reference PIC X(18) VALUE SPACES.
01 WS-Pay-Amount PIC 9(7)V99 VALUE ZEROS.
01 WS-Pay-CustomerName PIC X(20) VALUE SPACES.
01 WS-Pay-BalanceAfter PIC 9(7)V99 VALUE ZEROS.
01 WS-Pay-BalanceAfterFee PIC 9(7)V99 VALUE ZEROS.
01 WS-Pay-Label PIC X(24) VALUE SPACES.

01 WS-AccountType PIC X(2) VALUE SPACES.
01 WS-MinimumBalance PIC 9(7)V99 VALUE ZEROS.
01 WS-DefaultMinimumBalance PIC 9(7)V99 VALUE ZEROS.
01 WS-Available PIC S9(8)V99 VALUE ZEROS.
01 WS-MemoPostStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfMemoPost PIC X VALUE "N".
01 WS-MemoDebits PIC 9(8)V99 VALUE ZEROS.
01 WS-MemoPostCount PIC 9(4) VALUE ZEROS.
01 WS-MemoDebits-Edit PIC Z(7)9.99.
01 WS-ApprovalLimit PIC 9(7)V99 VALUE ZEROS.

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

01 WS-PeriodCtlStatus PIC 9(2) VALUE ZEROS.
01 WS-OpenPeriod PIC 9(6) VALUE ZEROS.
01 WS-CurrentPeriod PIC 9(6) VALUE ZEROS.
01 WS-TodayDate PIC 9(8) VALUE ZEROS.

01 WS-XferTable.
   05 WS-Xfer OCCURS 5000 TIMES.
      10 WS-Xfer-Receipt PIC 9(8).
      10 WS-Xfer-QueueDate PIC 9(8).
      10 WS-Xfer-AccountNumber PIC 9(8).
      10 WS-Xfer-Amount PIC 9(7)V99.
      10 WS-Xfer-Fee PIC 9(7)V99.
      10 WS-Xfer-BankCode PIC 9(9).
      10 WS-Xfer-BeneAccount PIC X(17).
      10 WS-Xfer-BeneName PIC X(22).
      10 WS-Xfer-Reference PIC X(18).
      10 WS-Xfer-Status PIC X.
      10 WS-Xfer-FileDate PIC 9(8).
      10 WS-Xfer-FileSeq PIC 9(4).
      10 WS-Xfer-OperatorID PIC X(8).
01 WS-XferCount PIC 9(4) VALUE ZEROS.
01 WS-XferIndex PIC 9(4) VALUE ZEROS.
01 WS-XferFound PIC 9(4) VALUE ZEROS.
01 WS-QueuedCount PIC 9(4) VALUE ZEROS.
01 WS-QueuedTotal PIC 9(11)V99 VALUE ZEROS.
01 WS-CancelReceipt PIC 9(8) VALUE ZEROS.

01 WS-ReceiptNumber PIC 9(8) VALUE ZEROS.
01 WS-ReceiptNumber-Edit PIC Z(7)9.
01 WS-OrigReceipt-Edit PIC Z(7)9.
01 WS-ReceiptDate PIC 9(8) VALUE ZEROS.
01 WS-ReceiptDate-Edit PIC 9(4)/99/99.
01 WS-AccountNumber-Edit PIC Z(7)9.
01 WS-Amount-Edit PIC Z(6)9.99.
01 WS-Fee-Edit PIC Z(6)9.99.
01 WS-Balance-Edit PIC Z(6)9.99.
01 WS-Total-Edit PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Date-Edit PIC 9(4)/99/99.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "OperatorSignonFields.cpy".
COPY "AccountTypeFields.cpy".
COPY "BatchWindowFields.cpy".

PROCEDURE DIVISION.
Begin.
    DISPLAY "Enter operator ID: ".
    ACCEPT WS-Audit-OperatorID.
    MOVE "ExternalTransfer" TO WS-Audit-ProgramName.
    MOVE WS-Audit-OperatorID TO WS-Signon-OperatorID
    PERFORM VERIFY-OPERATOR-SIGNON
    IF WS-Signon-Valid = "N"
        STOP RUN
    END-IF
    PERFORM CHECK-BATCH-WINDOW
    IF WS-BatchWindow-Open = "Y"
        DISPLAY "The batch window has been open since " WS-BatchWindow-Date
                " " WS-BatchWindow-Time "."
        DISPLAY "Error: External payments cannot be queued or cancelled "
                "while batch processing holds the master. Try again when "
                "the batch window has closed."
        STOP RUN
    END-IF
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD
    PERFORM CHECK-POSTING-PERIOD
    PERFORM LOAD-INTERBANK-CONFIG
    PERFORM LOAD-MINIMUM-BALANCE
    PERFORM LOAD-ACCOUNT-TYPES
    PERFORM LOAD-APPROVAL-LIMIT
    PERFORM LOAD-FEE-SCHEDULE
    PERFORM OPEN-MASTER-FILE

    PERFORM UNTIL WS-AnotherFunction NOT = "Y"
        DISPLAY "Enter function (Q=Queue payment to another bank, "
                "C=Cancel queued payment, L=List queued payments): "
        ACCEPT WS-Function
        EVALUATE WS-Function
            WHEN "Q"
                PERFORM QUEUE-EXTERNAL-PAYMENT
            WHEN "C"
                PERFORM CANCEL-EXTERNAL-PAYMENT
            WHEN "L"
                PERFORM LIST-QUEUED-PAYMENTS
            WHEN OTHER
                DISPLAY "Error: Invalid function. Must be Q, C or L."
        END-EVALUATE
        DISPLAY "Another function? (Y/N): "
        ACCEPT WS-AnotherFunction
    END-PERFORM

    CLOSE CustomerMasterFile
    STOP RUN.

QUEUE-EXTERNAL-PAYMENT.
    MOVE "Y" TO WS-PaymentOK
    DISPLAY "Enter the paying account number: "
    ACCEPT WS-Pay-AccountNumber
    MOVE WS-Pay-AccountNumber TO CM-AccountNumber
    READ CustomerMasterFile
        INVALID KEY
            DISPLAY "Error: No account on file with account number "
                    WS-Pay-AccountNumber
            MOVE "N" TO WS-PaymentOK
    END-READ
    IF WS-PaymentOK = "Y" AND CM-AccountStatus = "C"
        DISPLAY "Error: Account " CM-AccountNumber " is closed. "
                "No transactions may be posted to it."
        MOVE "N" TO WS-PaymentOK
    END-IF
    IF WS-PaymentOK = "Y" AND CM-AccountStatus = "D"
        DISPLAY "Error: Account " CM-AccountNumber " is dormant. "
                "A supervisor must reactivate it through CustomerMaintenance "
                "before transactions may be posted."
        MOVE "N" TO WS-PaymentOK
    END-IF
    IF WS-PaymentOK = "Y"
        MOVE CM-CustomerName TO WS-Pay-CustomerName
        MOVE CM-AccountType TO WS-AccountType
        PERFORM APPLY-ACCOUNT-TYPE-RULES
        PERFORM GET-BENEFICIARY-DETAILS
    END-IF
    IF WS-PaymentOK = "Y"
        PERFORM COMPUTE-PAYMENT-FEE
        PERFORM LOAD-MEMO-EXPOSURE
        COMPUTE WS-Available =
            CM-AccountBalance - CM-HoldAmount - WS-MinimumBalance
            - WS-MemoDebits
        IF WS-Pay-Amount + WS-FeeAmount > WS-Available
            DISPLAY "Error: Payment plus fee exceeds the available funds "
                    "(balance less uncleared holds, memo posts not yet "
                    "applied and the minimum balance). Payment refused."
            MOVE "N" TO WS-PaymentOK
        END-IF
    END-IF
    IF WS-PaymentOK = "Y" AND WS-ApprovalLimit > ZERO
            AND WS-Pay-Amount > WS-ApprovalLimit
            AND WS-Signon-Role NOT = "S" AND WS-Signon-Role NOT = "A"
        DISPLAY "Error: Payments over the approval limit must be keyed "
                "by a supervisor. Payment refused."
        MOVE "N" TO WS-PaymentOK
    END-IF
    IF WS-PaymentOK = "Y"
        COMPUTE WS-Pay-BalanceAfter = CM-AccountBalance - WS-Pay-Amount
        COMPUTE WS-Pay-BalanceAfterFee = WS-Pay-BalanceAfter - WS-FeeAmount
        MOVE WS-Pay-Amount TO WS-Amount-Edit
        MOVE WS-FeeAmount TO WS-Fee-Edit
        DISPLAY "Pay " WS-Amount-Edit " to " WS-Pay-BeneName
        DISPLAY "    bank " WS-Pay-BankCode " account " WS-Pay-BeneAccount
        DISPLAY "    fee  " WS-Fee-Edit
        DISPLAY "Queue this payment? (Y/N): "
        ACCEPT WS-ConfirmReply
        IF WS-ConfirmReply NOT = "Y" AND WS-ConfirmReply NOT = "y"
            DISPLAY "Payment not queued."
            MOVE "N" TO WS-PaymentOK
        END-IF
    END-IF
    IF WS-PaymentOK = "Y"
        PERFORM DEBIT-PAYING-ACCOUNT
        PERFORM NEXT-RECEIPT-NUMBER
        ACCEPT WS-ReceiptDate FROM DATE YYYYMMDD
        PERFORM WRITE-PAYMENT-LOG-ENTRIES
        PERFORM APPEND-QUEUED-PAYMENT
        MOVE "EXTERNAL PAYMENT" TO WS-Pay-Label
        PERFORM WRITE-PAYMENT-RECEIPT
        DISPLAY "Payment queued under receipt " WS-ReceiptNumber
                " for the next outbound payment file."
    END-IF.

LOAD-MEMO-EXPOSURE.
    MOVE ZEROS TO WS-MemoDebits
    MOVE ZEROS TO WS-MemoPostCount
    MOVE "N" TO WS-EndOfMemoPost
    OPEN INPUT MemoPostFile
    IF WS-MemoPostStatus = ZERO
        PERFORM UNTIL WS-EndOfMemoPost = "Y"
            READ MemoPostFile
                AT END SET WS-EndOfMemoPost TO "Y"
                NOT AT END
                    IF MP-Status = "P" AND MP-AccountNumber = CM-AccountNumber
                        ADD 1 TO WS-MemoPostCount
                        IF MP-TransactionType = "W" OR MP-TransactionType = "T"
                            ADD MP-Amount TO WS-MemoDebits
                            ADD MP-FeeAmount TO WS-MemoDebits
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
    END-IF.

GET-BENEFICIARY-DETAILS.
    DISPLAY "Enter the beneficiary bank code (9 digits): "
    ACCEPT WS-Pay-BankCodeInput
    IF WS-Pay-BankCodeInput IS NOT NUMERIC
        DISPLAY "Error: The bank code must be 9 digits."
        MOVE "N" TO WS-PaymentOK
    ELSE
        MOVE WS-Pay-BankCodeInput TO WS-Pay-BankCode
        IF WS-Pay-BankCode = WS-OurBankCode
            DISPLAY "Error: That is this bank's own code - use a transfer "
                    "between accounts instead."
            MOVE "N" TO WS-PaymentOK
        END-IF
    END-IF
    IF WS-PaymentOK = "Y"
        DISPLAY "Enter the beneficiary account number: "
        ACCEPT WS-Pay-BeneAccount
        IF WS-Pay-BeneAccount = SPACES
            DISPLAY "Error: The beneficiary account number is required."
            MOVE "N" TO WS-PaymentOK
        END-IF
    END-IF
    IF WS-PaymentOK = "Y"
        DISPLAY "Enter the beneficiary name: "
        ACCEPT WS-Pay-BeneName
        IF WS-Pay-BeneName = SPACES
            DISPLAY "Error: The beneficiary name is required."
            MOVE "N" TO WS-PaymentOK
        END-IF
    END-IF
    IF WS-PaymentOK = "Y"
        DISPLAY "Enter the payment reference: "
        ACCEPT WS-Pay-Reference
        DISPLAY "Enter the payment amount: "
        ACCEPT WS-Pay-Amount
        IF WS-Pay-Amount = ZERO
            DISPLAY "Error: Invalid payment amount. Please enter a positive number."
            MOVE "N" TO WS-PaymentOK
        END-IF
    END-IF.

DEBIT-PAYING-ACCOUNT.
    MOVE CustomerMasterRecord TO WS-Audit-BeforeImage
    MOVE "REWRITE" TO WS-Audit-Action
    MOVE WS-Pay-BalanceAfterFee TO CM-AccountBalance
    PERFORM COUNT-ACCOUNT-WITHDRAWAL
    REWRITE CustomerMasterRecord
    IF WS-MasterStatus NOT EQUAL ZERO
        PERFORM REPORT-MASTER-UPDATE-ERROR
    END-IF
    MOVE CustomerMasterRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY.

WRITE-PAYMENT-LOG-ENTRIES.
    OPEN EXTEND TransactionLogFile
    IF WS-TranLogStatus = "35"
        OPEN OUTPUT TransactionLogFile
        CLOSE TransactionLogFile
        OPEN EXTEND TransactionLogFile
    END-IF
    IF WS-TranLogStatus = ZERO
        MOVE WS-Pay-AccountNumber TO TL-AccountNumber
        MOVE WS-Pay-CustomerName TO TL-CustomerName
        MOVE WS-ReceiptDate TO TL-TranDate
        MOVE "E" TO TL-TransactionType
        MOVE WS-Pay-Amount TO TL-Amount
        MOVE WS-Pay-BalanceAfter TO TL-BalanceAfter
        MOVE WS-ReceiptNumber TO TL-ReceiptNumber
        MOVE ZEROS TO TL-RefReceiptNumber
        MOVE WS-Audit-OperatorID TO TL-OperatorID
        MOVE "XP" TO TL-Channel
        MOVE SPACES TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        IF WS-FeeAmount > ZERO
            MOVE WS-Pay-AccountNumber TO TL-AccountNumber
            MOVE WS-Pay-CustomerName TO TL-CustomerName
            MOVE WS-ReceiptDate TO TL-TranDate
            MOVE "F" TO TL-TransactionType
            MOVE WS-FeeAmount TO TL-Amount
            MOVE WS-Pay-BalanceAfterFee TO TL-BalanceAfter
            MOVE WS-ReceiptNumber TO TL-ReceiptNumber
            MOVE ZEROS TO TL-RefReceiptNumber
            MOVE WS-Audit-OperatorID TO TL-OperatorID
            MOVE "XP" TO TL-Channel
            MOVE SPACES TO TL-OrigOperatorID
            WRITE TransactionLogRecord
        END-IF
        CLOSE TransactionLogFile
    END-IF.

APPEND-QUEUED-PAYMENT.
    OPEN EXTEND ExternalTransferFile
    IF WS-XferStatus = "35"
        OPEN OUTPUT ExternalTransferFile
        CLOSE ExternalTransferFile
        OPEN EXTEND ExternalTransferFile
    END-IF
    IF WS-XferStatus NOT EQUAL ZERO
        MOVE WS-XferStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open EXTXFER.DAT. File Status: " WS-XferStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-XferStatus TO WS-ErrorLog-FileStatus
        MOVE "EXTXFER.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-EXTXFER-ERROR
        CLOSE CustomerMasterFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-ReceiptNumber TO XT-TransferReceipt
    MOVE WS-ReceiptDate TO XT-QueueDate
    MOVE WS-Pay-AccountNumber TO XT-AccountNumber
    MOVE WS-Pay-Amount TO XT-Amount
    MOVE WS-FeeAmount TO XT-Fee
    MOVE WS-Pay-BankCode TO XT-BankCode
    MOVE WS-Pay-BeneAccount TO XT-BeneAccount
    MOVE WS-Pay-BeneName TO XT-BeneName
    MOVE WS-Pay-Reference TO XT-Reference
    MOVE "Q" TO XT-Status
    MOVE ZEROS TO XT-FileDate
    MOVE ZEROS TO XT-FileSeq
    MOVE WS-Audit-OperatorID TO XT-OperatorID
    WRITE ExternalTransferRecord
    CLOSE ExternalTransferFile.

CANCEL-EXTERNAL-PAYMENT.
    MOVE "Y" TO WS-PaymentOK
    DISPLAY "Enter the receipt number of the queued payment: "
    ACCEPT WS-CancelReceipt
    PERFORM LOAD-PAYMENT-QUEUE
    MOVE ZEROS TO WS-XferFound
    PERFORM VARYING WS-XferIndex FROM 1 BY 1
            UNTIL WS-XferIndex > WS-XferCount
        IF WS-Xfer-Receipt(WS-XferIndex) = WS-CancelReceipt
            MOVE WS-XferIndex TO WS-XferFound
        END-IF
    END-PERFORM
    IF WS-XferFound = ZERO
        DISPLAY "Error: No queued payment with receipt number " WS-CancelReceipt
        MOVE "N" TO WS-PaymentOK
    END-IF
    IF WS-PaymentOK = "Y" AND WS-Xfer-Status(WS-XferFound) = "S"
        MOVE WS-Xfer-FileDate(WS-XferFound) TO WS-Date-Edit
        DISPLAY "Error: Payment " WS-CancelReceipt " was sent in the outbound "
                "file of " WS-Date-Edit " and can no longer be cancelled."
        MOVE "N" TO WS-PaymentOK
    END-IF
    IF WS-PaymentOK = "Y" AND WS-Xfer-Status(WS-XferFound) = "C"
        DISPLAY "Error: Payment " WS-CancelReceipt " is already cancelled."
        MOVE "N" TO WS-PaymentOK
    END-IF
    IF WS-PaymentOK = "Y"
        MOVE WS-Xfer-AccountNumber(WS-XferFound) TO CM-AccountNumber
        READ CustomerMasterFile
            INVALID KEY
                DISPLAY "Error: Account " WS-Xfer-AccountNumber(WS-XferFound)
                        " no longer on file."
                MOVE "N" TO WS-PaymentOK
        END-READ
    END-IF
    IF WS-PaymentOK = "Y"
        MOVE WS-Xfer-Amount(WS-XferFound) TO WS-Amount-Edit
        MOVE WS-Xfer-Fee(WS-XferFound) TO WS-Fee-Edit
        DISPLAY "Cancel payment of " WS-Amount-Edit " to "
                WS-Xfer-BeneName(WS-XferFound)
                " and refund it with the fee of " WS-Fee-Edit "? (Y/N): "
        ACCEPT WS-ConfirmReply
        IF WS-ConfirmReply NOT = "Y" AND WS-ConfirmReply NOT = "y"
            DISPLAY "Payment not cancelled."
            MOVE "N" TO WS-PaymentOK
        END-IF
    END-IF
    IF WS-PaymentOK = "Y"
        MOVE WS-Xfer-AccountNumber(WS-XferFound) TO WS-Pay-AccountNumber
        MOVE CM-CustomerName TO WS-Pay-CustomerName
        MOVE WS-Xfer-Amount(WS-XferFound) TO WS-Pay-Amount
        MOVE WS-Xfer-Fee(WS-XferFound) TO WS-FeeAmount
        MOVE WS-Xfer-BeneName(WS-XferFound) TO WS-Pay-BeneName
        COMPUTE WS-Pay-BalanceAfter = CM-AccountBalance + WS-Pay-Amount
        COMPUTE WS-Pay-BalanceAfterFee = WS-Pay-BalanceAfter + WS-FeeAmount
        MOVE CustomerMasterRecord TO WS-Audit-BeforeImage
        MOVE "REWRITE" TO WS-Audit-Action
        MOVE WS-Pay-BalanceAfterFee TO CM-AccountBalance
        REWRITE CustomerMasterRecord
        IF WS-MasterStatus NOT EQUAL ZERO
            PERFORM REPORT-MASTER-UPDATE-ERROR
        END-IF
        MOVE CustomerMasterRecord TO WS-Audit-AfterImage
        PERFORM WRITE-AUDIT-JOURNAL-ENTRY
        MOVE "C" TO WS-Xfer-Status(WS-XferFound)
        PERFORM REWRITE-PAYMENT-QUEUE
        PERFORM NEXT-RECEIPT-NUMBER
        ACCEPT WS-ReceiptDate FROM DATE YYYYMMDD
        PERFORM WRITE-CANCEL-LOG-ENTRIES
        MOVE "PAYMENT CANCELLED" TO WS-Pay-Label
        PERFORM WRITE-PAYMENT-RECEIPT
        DISPLAY "Payment " WS-CancelReceipt " cancelled and refunded under receipt "
                WS-ReceiptNumber
    END-IF.

WRITE-CANCEL-LOG-ENTRIES.
    OPEN EXTEND TransactionLogFile
    IF WS-TranLogStatus = "35"
        OPEN OUTPUT TransactionLogFile
        CLOSE TransactionLogFile
        OPEN EXTEND TransactionLogFile
    END-IF
    IF WS-TranLogStatus = ZERO
        MOVE WS-Pay-AccountNumber TO TL-AccountNumber
        MOVE WS-Pay-CustomerName TO TL-CustomerName
        MOVE WS-ReceiptDate TO TL-TranDate
        MOVE "R" TO TL-TransactionType
        MOVE WS-Pay-Amount TO TL-Amount
        MOVE WS-Pay-BalanceAfter TO TL-BalanceAfter
        MOVE WS-ReceiptNumber TO TL-ReceiptNumber
        MOVE WS-CancelReceipt TO TL-RefReceiptNumber
        MOVE WS-Audit-OperatorID TO TL-OperatorID
        MOVE "XP" TO TL-Channel
        MOVE WS-Xfer-OperatorID(WS-XferFound) TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        IF WS-FeeAmount > ZERO
            MOVE WS-Pay-AccountNumber TO TL-AccountNumber
            MOVE WS-Pay-CustomerName TO TL-CustomerName
            MOVE WS-ReceiptDate TO TL-TranDate
            MOVE "R" TO TL-TransactionType
            MOVE WS-FeeAmount TO TL-Amount
            MOVE WS-Pay-BalanceAfterFee TO TL-BalanceAfter
            MOVE WS-ReceiptNumber TO TL-ReceiptNumber
            MOVE WS-CancelReceipt TO TL-RefReceiptNumber
            MOVE WS-Audit-OperatorID TO TL-OperatorID
            MOVE "XP" TO TL-Channel
            MOVE WS-Xfer-OperatorID(WS-XferFound) TO TL-OrigOperatorID
            WRITE TransactionLogRecord
        END-IF
        CLOSE TransactionLogFile
    END-IF.

LIST-QUEUED-PAYMENTS.
    PERFORM LOAD-PAYMENT-QUEUE
    MOVE ZEROS TO WS-QueuedCount
    MOVE ZEROS TO WS-QueuedTotal
    DISPLAY "Receipt  Account  Bank code Beneficiary              Amount"
    PERFORM VARYING WS-XferIndex FROM 1 BY 1
            UNTIL WS-XferIndex > WS-XferCount
        IF WS-Xfer-Status(WS-XferIndex) = "Q"
            ADD 1 TO WS-QueuedCount
            ADD WS-Xfer-Amount(WS-XferIndex) TO WS-QueuedTotal
            MOVE WS-Xfer-Amount(WS-XferIndex) TO WS-Amount-Edit
            DISPLAY WS-Xfer-Receipt(WS-XferIndex) " "
                    WS-Xfer-AccountNumber(WS-XferIndex) " "
                    WS-Xfer-BankCode(WS-XferIndex) " "
                    WS-Xfer-BeneName(WS-XferIndex) " "
                    WS-Amount-Edit
        END-IF
    END-PERFORM
    MOVE WS-QueuedTotal TO WS-Total-Edit
    DISPLAY "Queued payments: " WS-QueuedCount "   Total: " WS-Total-Edit.

LOAD-PAYMENT-QUEUE.
    MOVE ZEROS TO WS-XferCount
    MOVE "N" TO WS-EndOfXfer
    OPEN INPUT ExternalTransferFile
    IF WS-XferStatus = ZERO
        PERFORM UNTIL WS-EndOfXfer = "Y"
            READ ExternalTransferFile
                AT END SET WS-EndOfXfer TO "Y"
                NOT AT END
                    IF WS-XferCount < 5000
                        ADD 1 TO WS-XferCount
                        PERFORM STORE-QUEUE-ENTRY
                    ELSE
                        DISPLAY "Error: EXTXFER.DAT holds more than 5000 "
                                "payments - archive sent payments first."
                        CLOSE ExternalTransferFile
                        CLOSE CustomerMasterFile
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ExternalTransferFile
    END-IF.

STORE-QUEUE-ENTRY.
    MOVE XT-TransferReceipt TO WS-Xfer-Receipt(WS-XferCount)
    MOVE XT-QueueDate TO WS-Xfer-QueueDate(WS-XferCount)
    MOVE XT-AccountNumber TO WS-Xfer-AccountNumber(WS-XferCount)
    MOVE XT-Amount TO WS-Xfer-Amount(WS-XferCount)
    MOVE XT-Fee TO WS-Xfer-Fee(WS-XferCount)
    MOVE XT-BankCode TO WS-Xfer-BankCode(WS-XferCount)
    MOVE XT-BeneAccount TO WS-Xfer-BeneAccount(WS-XferCount)
    MOVE XT-BeneName TO WS-Xfer-BeneName(WS-XferCount)
    MOVE XT-Reference TO WS-Xfer-Reference(WS-XferCount)
    MOVE XT-Status TO WS-Xfer-Status(WS-XferCount)
    MOVE XT-FileDate TO WS-Xfer-FileDate(WS-XferCount)
    MOVE XT-FileSeq TO WS-Xfer-FileSeq(WS-XferCount)
    MOVE XT-OperatorID TO WS-Xfer-OperatorID(WS-XferCount).

REWRITE-PAYMENT-QUEUE.
    OPEN OUTPUT ExternalTransferFile
    IF WS-XferStatus NOT EQUAL ZERO
        MOVE WS-XferStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to rewrite EXTXFER.DAT. File Status: " WS-XferStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-XferStatus TO WS-ErrorLog-FileStatus
        MOVE "EXTXFER.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-EXTXFER-ERROR
        CLOSE CustomerMasterFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-XferIndex FROM 1 BY 1
            UNTIL WS-XferIndex > WS-XferCount
        MOVE WS-Xfer-Receipt(WS-XferIndex) TO XT-TransferReceipt
        MOVE WS-Xfer-QueueDate(WS-XferIndex) TO XT-QueueDate
        MOVE WS-Xfer-AccountNumber(WS-XferIndex) TO XT-AccountNumber
        MOVE WS-Xfer-Amount(WS-XferIndex) TO XT-Amount
        MOVE WS-Xfer-Fee(WS-XferIndex) TO XT-Fee
        MOVE WS-Xfer-BankCode(WS-XferIndex) TO XT-BankCode
        MOVE WS-Xfer-BeneAccount(WS-XferIndex) TO XT-BeneAccount
        MOVE WS-Xfer-BeneName(WS-XferIndex) TO XT-BeneName
        MOVE WS-Xfer-Reference(WS-XferIndex) TO XT-Reference
        MOVE WS-Xfer-Status(WS-XferIndex) TO XT-Status
        MOVE WS-Xfer-FileDate(WS-XferIndex) TO XT-FileDate
        MOVE WS-Xfer-FileSeq(WS-XferIndex) TO XT-FileSeq
        MOVE WS-Xfer-OperatorID(WS-XferIndex) TO XT-OperatorID
        WRITE ExternalTransferRecord
    END-PERFORM
    CLOSE ExternalTransferFile.

LOAD-INTERBANK-CONFIG.
    MOVE ZEROS TO WS-OurBankCode
    OPEN INPUT InterbankConfigFile
    IF WS-InterbankCfgStatus = ZERO
        READ InterbankConfigFile
            AT END CONTINUE
            NOT AT END
                IF InterbankConfigLine(1:9) IS NUMERIC
                    MOVE InterbankConfigLine(1:9) TO WS-OurBankCode
                END-IF
                MOVE InterbankConfigLine(10:23) TO WS-OurBankName
        END-READ
        CLOSE InterbankConfigFile
    END-IF
    IF WS-OurBankCode = ZERO
        DISPLAY "Error: INTERBANK.CFG does not hold this bank's code - "
                "payments to other banks cannot be taken."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

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
    MOVE WS-TodayDate(1:6) TO WS-CurrentPeriod
    IF WS-OpenPeriod > ZERO AND WS-CurrentPeriod < WS-OpenPeriod
        DISPLAY "Error: the posting period " WS-CurrentPeriod " is closed "
                "(open period is " WS-OpenPeriod "). Run refused."
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

LOAD-APPROVAL-LIMIT.
    MOVE ZEROS TO WS-ApprovalLimit
    OPEN INPUT ApprovalLimitConfigFile
    IF WS-ApprovalCfgStatus = ZERO
        READ ApprovalLimitConfigFile
            AT END CONTINUE
            NOT AT END COMPUTE WS-ApprovalLimit = FUNCTION NUMVAL(ApprovalLimitConfigLine)
        END-READ
        CLOSE ApprovalLimitConfigFile
    END-IF.

APPLY-ACCOUNT-TYPE-RULES.
    MOVE WS-AccountType TO WS-Type-Code
    PERFORM FIND-ACCOUNT-TYPE
    IF WS-Type-Found = "Y"
        MOVE WS-Type-MinBalance TO WS-MinimumBalance
    ELSE
        MOVE WS-DefaultMinimumBalance TO WS-MinimumBalance
    END-IF.

LOAD-FEE-SCHEDULE.
    MOVE ZERO TO WS-FeeCount
    OPEN INPUT FeeScheduleConfigFile
    IF WS-FeeCfgStatus = ZERO
        PERFORM UNTIL WS-EndOfFeeConfig = "Y"
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
                            FUNCTION NUMVAL(FeeScheduleConfigLine(12:10))
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FeeScheduleConfigFile
    END-IF.

COMPUTE-PAYMENT-FEE.
    MOVE ZEROS TO WS-FeeAmount
    MOVE "N" TO WS-FeeTypeMatched
    PERFORM VARYING WS-FeeIndex FROM 1 BY 1
            UNTIL WS-FeeIndex > WS-FeeCount
        IF WS-Fee-TranType(WS-FeeIndex) = "E"
            IF WS-Fee-AccountType(WS-FeeIndex) = WS-Type-Code
                    AND WS-Type-Code NOT = SPACES
                COMPUTE WS-FeeAmount ROUNDED =
                    WS-Fee-FlatAmount(WS-FeeIndex) +
                    (WS-Pay-Amount * WS-Fee-PctRate(WS-FeeIndex))
                MOVE "Y" TO WS-FeeTypeMatched
            END-IF
            IF WS-Fee-AccountType(WS-FeeIndex) = SPACES
                    AND WS-FeeTypeMatched = "N"
                COMPUTE WS-FeeAmount ROUNDED =
                    WS-Fee-FlatAmount(WS-FeeIndex) +
                    (WS-Pay-Amount * WS-Fee-PctRate(WS-FeeIndex))
            END-IF
        END-IF
    END-PERFORM
    PERFORM CHECK-WITHDRAWAL-ALLOWANCE
    IF WS-Type-ExcessFeeDue > ZERO
        ADD WS-Type-ExcessFeeDue TO WS-FeeAmount
        DISPLAY "This is withdrawal " WS-Type-WdlCountAfter " this month "
                "against an allowance of " WS-Type-WdlAllowance
                " - the excess withdrawal fee applies."
    END-IF.

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
        PERFORM LOG-EXTXFER-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

REPORT-MASTER-UPDATE-ERROR.
    MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
    PERFORM LOOKUP-FILE-STATUS-MESSAGE
    DISPLAY "Error: Unable to update CUSTOMER.MASTER. File Status: " WS-MasterStatus
            " - " WS-FileStatus-Lookup-Message
    MOVE "REWRITE" TO WS-ErrorLog-Operation
    MOVE WS-MasterStatus TO WS-ErrorLog-FileStatus
    MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
    PERFORM LOG-EXTXFER-ERROR
    CLOSE CustomerMasterFile
    MOVE 8 TO RETURN-CODE
    STOP RUN.

NEXT-RECEIPT-NUMBER.
    MOVE ZEROS TO WS-ReceiptNumber
    OPEN INPUT ReceiptSequenceFile
    IF WS-ReceiptSeqStatus = ZERO
        READ ReceiptSequenceFile
            AT END CONTINUE
            NOT AT END MOVE ReceiptSequenceLine TO WS-ReceiptNumber
        END-READ
        CLOSE ReceiptSequenceFile
    END-IF
    ADD 1 TO WS-ReceiptNumber
    OPEN OUTPUT ReceiptSequenceFile
    IF WS-ReceiptSeqStatus = ZERO
        MOVE WS-ReceiptNumber TO ReceiptSequenceLine
        WRITE ReceiptSequenceLine
        CLOSE ReceiptSequenceFile
    END-IF.

WRITE-PAYMENT-RECEIPT.
    MOVE WS-ReceiptDate TO WS-ReceiptDate-Edit
    MOVE WS-ReceiptNumber TO WS-ReceiptNumber-Edit
    MOVE WS-Pay-AccountNumber TO WS-AccountNumber-Edit

    OPEN EXTEND ReceiptFile
    IF WS-FileStatus = "35"
        OPEN OUTPUT ReceiptFile
        CLOSE ReceiptFile
        OPEN EXTEND ReceiptFile
    END-IF
    IF WS-FileStatus NOT EQUAL ZERO
        MOVE WS-FileStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open RECEIPT.DAT. File Status: " WS-FileStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-FileStatus TO WS-ErrorLog-FileStatus
        MOVE "RECEIPT.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-EXTXFER-ERROR
        CLOSE CustomerMasterFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO ReceiptRecord
    STRING "================= " DELIMITED SIZE
           WS-Pay-Label DELIMITED "  "
           " RECEIPT =================" DELIMITED SIZE
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    MOVE SPACES TO ReceiptRecord
    STRING "Receipt No: " DELIMITED SIZE WS-ReceiptNumber-Edit DELIMITED SIZE
           "   Date: " DELIMITED SIZE WS-ReceiptDate-Edit DELIMITED SIZE
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    IF WS-Function = "C"
        MOVE WS-CancelReceipt TO WS-OrigReceipt-Edit
        MOVE SPACES TO ReceiptRecord
        STRING "Cancelled Payment Receipt No: " DELIMITED SIZE
               WS-OrigReceipt-Edit DELIMITED SIZE
               INTO ReceiptRecord
        PERFORM WRITE-RECEIPT-LINE
    END-IF

    MOVE SPACES TO ReceiptRecord
    STRING "Account No: " DELIMITED SIZE WS-AccountNumber-Edit DELIMITED SIZE
           "   Customer: " DELIMITED SIZE WS-Pay-CustomerName DELIMITED SIZE
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    MOVE SPACES TO ReceiptRecord
    STRING "Beneficiary: " DELIMITED SIZE WS-Pay-BeneName DELIMITED SIZE
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    IF WS-Function = "Q"
        MOVE SPACES TO ReceiptRecord
        STRING "Bank Code: " DELIMITED SIZE WS-Pay-BankCode DELIMITED SIZE
               "   Account: " DELIMITED SIZE WS-Pay-BeneAccount DELIMITED SIZE
               INTO ReceiptRecord
        PERFORM WRITE-RECEIPT-LINE
        MOVE SPACES TO ReceiptRecord
        STRING "Reference: " DELIMITED SIZE WS-Pay-Reference DELIMITED SIZE
               INTO ReceiptRecord
        PERFORM WRITE-RECEIPT-LINE
    END-IF

    MOVE WS-Pay-Amount TO WS-Amount-Edit
    MOVE SPACES TO ReceiptRecord
    STRING "Amount: " DELIMITED SIZE WS-Amount-Edit DELIMITED SIZE
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    MOVE WS-FeeAmount TO WS-Fee-Edit
    MOVE SPACES TO ReceiptRecord
    STRING "Fee: " DELIMITED SIZE WS-Fee-Edit DELIMITED SIZE
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    MOVE WS-Pay-BalanceAfterFee TO WS-Balance-Edit
    MOVE SPACES TO ReceiptRecord
    STRING "New Balance: " DELIMITED SIZE WS-Balance-Edit DELIMITED SIZE
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    MOVE SPACES TO ReceiptRecord
    STRING "===============================================================" INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    MOVE SPACES TO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    CLOSE ReceiptFile.

WRITE-RECEIPT-LINE.
    WRITE ReceiptRecord
    IF WS-FileStatus NOT EQUAL ZERO
        MOVE WS-FileStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to write to RECEIPT.DAT. File Status: " WS-FileStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "WRITE" TO WS-ErrorLog-Operation
        MOVE WS-FileStatus TO WS-ErrorLog-FileStatus
        MOVE "RECEIPT.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-EXTXFER-ERROR
        CLOSE ReceiptFile
        CLOSE CustomerMasterFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOG-EXTXFER-ERROR.
    MOVE "ExternalTransfer" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "OperatorSignon.cpy".
COPY "AccountTypeLookup.cpy".
COPY "BatchWindowCheck.cpy".

END PROGRAM ExternalTransfer.
