    MOVE "O" TO CM-AccountStatus
    MOVE ZEROS TO CM-HoldAmount
    MOVE ZEROS TO CM-HoldReleaseDate
    MOVE SPACES TO CM-AccountType
    MOVE ZEROS TO CM-WithdrawalMonth
    MOVE ZEROS TO CM-WithdrawalCount
    MOVE SPACES TO CM-BranchCode
    WRITE CustomerMasterRecord
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
    MOVE OTL-BalanceAfter TO TL-BalanceAfter
    MOVE ZEROS TO TL-ReceiptNumber
    MOVE ZEROS TO TL-RefReceiptNumber
    MOVE WS-Audit-OperatorID TO TL-OperatorID
    MOVE "CV" TO TL-Channel
    MOVE SPACES TO TL-OrigOperatorID
    WRITE TransactionLogRecord.

COPY "FileStatusLookup.cpy".
