COPY "TransactionLogRecord.cpy".

FD NewTransactionLogFile.
01 NewTransactionLogRecord PIC X(89).

FD LogArchiveFile.
01 LogArchiveRecord PIC X(89).

FD RetentionConfigFile.
01 RetentionConfigLine PIC X(10).
    MOVE WS-Carry-BalanceAfter(WS-CarryIndex) TO TL-BalanceAfter
    MOVE ZEROS TO TL-ReceiptNumber
    MOVE ZEROS TO TL-RefReceiptNumber
    MOVE "ROLLOFF" TO TL-OperatorID
    MOVE "LR" TO TL-Channel
    MOVE SPACES TO TL-OrigOperatorID
    MOVE TransactionLogRecord TO NewTransactionLogRecord
    WRITE NewTransactionLogRecord
    ADD 1 TO WS-CarryWrittenCount.
