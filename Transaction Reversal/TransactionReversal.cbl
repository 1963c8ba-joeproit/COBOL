   05 WS-Orig-TranDate PIC 9(8) VALUE ZEROS.
   05 WS-Orig-TransactionType PIC X VALUE SPACE.
   05 WS-Orig-Amount PIC 9(7)V99 VALUE ZEROS.
   05 WS-Orig-OperatorID PIC X(8) VALUE SPACES.
01 WS-XEntry.
   05 WS-X-AccountNumber PIC 9(8) VALUE ZEROS.
   05 WS-X-CustomerName PIC X(20) VALUE SPACES.
                MOVE TL-TranDate TO WS-Orig-TranDate
                MOVE TL-TransactionType TO WS-Orig-TransactionType
                MOVE TL-Amount TO WS-Orig-Amount
                MOVE TL-OperatorID TO WS-Orig-OperatorID
            WHEN "X"
                MOVE "Y" TO WS-XEntryFound
                MOVE TL-AccountNumber TO WS-X-AccountNumber
        MOVE WS-SourceNewBalance TO TL-BalanceAfter
        MOVE WS-ReceiptNumber TO TL-ReceiptNumber
        MOVE WS-OrigReceipt TO TL-RefReceiptNumber
        MOVE WS-Audit-OperatorID TO TL-OperatorID
        MOVE "RV" TO TL-Channel
        MOVE WS-Orig-OperatorID TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        IF WS-FeeFound = "Y"
            MOVE WS-Orig-AccountNumber TO TL-AccountNumber
            MOVE WS-SourceFinalBalance TO TL-BalanceAfter
            MOVE WS-ReceiptNumber TO TL-ReceiptNumber
            MOVE WS-OrigReceipt TO TL-RefReceiptNumber
            MOVE WS-Audit-OperatorID TO TL-OperatorID
            MOVE "RV" TO TL-Channel
            MOVE WS-Orig-OperatorID TO TL-OrigOperatorID
            WRITE TransactionLogRecord
        END-IF
        IF WS-Orig-TransactionType = "T"
            MOVE WS-TargetNewBalance TO TL-BalanceAfter
            MOVE WS-ReceiptNumber TO TL-ReceiptNumber
            MOVE WS-OrigReceipt TO TL-RefReceiptNumber
            MOVE WS-Audit-OperatorID TO TL-OperatorID
            MOVE "RV" TO TL-Channel
            MOVE WS-Orig-OperatorID TO TL-OrigOperatorID
            WRITE TransactionLogRecord
        END-IF
        CLOSE TransactionLogFile
