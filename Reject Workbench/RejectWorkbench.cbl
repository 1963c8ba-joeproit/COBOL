        WHEN WS-Tel-TransactionType NOT = "D"
                AND WS-Tel-TransactionType NOT = "W"
                AND WS-Tel-TransactionType NOT = "T"
                AND WS-Tel-TransactionType NOT = "L"
            MOVE "N" TO WS-RecordValid
            MOVE "Invalid transaction type - must be D, W, T or L"
                TO WS-RejectReason
        WHEN WS-Tel-Amount IS NOT NUMERIC
            MOVE "N" TO WS-RecordValid
                OR WS-Tel-TargetAccount = WS-Tel-AccountNumber)
            MOVE "N" TO WS-RecordValid
            MOVE "Invalid transfer target account" TO WS-RejectReason
        WHEN WS-Tel-TransactionType = "L"
                AND WS-Tel-TargetAccount IS NOT NUMERIC
            MOVE "N" TO WS-RecordValid
            MOVE "Invalid loan number - not numeric" TO WS-RejectReason
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
