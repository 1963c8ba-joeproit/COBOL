WRITE-CASH-ITEM.
    OPEN EXTEND CashItemFile
    IF WS-CashItem-OpenStatus = "35"
        OPEN OUTPUT CashItemFile
        CLOSE CashItemFile
        OPEN EXTEND CashItemFile
    END-IF
    IF WS-CashItem-OpenStatus = ZERO
        MOVE WS-CashItem-TranDate TO CX-TranDate
        MOVE WS-CashItem-ReceiptNumber TO CX-ReceiptNumber
        MOVE WS-CashItem-AccountNumber TO CX-AccountNumber
        MOVE WS-CashItem-TranType TO CX-TransactionType
        MOVE WS-CashItem-DepositType TO CX-DepositType
        MOVE WS-CashItem-Amount TO CX-Amount
        MOVE WS-CashItem-OperatorID TO CX-OperatorID
        WRITE CashItemRecord
        CLOSE CashItemFile
    END-IF.
