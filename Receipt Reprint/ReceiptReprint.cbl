   05 WS-X-AccountNumber PIC 9(8) VALUE ZEROS.
   05 WS-X-CustomerName PIC X(20) VALUE SPACES.

01 WS-TransactionLabel PIC X(12) VALUE SPACES.
01 WS-FinalBalance PIC 9(7)V99 VALUE ZEROS.
01 WS-PriorBalance PIC S9(8)V99 VALUE ZEROS.

            WHEN "D"
            WHEN "W"
            WHEN "T"
            WHEN "L"
            WHEN "E"
                MOVE "Y" TO WS-OrigFound
                MOVE TL-AccountNumber TO WS-Orig-AccountNumber
                MOVE TL-CustomerName TO WS-Orig-CustomerName
        WHEN "D" MOVE "Deposit" TO WS-TransactionLabel
        WHEN "W" MOVE "Withdrawal" TO WS-TransactionLabel
        WHEN "T" MOVE "Transfer" TO WS-TransactionLabel
        WHEN "L" MOVE "Loan Payment" TO WS-TransactionLabel
        WHEN "E" MOVE "Ext Payment" TO WS-TransactionLabel
    END-EVALUATE
    IF WS-FeeFound = "Y"
        MOVE WS-Fee-BalanceAfter TO WS-FinalBalance
