FD CashItemFile.
01 CashItemRecord.
   05 CX-TranDate           PIC 9(8).
   05 CX-ReceiptNumber      PIC 9(8).
   05 CX-AccountNumber      PIC 9(8).
   05 CX-TransactionType    PIC X.
   05 CX-DepositType        PIC X.
   05 CX-Amount             PIC 9(7)V99.
   05 CX-OperatorID         PIC X(8).
