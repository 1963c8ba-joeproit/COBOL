   05 TL-BalanceAfter     PIC 9(7)V99.
   05 TL-ReceiptNumber    PIC 9(8).
   05 TL-RefReceiptNumber PIC 9(8).
   05 TL-OperatorID       PIC X(8).
   05 TL-Channel          PIC X(2).
   05 TL-OrigOperatorID   PIC X(8).
