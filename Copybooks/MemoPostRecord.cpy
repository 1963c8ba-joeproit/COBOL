01 MemoPostRecord.
   05 MP-Status              PIC X.
   05 MP-EntryDate           PIC 9(8).
   05 MP-EntryTime           PIC 9(6).
   05 MP-OperatorID          PIC X(8).
   05 MP-AccountNumber       PIC 9(8).
   05 MP-CustomerName        PIC X(20).
   05 MP-TransactionType     PIC X.
   05 MP-Amount              PIC 9(7)V99.
   05 MP-FeeAmount           PIC 9(7)V99.
   05 MP-DepositType         PIC X.
   05 MP-HoldAmount          PIC 9(7)V99.
   05 MP-HoldReleaseDate     PIC 9(8).
   05 MP-TargetAccountNumber PIC 9(8).
   05 MP-TargetCustomerName  PIC X(20).
   05 MP-ReceiptNumber       PIC 9(8).
   05 MP-ApplyDate           PIC 9(8).
   05 MP-FailReason          PIC X(30).
