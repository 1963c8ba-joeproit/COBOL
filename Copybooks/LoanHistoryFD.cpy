FD LoanHistoryFile.
01 LoanHistoryRecord.
   05 LH-LoanNumber          PIC 9(8).
   05 LH-BorrowerAccount     PIC 9(8).
   05 LH-TranDate            PIC 9(8).
   05 LH-EntryType           PIC X.
   05 LH-Amount              PIC 9(7)V99.
   05 LH-InterestPortion     PIC 9(7)V99.
   05 LH-PrincipalPortion    PIC 9(7)V99.
   05 LH-PrincipalAfter      PIC 9(7)V99.
   05 LH-ReceiptNumber       PIC 9(8).
   05 LH-OperatorID          PIC X(8).
