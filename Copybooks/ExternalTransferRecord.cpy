01 ExternalTransferRecord.
   05 XT-TransferReceipt    PIC 9(8).
   05 XT-QueueDate          PIC 9(8).
   05 XT-AccountNumber      PIC 9(8).
   05 XT-Amount             PIC 9(7)V99.
   05 XT-Fee                PIC 9(7)V99.
   05 XT-BankCode           PIC 9(9).
   05 XT-BeneAccount        PIC X(17).
   05 XT-BeneName           PIC X(22).
   05 XT-Reference          PIC X(18).
   05 XT-Status             PIC X.
   05 XT-FileDate           PIC 9(8).
   05 XT-FileSeq            PIC 9(4).
   05 XT-OperatorID         PIC X(8).
