01 ReturnedItemRecord.
   05 RI-ReturnDate         PIC 9(8).
   05 RI-AccountNumber      PIC 9(8).
   05 RI-OrigReceipt        PIC 9(8).
   05 RI-ReturnReceipt      PIC 9(8).
   05 RI-Amount             PIC 9(7)V99.
   05 RI-Debited            PIC 9(7)V99.
   05 RI-Fee                PIC 9(7)V99.
   05 RI-FeeCharged         PIC 9(7)V99.
   05 RI-HoldReleased       PIC 9(7)V99.
   05 RI-Reason             PIC X(20).
   05 RI-OperatorID         PIC X(8).
