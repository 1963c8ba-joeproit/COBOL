01 TransferRecord.
   05 TR-Number             PIC 9(8).
   05 TR-Status             PIC X.
   05 TR-FromStoreID        PIC X(4).
   05 TR-ToStoreID          PIC X(4).
   05 TR-ProductID          PIC X(10).
   05 TR-Quantity           PIC 9(6).
   05 TR-ShipDate           PIC 9(8).
   05 TR-ShipOperator       PIC X(8).
   05 TR-ReceiveDate        PIC 9(8).
   05 TR-ReceiveOperator    PIC X(8).
