01 VendorProductRecord.
   05 VP-VendorID           PIC X(6).
   05 VP-ProductID          PIC X(10).
