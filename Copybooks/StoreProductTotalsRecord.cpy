01 StoreProductTotalsRecord.
   05 SPT-RunDate PIC 9(8).
   05 SPT-StoreID PIC X(4).
   05 SPT-ProductID PIC X(10).
   05 SPT-Quantity PIC S9(6).
   05 SPT-Amount PIC S9(9)V99.
   05 SPT-Cost PIC S9(9)V99.
   05 SPT-ReturnAmount PIC S9(9)V99.
