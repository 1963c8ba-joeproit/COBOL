01 StockCountRecord.
   05 SC-StoreID            PIC X(4).
   05 SC-ProductID          PIC X(10).
   05 SC-CountDate          PIC 9(8).
   05 SC-BookQty            PIC S9(6).
   05 SC-CountedQty         PIC 9(6).
   05 SC-ReasonCode         PIC X(2).
   05 SC-Status             PIC X.
   05 SC-CountOperator      PIC X(8).
   05 SC-PostDate           PIC 9(8).
   05 SC-PostOperator       PIC X(8).
