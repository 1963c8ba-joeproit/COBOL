01 StockAdjustmentRecord.
   05 SA-AdjustDate         PIC 9(8).
   05 SA-StoreID            PIC X(4).
   05 SA-ProductID          PIC X(10).
   05 SA-AdjustQty          PIC S9(6).
   05 SA-ReasonCode         PIC X(2).
   05 SA-Source             PIC X(8).
   05 SA-OperatorID         PIC X(8).
