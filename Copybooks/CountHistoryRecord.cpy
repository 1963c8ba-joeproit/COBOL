01 CountHistoryRecord.
   05 CH-PostDate           PIC 9(8).
   05 CH-StoreID            PIC X(4).
   05 CH-Category           PIC X(10).
   05 CH-LinesCounted       PIC 9(5).
   05 CH-ShrinkUnits        PIC 9(7).
   05 CH-ShrinkValue        PIC 9(9)V99.
   05 CH-OverUnits          PIC 9(7).
   05 CH-OverValue          PIC 9(9)V99.
