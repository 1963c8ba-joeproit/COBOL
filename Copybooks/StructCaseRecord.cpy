01 StructCaseRecord.
   05 SC-AccountNumber      PIC 9(8).
   05 SC-Status             PIC X.
   05 SC-FirstDate          PIC 9(8).
   05 SC-LastDate           PIC 9(8).
   05 SC-ItemCount          PIC 9(3).
   05 SC-TotalAmount        PIC 9(9)V99.
   05 SC-TellerCount        PIC 9(2).
   05 SC-DetectedDate       PIC 9(8).
   05 SC-ReviewedBy         PIC X(8).
   05 SC-ReviewedDate       PIC 9(8).
   05 SC-ReviewNote         PIC X(30).
