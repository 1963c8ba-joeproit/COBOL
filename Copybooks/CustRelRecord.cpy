01 CustRelRecord.
   05 CR-Key.
      10 CR-AccountNumber   PIC 9(8).
      10 CR-CustomerID      PIC 9(8).
   05 CR-Role               PIC X.
   05 CR-LinkedDate         PIC 9(8).
   05 CR-LinkedBy           PIC X(8).
