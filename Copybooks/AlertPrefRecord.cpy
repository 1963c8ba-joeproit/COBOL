01 AlertPrefRecord.
   05 AP-AccountNumber      PIC 9(8).
   05 AP-Channel            PIC X.
   05 AP-MobileNumber       PIC X(15).
   05 AP-EmailAddress       PIC X(50).
   05 AP-LowBalanceOptIn    PIC X.
   05 AP-LowBalanceLevel    PIC 9(7)V99.
   05 AP-WithdrawalOptIn    PIC X.
   05 AP-WithdrawalLevel    PIC 9(7)V99.
   05 AP-HoldReleaseOptIn   PIC X.
   05 AP-OrderFailOptIn     PIC X.
   05 AP-DecisionOptIn      PIC X.
   05 AP-DormancyOptIn      PIC X.
   05 AP-ChangedDate        PIC 9(8).
   05 AP-ChangedBy          PIC X(8).
