   05 CM-AccountStatus      PIC X.
   05 CM-HoldAmount         PIC 9(7)V99.
   05 CM-HoldReleaseDate    PIC 9(8).
   05 CM-AccountType        PIC X(2).
   05 CM-WithdrawalMonth    PIC 9(6).
   05 CM-WithdrawalCount    PIC 9(3).
   05 CM-BranchCode         PIC X(4).
