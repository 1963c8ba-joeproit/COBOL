01 LoanMasterRecord.
   05 LM-LoanNumber          PIC 9(8).
   05 LM-BorrowerAccount     PIC 9(8).
   05 LM-Status              PIC X.
   05 LM-BookedDate          PIC 9(8).
   05 LM-OriginalPrincipal   PIC 9(7)V99.
   05 LM-AnnualRate          PIC 9V9(4).
   05 LM-TermMonths          PIC 9(3).
   05 LM-PaymentAmount       PIC 9(7)V99.
   05 LM-FirstDueDate        PIC 9(8).
   05 LM-DueDay              PIC 9(2).
   05 LM-NextDueDate         PIC 9(8).
   05 LM-InstallmentsPaid    PIC 9(3).
   05 LM-InstallmentCredit   PIC 9(7)V99.
   05 LM-PrincipalBalance    PIC 9(7)V99.
   05 LM-AccruedInterest     PIC 9(7)V99.
   05 LM-LastAccrualDate     PIC 9(8).
   05 LM-InterestPaidToDate  PIC 9(7)V99.
   05 LM-LastPaymentDate     PIC 9(8).
   05 LM-DaysPastDue         PIC 9(4).
   05 LM-MissedCount         PIC 9(3).
   05 LM-BookedBy            PIC X(8).
