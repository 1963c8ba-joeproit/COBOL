01 LoanScheduleRecord.
   05 LS-LoanNumber          PIC 9(8).
   05 LS-Installment         PIC 9(3).
   05 LS-DueDate             PIC 9(8).
   05 LS-Payment             PIC 9(7)V99.
   05 LS-Interest            PIC 9(7)V99.
   05 LS-Principal           PIC 9(7)V99.
   05 LS-BalanceAfter        PIC 9(7)V99.
