01 WS-LoanMasterStatus       PIC 9(2) VALUE ZEROS.
01 WS-LoanHistStatus         PIC 9(2) VALUE ZEROS.
01 WS-Loan-MasterOpen        PIC X VALUE "N".
01 WS-Loan-Found             PIC X VALUE "N".
01 WS-Loan-Borrower          PIC 9(8) VALUE ZEROS.
01 WS-Loan-RequestedNumber   PIC 9(8) VALUE ZEROS.
01 WS-Loan-EndOfBorrower     PIC X VALUE "N".
01 WS-Loan-RefuseReason      PIC X(50) VALUE SPACES.
01 WS-Loan-TodayDate         PIC 9(8) VALUE ZEROS.
01 WS-Loan-PaymentAmount     PIC 9(7)V99 VALUE ZEROS.
01 WS-Loan-Payoff            PIC 9(8)V99 VALUE ZEROS.
01 WS-Loan-InterestPortion   PIC 9(7)V99 VALUE ZEROS.
01 WS-Loan-PrincipalPortion  PIC 9(7)V99 VALUE ZEROS.
01 WS-Loan-InstallmentsCleared PIC 9(3) VALUE ZEROS.
01 WS-Loan-MonthsLate        PIC S9(5) VALUE ZEROS.
01 WS-Loan-DueDay            PIC 9(2) VALUE ZEROS.
01 WS-Loan-DateWork          PIC 9(8) VALUE ZEROS.
01 WS-Loan-DateWork-Parts REDEFINES WS-Loan-DateWork.
   05 WS-Loan-DW-Year        PIC 9(4).
   05 WS-Loan-DW-Month       PIC 9(2).
   05 WS-Loan-DW-Day         PIC 9(2).
01 WS-Loan-MonthEnd          PIC 9(8) VALUE ZEROS.
01 WS-Loan-MonthEnd-Parts REDEFINES WS-Loan-MonthEnd.
   05 WS-Loan-ME-Year        PIC 9(4).
   05 WS-Loan-ME-Month       PIC 9(2).
   05 WS-Loan-ME-Day         PIC 9(2).
01 WS-Loan-CompareDate       PIC 9(8) VALUE ZEROS.
01 WS-Loan-CompareDate-Parts REDEFINES WS-Loan-CompareDate.
   05 WS-Loan-CD-Year        PIC 9(4).
   05 WS-Loan-CD-Month       PIC 9(2).
   05 WS-Loan-CD-Day         PIC 9(2).
01 WS-Loan-DateInteger       PIC 9(8) VALUE ZEROS.
01 WS-Loan-Hist-EntryType    PIC X VALUE SPACE.
01 WS-Loan-Hist-Amount       PIC 9(7)V99 VALUE ZEROS.
01 WS-Loan-Hist-Interest     PIC 9(7)V99 VALUE ZEROS.
01 WS-Loan-Hist-Principal    PIC 9(7)V99 VALUE ZEROS.
01 WS-Loan-Hist-ReceiptNumber PIC 9(8) VALUE ZEROS.
01 WS-Loan-Hist-OperatorID   PIC X(8) VALUE SPACES.
