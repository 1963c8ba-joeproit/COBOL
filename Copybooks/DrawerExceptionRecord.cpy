01 DrawerExceptionRecord.
   05 DX-BusinessDate       PIC 9(8).
   05 DX-TellerID           PIC X(8).
   05 DX-ExceptionType      PIC X(12).
   05 DX-Expected           PIC 9(9)V99.
   05 DX-Counted            PIC 9(9)V99.
   05 DX-Difference         PIC 9(9)V99.
