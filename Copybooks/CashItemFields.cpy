01 WS-CashItem-OpenStatus    PIC 9(2) VALUE ZEROS.
01 WS-CashItem-TranDate      PIC 9(8) VALUE ZEROS.
01 WS-CashItem-ReceiptNumber PIC 9(8) VALUE ZEROS.
01 WS-CashItem-AccountNumber PIC 9(8) VALUE ZEROS.
01 WS-CashItem-TranType      PIC X VALUE SPACE.
01 WS-CashItem-DepositType   PIC X VALUE SPACE.
01 WS-CashItem-Amount        PIC 9(7)V99 VALUE ZEROS.
01 WS-CashItem-OperatorID    PIC X(8) VALUE SPACES.
