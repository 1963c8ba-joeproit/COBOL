01 VaultPositionRecord.
   05 VP-BusinessDate       PIC 9(8).
   05 VP-OpeningBalance     PIC 9(9)V99.
   05 VP-ClosingBalance     PIC 9(9)V99.
