01 WS-AccountTypeFileStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfAccountTypeFile  PIC X VALUE "N".
01 WS-AcctTypeTable.
   05 WS-AcctType OCCURS 20 TIMES.
      10 WS-AcctType-Code          PIC X(2) VALUE SPACES.
      10 WS-AcctType-Description   PIC X(20) VALUE SPACES.
      10 WS-AcctType-InterestRate  PIC 9V9(4) VALUE ZEROS.
      10 WS-AcctType-MinBalance    PIC 9(7)V99 VALUE ZEROS.
      10 WS-AcctType-WdlAllowance  PIC 9(3) VALUE ZEROS.
      10 WS-AcctType-ExcessWdlFee  PIC 9(5)V99 VALUE ZEROS.
01 WS-AcctTypeCount         PIC 9(2) VALUE ZEROS.
01 WS-AcctTypeIndex         PIC 9(2) VALUE ZEROS.
01 WS-Type-DefaultCode      PIC X(2) VALUE SPACES.
01 WS-Type-Code             PIC X(2) VALUE SPACES.
01 WS-Type-Found            PIC X VALUE "N".
01 WS-Type-Description      PIC X(20) VALUE SPACES.
01 WS-Type-InterestRate     PIC 9V9(4) VALUE ZEROS.
01 WS-Type-MinBalance       PIC 9(7)V99 VALUE ZEROS.
01 WS-Type-WdlAllowance     PIC 9(3) VALUE ZEROS.
01 WS-Type-ExcessWdlFee     PIC 9(5)V99 VALUE ZEROS.
01 WS-Type-TodayDate        PIC 9(8) VALUE ZEROS.
01 WS-Type-CurrentMonth     PIC 9(6) VALUE ZEROS.
01 WS-Type-WdlCountAfter    PIC 9(3) VALUE ZEROS.
01 WS-Type-ExcessFeeDue     PIC 9(5)V99 VALUE ZEROS.
