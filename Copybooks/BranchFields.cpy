01 WS-BranchFileStatus      PIC 9(2) VALUE ZEROS.
01 WS-EndOfBranchFile       PIC X VALUE "N".
01 WS-BranchTable.
   05 WS-Branch OCCURS 50 TIMES.
      10 WS-Branch-TableCode       PIC X(4) VALUE SPACES.
      10 WS-Branch-TableName       PIC X(20) VALUE SPACES.
      10 WS-Branch-TableCostCentre PIC 9(4) VALUE ZEROS.
01 WS-BranchCount           PIC 9(2) VALUE ZEROS.
01 WS-BranchIndex           PIC 9(2) VALUE ZEROS.
01 WS-Branch-DefaultCode    PIC X(4) VALUE SPACES.
01 WS-Branch-Code           PIC X(4) VALUE SPACES.
01 WS-Branch-Found          PIC X VALUE "N".
01 WS-Branch-Name           PIC X(20) VALUE SPACES.
01 WS-Branch-CostCentre     PIC 9(4) VALUE ZEROS.
