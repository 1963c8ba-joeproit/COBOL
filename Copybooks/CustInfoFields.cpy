01 WS-CustInfoStatus        PIC 9(2) VALUE ZEROS.
01 WS-CustRelStatus         PIC 9(2) VALUE ZEROS.
01 WS-Cif-FilesOpen         PIC X VALUE "N".
01 WS-Cif-AccountNumber     PIC 9(8) VALUE ZEROS.
01 WS-Cif-EndOfLinks        PIC X VALUE "N".
01 WS-Cif-PrimaryFound      PIC X VALUE "N".
01 WS-Cif-PrimaryID         PIC 9(8) VALUE ZEROS.
01 WS-Cif-OwnerCount        PIC 9(2) VALUE ZEROS.
01 WS-Cif-OwnerIndex        PIC 9(2) VALUE ZEROS.
01 WS-Cif-OwnerTable.
   05 WS-Cif-Owner OCCURS 10 TIMES.
      10 WS-Cif-Owner-ID    PIC 9(8) VALUE ZEROS.
      10 WS-Cif-Owner-Role  PIC X VALUE SPACE.
      10 WS-Cif-Owner-Name  PIC X(40) VALUE SPACES.
01 WS-Cif-RoleCode          PIC X VALUE SPACE.
01 WS-Cif-RoleLabel         PIC X(7) VALUE SPACES.
