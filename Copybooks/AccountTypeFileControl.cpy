    SELECT AccountTypeFile ASSIGN TO "ACCTTYPE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AccountTypeFileStatus.
