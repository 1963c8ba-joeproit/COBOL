    SELECT LoanHistoryFile ASSIGN TO "LOANHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LoanHistStatus.
