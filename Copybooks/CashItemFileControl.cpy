    SELECT CashItemFile ASSIGN TO "CASHITEM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CashItem-OpenStatus.
