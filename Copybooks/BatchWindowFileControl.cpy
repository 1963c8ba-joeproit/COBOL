    SELECT BatchWindowFile ASSIGN TO "BATCHWIN.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BatchWindowStatus.
