    SELECT AlertEventFile ASSIGN TO "ALERTEVT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AlertEvent-OpenStatus.
