    SELECT AlertPrefFile ASSIGN TO "ALERTPREF.MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-AccountNumber
           FILE STATUS IS WS-AlertPrefStatus.
