    SELECT CustRelFile ASSIGN TO "CUSTREL.MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-Key
           ALTERNATE RECORD KEY IS CR-CustomerID WITH DUPLICATES
           FILE STATUS IS WS-CustRelStatus.
