    SELECT CustInfoFile ASSIGN TO "CUSTINFO.MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CI-CustomerID
           ALTERNATE RECORD KEY IS CI-LegalName WITH DUPLICATES
           FILE STATUS IS WS-CustInfoStatus.
