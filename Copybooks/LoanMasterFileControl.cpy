    SELECT LoanMasterFile ASSIGN TO "LOAN.MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LM-LoanNumber
           ALTERNATE RECORD KEY IS LM-BorrowerAccount WITH DUPLICATES
           FILE STATUS IS WS-LoanMasterStatus.
