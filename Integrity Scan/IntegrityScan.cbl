IDENTIFICATION DIVISION.
PROGRAM-ID. IntegrityScan.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "CustomerMasterFileControl.cpy".
    COPY "ProductMasterFileControl.cpy".
    COPY "OperatorMasterFileControl.cpy".

    SELECT PendingFile ASSIGN TO "PENDING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PendingStatus.

    SELECT StandingOrderFile ASSIGN TO "STANDING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StandingStatus.

    SELECT StockFile ASSIGN TO "STOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockStatus.

    SELECT StoreConfigFile ASSIGN TO "STORES.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StoreConfigStatus.

    SELECT EmployeeFile ASSIGN TO "EMPLOYEE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EmployeeStatus.

    SELECT CommissionPayFile ASSIGN TO "COMMPAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PayStatus.

    SELECT IntegrityConfigFile ASSIGN TO "INTEGRITY.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IntegrityCfgStatus.

    SELECT IntegrityReportFile ASSIGN TO "INTEGRITY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD ProductMasterFile.
COPY "ProductMasterRecord.cpy".

COPY "OperatorMasterFD.cpy".

FD PendingFile.
COPY "PendingTransactionRecord.cpy".

FD StandingOrderFile.
COPY "StandingOrderRecord.cpy".

FD StockFile.
COPY "StockRecord.cpy".

FD StoreConfigFile.
01 StoreConfigLine PIC X(24).

FD EmployeeFile.
COPY "EmployeeExtractRecord.cpy".

FD CommissionPayFile.
01 CommissionPayRecord.
   05 CP-EmployeeID PIC 9(10).
   05 CP-EmployeeName PIC X(30).
   05 CP-CommissionAmount PIC 9(7)V99.
   05 CP-RunDate PIC 9(8).

FD IntegrityConfigFile.
01 IntegrityConfigLine PIC X(10).

FD IntegrityReportFile.
01 IntegrityReportLine PIC X(120).

COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-OperatorFileStatus PIC 9(2) VALUE ZEROS.
01 WS-PendingStatus PIC 9(2) VALUE ZEROS.
01 WS-StandingStatus PIC 9(2) VALUE ZEROS.
01 WS-StockStatus PIC 9(2) VALUE ZEROS.
01 WS-StoreConfigStatus PIC 9(2) VALUE ZEROS.
01 WS-EmployeeStatus PIC 9(2) VALUE ZEROS.
01 WS-PayStatus PIC 9(2) VALUE ZEROS.
01 WS-IntegrityCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfFile PIC X VALUE "N".
01 WS-ProductsPresent PIC X VALUE "N".
01 WS-StoresPresent PIC X VALUE "N".
01 WS-EmployeesPresent PIC X VALUE "N".
01 WS-OperatorsPresent PIC X VALUE "N".

01 WS-IntegrityMode PIC X VALUE "W".
01 WS-RunDate PIC 9(8) VALUE ZEROS.

01 WS-RuleCount PIC 9(2) VALUE 7.
01 WS-RuleIndex PIC 9(2) VALUE ZEROS.
01 WS-RuleTable.
   05 WS-Rule OCCURS 7 TIMES.
      10 WS-Rule-Code PIC X(3) VALUE SPACES.
      10 WS-Rule-File PIC X(12) VALUE SPACES.
      10 WS-Rule-Label PIC X(50) VALUE SPACES.
      10 WS-Rule-Checked PIC X VALUE "N".
      10 WS-Rule-Read PIC 9(8) VALUE ZEROS.
      10 WS-Rule-Exceptions PIC 9(6) VALUE ZEROS.

01 WS-StoreCount PIC 9(2) VALUE ZEROS.
01 WS-StoreIndex PIC 9(2) VALUE ZEROS.
01 WS-StoreOverflow PIC 9(4) VALUE ZEROS.
01 WS-StoreTable.
   05 WS-Store-ID PIC X(4) OCCURS 20 TIMES VALUE SPACES.

01 WS-EmployeeCount PIC 9(4) VALUE ZEROS.
01 WS-EmployeeIndex PIC 9(4) VALUE ZEROS.
01 WS-EmployeeMatch PIC 9(4) VALUE ZEROS.
01 WS-EmployeeOverflow PIC 9(6) VALUE ZEROS.
01 WS-EmployeeTable.
   05 WS-Employee OCCURS 500 TIMES.
      10 WS-Employee-ID PIC 9(10) VALUE ZEROS.
      10 WS-Employee-Store PIC X(4) VALUE SPACES.
      10 WS-Employee-TermDate PIC 9(8) VALUE ZEROS.
      10 WS-Employee-Active PIC X VALUE SPACE.

01 WS-OperatorCount PIC 9(3) VALUE ZEROS.
01 WS-OperatorIndex PIC 9(3) VALUE ZEROS.
01 WS-OperatorOverflow PIC 9(4) VALUE ZEROS.
01 WS-OperatorTable.
   05 WS-Operator-ID PIC X(8) OCCURS 200 TIMES VALUE SPACES.

01 WS-SystemIDCount PIC 9(2) VALUE 10.
01 WS-SystemIDIndex PIC 9(2) VALUE ZEROS.
01 WS-SystemIDTable.
   05 WS-SystemID PIC X(8) OCCURS 10 TIMES VALUE SPACES.

01 WS-UnknownCount PIC 9(3) VALUE ZEROS.
01 WS-UnknownIndex PIC 9(3) VALUE ZEROS.
01 WS-UnknownOverflow PIC 9(6) VALUE ZEROS.
01 WS-UnknownTable.
   05 WS-Unknown OCCURS 200 TIMES.
      10 WS-Unknown-ID PIC X(8) VALUE SPACES.
      10 WS-Unknown-Entries PIC 9(6) VALUE ZEROS.
      10 WS-Unknown-FirstDate PIC X(8) VALUE SPACES.
      10 WS-Unknown-LastDate PIC X(8) VALUE SPACES.
      10 WS-Unknown-Program PIC X(20) VALUE SPACES.

01 WS-Found PIC X VALUE "N".
01 WS-AccountState PIC X VALUE SPACE.
01 WS-CheckAccount PIC 9(8) VALUE ZEROS.
01 WS-CheckStore PIC X(4) VALUE SPACES.
01 WS-CheckOperator PIC X(8) VALUE SPACES.
01 WS-ExceptionKey PIC X(18) VALUE SPACES.
01 WS-ExceptionText PIC X(100) VALUE SPACES.
01 WS-AccountProblem PIC X(30) VALUE SPACES.

01 WS-TotalRead PIC 9(8) VALUE ZEROS.
01 WS-TotalExceptions PIC 9(6) VALUE ZEROS.
01 WS-RulesNotChecked PIC 9(2) VALUE ZEROS.

01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-Date-Edit PIC 9(4)/99/99.
01 WS-AccountNumber-Edit PIC Z(7)9.
01 WS-TargetNumber-Edit PIC Z(7)9.
01 WS-EmployeeID-Edit PIC Z(9)9.
01 WS-Amount-Edit PIC Z(6)9.99.
01 WS-Qty-Edit PIC -(6)9.
01 WS-Count-Edit PIC ZZZ,ZZ9.
01 WS-Read-Edit PIC ZZ,ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "IntegrityScan" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD
    PERFORM LOAD-INTEGRITY-MODE
    PERFORM LOAD-RULES

    OPEN INPUT CustomerMasterFile
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open CUSTOMER.MASTER. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-MasterStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-INTEGRITY-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT IntegrityReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open INTEGRITY.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "INTEGRITY.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-INTEGRITY-ERROR
        CLOSE CustomerMasterFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT ProductMasterFile
    IF WS-ProductMasterStatus = ZERO
        MOVE "Y" TO WS-ProductsPresent
    END-IF
    PERFORM LOAD-STORE-TABLE
    PERFORM LOAD-EMPLOYEE-TABLE
    PERFORM LOAD-OPERATOR-TABLE
    PERFORM CHECK-TABLE-OVERFLOW

    PERFORM WRITE-REPORT-HEADING
    PERFORM CHECK-PENDING-ACCOUNTS
    PERFORM CHECK-STANDING-ACCOUNTS
    PERFORM CHECK-STOCK-PRODUCTS
    PERFORM CHECK-STOCK-STORES
    PERFORM CHECK-EMPLOYEE-STORES
    PERFORM CHECK-COMMISSION-PAYEES
    PERFORM CHECK-JOURNAL-OPERATORS
    PERFORM WRITE-REPORT-SUMMARY

    CLOSE IntegrityReportFile
    CLOSE CustomerMasterFile
    IF WS-ProductsPresent = "Y"
        CLOSE ProductMasterFile
    END-IF

    DISPLAY "Records checked:     " WS-TotalRead
    DISPLAY "Exceptions found:    " WS-TotalExceptions
    IF WS-RulesNotChecked > ZERO
        DISPLAY "Rules not checked:   " WS-RulesNotChecked
                " (source file not on file)"
    END-IF
    DISPLAY "Report written to INTEGRITY.RPT"

    MOVE WS-TotalRead TO WS-JobStats-RecordsRead
    MOVE ZEROS TO WS-JobStats-RecordsWritten
    MOVE WS-TotalExceptions TO WS-JobStats-RecordsRejected
    IF WS-TotalExceptions = ZERO
        MOVE ZEROS TO WS-JobStats-ReturnCode
        PERFORM WRITE-JOB-STATS
        MOVE ZERO TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-IntegrityMode = "S"
        DISPLAY "Integrity exceptions found - INTEGRITY.CFG is set to stop "
                "the job stream"
        MOVE 8 TO WS-JobStats-ReturnCode
        PERFORM WRITE-JOB-STATS
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "Integrity exceptions found - warning only, job stream "
                "continues"
        MOVE 4 TO WS-JobStats-ReturnCode
        PERFORM WRITE-JOB-STATS
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

LOAD-INTEGRITY-MODE.
    MOVE "W" TO WS-IntegrityMode
    OPEN INPUT IntegrityConfigFile
    IF WS-IntegrityCfgStatus = ZERO
        READ IntegrityConfigFile
            AT END CONTINUE
            NOT AT END
                IF IntegrityConfigLine(1:1) = "S"
                    MOVE "S" TO WS-IntegrityMode
                END-IF
        END-READ
        CLOSE IntegrityConfigFile
    END-IF.

LOAD-RULES.
    MOVE "R01" TO WS-Rule-Code(1)
    MOVE "PENDING.DAT" TO WS-Rule-File(1)
    MOVE "Pending items for missing or closed accounts" TO WS-Rule-Label(1)
    MOVE "R02" TO WS-Rule-Code(2)
    MOVE "STANDING.DAT" TO WS-Rule-File(2)
    MOVE "Active standing orders for missing or closed accounts"
        TO WS-Rule-Label(2)
    MOVE "R03" TO WS-Rule-Code(3)
    MOVE "STOCK.DAT" TO WS-Rule-File(3)
    MOVE "Stock rows for products not on PRODUCT.MASTER" TO WS-Rule-Label(3)
    MOVE "R04" TO WS-Rule-Code(4)
    MOVE "STOCK.DAT" TO WS-Rule-File(4)
    MOVE "Stock rows for stores not in STORES.CFG" TO WS-Rule-Label(4)
    MOVE "R05" TO WS-Rule-Code(5)
    MOVE "EMPLOYEE.DAT" TO WS-Rule-File(5)
    MOVE "Employee home stores not in STORES.CFG" TO WS-Rule-Label(5)
    MOVE "R06" TO WS-Rule-Code(6)
    MOVE "COMMPAY.DAT" TO WS-Rule-File(6)
    MOVE "Commission payments for terminated employees" TO WS-Rule-Label(6)
    MOVE "R07" TO WS-Rule-Code(7)
    MOVE "AUDIT.JRL" TO WS-Rule-File(7)
    MOVE "Journal operators not on OPERATOR.DAT" TO WS-Rule-Label(7)

    MOVE "BATCH" TO WS-SystemID(1)
    MOVE "CONVERT" TO WS-SystemID(2)
    MOVE "CYCLE" TO WS-SystemID(3)
    MOVE "DORMANCY" TO WS-SystemID(4)
    MOVE "HOLDREL" TO WS-SystemID(5)
    MOVE "INBOUND" TO WS-SystemID(6)
    MOVE "MEMOPOST" TO WS-SystemID(7)
    MOVE "PURGE" TO WS-SystemID(8)
    MOVE "SORDER" TO WS-SystemID(9)
    MOVE "ROLLOFF" TO WS-SystemID(10).

LOAD-STORE-TABLE.
    MOVE ZERO TO WS-StoreCount
    MOVE "N" TO WS-EndOfFile
    OPEN INPUT StoreConfigFile
    IF WS-StoreConfigStatus = ZERO
        PERFORM UNTIL WS-EndOfFile = "Y"
            READ StoreConfigFile
                AT END SET WS-EndOfFile TO "Y"
                NOT AT END
                    IF StoreConfigLine(1:4) NOT = SPACES
                        IF WS-StoreCount < 20
                            ADD 1 TO WS-StoreCount
                            MOVE StoreConfigLine(1:4) TO WS-Store-ID(WS-StoreCount)
                        ELSE
                            ADD 1 TO WS-StoreOverflow
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StoreConfigFile
    END-IF
    IF WS-StoreCount > ZERO
        MOVE "Y" TO WS-StoresPresent
    END-IF.

LOAD-EMPLOYEE-TABLE.
    MOVE ZERO TO WS-EmployeeCount
    MOVE "N" TO WS-EndOfFile
    OPEN INPUT EmployeeFile
    IF WS-EmployeeStatus = ZERO
        MOVE "Y" TO WS-EmployeesPresent
        PERFORM UNTIL WS-EndOfFile = "Y"
            READ EmployeeFile
                AT END SET WS-EndOfFile TO "Y"
                NOT AT END
                    IF WS-EmployeeCount < 500
                        ADD 1 TO WS-EmployeeCount
                        MOVE EX-EMPLOYEE-ID TO WS-Employee-ID(WS-EmployeeCount)
                        MOVE EX-HOME-STORE TO WS-Employee-Store(WS-EmployeeCount)
                        IF EX-TERM-DATE IS NUMERIC
                            MOVE EX-TERM-DATE
                                TO WS-Employee-TermDate(WS-EmployeeCount)
                        ELSE
                            MOVE ZEROS TO WS-Employee-TermDate(WS-EmployeeCount)
                        END-IF
                        MOVE EX-ACTIVE-FLAG TO WS-Employee-Active(WS-EmployeeCount)
                    ELSE
                        ADD 1 TO WS-EmployeeOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EmployeeFile
    END-IF.

LOAD-OPERATOR-TABLE.
    MOVE ZERO TO WS-OperatorCount
    MOVE "N" TO WS-EndOfFile
    OPEN INPUT OperatorMasterFile
    IF WS-OperatorFileStatus = ZERO
        MOVE "Y" TO WS-OperatorsPresent
        PERFORM UNTIL WS-EndOfFile = "Y"
            READ OperatorMasterFile
                AT END SET WS-EndOfFile TO "Y"
                NOT AT END
                    IF WS-OperatorCount < 200
                        ADD 1 TO WS-OperatorCount
                        MOVE OP-OperatorID TO WS-Operator-ID(WS-OperatorCount)
                    ELSE
                        ADD 1 TO WS-OperatorOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OperatorMasterFile
    END-IF.

CHECK-TABLE-OVERFLOW.
    IF WS-StoreOverflow > ZERO
        DISPLAY "Error: STORES.CFG holds more than 20 stores - "
                WS-StoreOverflow " store(s) could not be loaded."
        MOVE "LOAD" TO WS-ErrorLog-Operation
        MOVE "OVFL" TO WS-ErrorLog-FileStatus
        MOVE "STORES.CFG" TO WS-ErrorLog-FileName
        PERFORM LOG-INTEGRITY-ERROR
    END-IF
    IF WS-EmployeeOverflow > ZERO
        DISPLAY "Error: EMPLOYEE.DAT holds more than 500 employees - "
                WS-EmployeeOverflow " employee(s) could not be loaded."
        MOVE "LOAD" TO WS-ErrorLog-Operation
        MOVE "OVFL" TO WS-ErrorLog-FileStatus
        MOVE "EMPLOYEE.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-INTEGRITY-ERROR
    END-IF
    IF WS-OperatorOverflow > ZERO
        DISPLAY "Error: OPERATOR.DAT holds more than 200 operators - "
                WS-OperatorOverflow " operator(s) could not be loaded."
        MOVE "LOAD" TO WS-ErrorLog-Operation
        MOVE "OVFL" TO WS-ErrorLog-FileStatus
        MOVE "OPERATOR.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-INTEGRITY-ERROR
    END-IF
    IF WS-StoreOverflow > ZERO OR WS-EmployeeOverflow > ZERO
            OR WS-OperatorOverflow > ZERO
        DISPLAY "Error: references to the entries not loaded would be "
                "reported as false exceptions. Run refused."
        CLOSE IntegrityReportFile
        CLOSE CustomerMasterFile
        IF WS-ProductsPresent = "Y"
            CLOSE ProductMasterFile
        END-IF
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

CHECK-PENDING-ACCOUNTS.
    MOVE 1 TO WS-RuleIndex
    PERFORM WRITE-RULE-HEADING
    OPEN INPUT PendingFile
    IF WS-PendingStatus NOT EQUAL ZERO
        PERFORM WRITE-RULE-NOT-CHECKED
    ELSE
        MOVE "Y" TO WS-Rule-Checked(WS-RuleIndex)
        MOVE "N" TO WS-EndOfFile
        PERFORM UNTIL WS-EndOfFile = "Y"
            READ PendingFile
                AT END SET WS-EndOfFile TO "Y"
                NOT AT END
                    ADD 1 TO WS-Rule-Read(WS-RuleIndex)
                    IF PT-Status = "P"
                        PERFORM CHECK-PENDING-ENTRY
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PendingFile
        PERFORM WRITE-RULE-FOOTER
    END-IF.

CHECK-PENDING-ENTRY.
    MOVE PT-AccountNumber TO WS-CheckAccount
    PERFORM LOOKUP-ACCOUNT
    IF WS-AccountState NOT = "O"
        MOVE PT-AccountNumber TO WS-AccountNumber-Edit
        MOVE PT-Amount TO WS-Amount-Edit
        MOVE PT-EntryDate TO WS-Date-Edit
        MOVE PT-AccountNumber TO WS-ExceptionKey
        MOVE SPACES TO WS-ExceptionText
        STRING "Account " DELIMITED SIZE
               WS-AccountNumber-Edit DELIMITED SIZE
               " " DELIMITED SIZE
               WS-AccountProblem DELIMITED "  "
               " - type " DELIMITED SIZE
               PT-TransactionType DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE
               " entered " DELIMITED SIZE
               WS-Date-Edit DELIMITED SIZE
               INTO WS-ExceptionText
        PERFORM RECORD-EXCEPTION
    END-IF
    IF PT-TargetAccountNumber > ZERO
        MOVE PT-TargetAccountNumber TO WS-CheckAccount
        PERFORM LOOKUP-ACCOUNT
        IF WS-AccountState NOT = "O"
            MOVE PT-AccountNumber TO WS-AccountNumber-Edit
            MOVE PT-TargetAccountNumber TO WS-TargetNumber-Edit
            MOVE PT-Amount TO WS-Amount-Edit
            MOVE PT-TargetAccountNumber TO WS-ExceptionKey
            MOVE SPACES TO WS-ExceptionText
            STRING "Target " DELIMITED SIZE
                   WS-TargetNumber-Edit DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-AccountProblem DELIMITED "  "
                   " - transfer " DELIMITED SIZE
                   WS-Amount-Edit DELIMITED SIZE
                   " from " DELIMITED SIZE
                   WS-AccountNumber-Edit DELIMITED SIZE
                   INTO WS-ExceptionText
            PERFORM RECORD-EXCEPTION
        END-IF
    END-IF.

CHECK-STANDING-ACCOUNTS.
    MOVE 2 TO WS-RuleIndex
    PERFORM WRITE-RULE-HEADING
    OPEN INPUT StandingOrderFile
    IF WS-StandingStatus NOT EQUAL ZERO
        PERFORM WRITE-RULE-NOT-CHECKED
    ELSE
        MOVE "Y" TO WS-Rule-Checked(WS-RuleIndex)
        MOVE "N" TO WS-EndOfFile
        PERFORM UNTIL WS-EndOfFile = "Y"
            READ StandingOrderFile
                AT END SET WS-EndOfFile TO "Y"
                NOT AT END
                    ADD 1 TO WS-Rule-Read(WS-RuleIndex)
                    IF SO-Status = "A"
                        PERFORM CHECK-STANDING-ORDER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StandingOrderFile
        PERFORM WRITE-RULE-FOOTER
    END-IF.

CHECK-STANDING-ORDER.
    MOVE SO-SourceAccount TO WS-AccountNumber-Edit
    MOVE SO-TargetAccount TO WS-TargetNumber-Edit
    MOVE SO-Amount TO WS-Amount-Edit
    MOVE SO-SourceAccount TO WS-CheckAccount
    PERFORM LOOKUP-ACCOUNT
    IF WS-AccountState NOT = "O"
        MOVE SO-SourceAccount TO WS-ExceptionKey
        MOVE SPACES TO WS-ExceptionText
        STRING "Source " DELIMITED SIZE
               WS-AccountNumber-Edit DELIMITED SIZE
               " " DELIMITED SIZE
               WS-AccountProblem DELIMITED "  "
               " - order " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE
               " to " DELIMITED SIZE
               WS-TargetNumber-Edit DELIMITED SIZE
               INTO WS-ExceptionText
        PERFORM RECORD-EXCEPTION
    END-IF
    MOVE SO-TargetAccount TO WS-CheckAccount
    PERFORM LOOKUP-ACCOUNT
    IF WS-AccountState NOT = "O"
        MOVE SO-TargetAccount TO WS-ExceptionKey
        MOVE SPACES TO WS-ExceptionText
        STRING "Target " DELIMITED SIZE
               WS-TargetNumber-Edit DELIMITED SIZE
               " " DELIMITED SIZE
               WS-AccountProblem DELIMITED "  "
               " - order " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE
               " from " DELIMITED SIZE
               WS-AccountNumber-Edit DELIMITED SIZE
               INTO WS-ExceptionText
        PERFORM RECORD-EXCEPTION
    END-IF.

LOOKUP-ACCOUNT.
    MOVE WS-CheckAccount TO CM-AccountNumber
    READ CustomerMasterFile
        INVALID KEY
            MOVE "M" TO WS-AccountState
            MOVE "not on CUSTOMER.MASTER" TO WS-AccountProblem
        NOT INVALID KEY
            IF CM-AccountStatus = "C"
                MOVE "C" TO WS-AccountState
                MOVE "is closed" TO WS-AccountProblem
            ELSE
                MOVE "O" TO WS-AccountState
                MOVE SPACES TO WS-AccountProblem
            END-IF
    END-READ.

CHECK-STOCK-PRODUCTS.
    MOVE 3 TO WS-RuleIndex
    PERFORM WRITE-RULE-HEADING
    IF WS-ProductsPresent = "N"
        PERFORM WRITE-RULE-NOT-CHECKED
    ELSE
        OPEN INPUT StockFile
        IF WS-StockStatus NOT EQUAL ZERO
            PERFORM WRITE-RULE-NOT-CHECKED
        ELSE
            MOVE "Y" TO WS-Rule-Checked(WS-RuleIndex)
            MOVE "N" TO WS-EndOfFile
            PERFORM UNTIL WS-EndOfFile = "Y"
                READ StockFile
                    AT END SET WS-EndOfFile TO "Y"
                    NOT AT END
                        ADD 1 TO WS-Rule-Read(WS-RuleIndex)
                        PERFORM CHECK-STOCK-PRODUCT
                END-READ
            END-PERFORM
            CLOSE StockFile
            PERFORM WRITE-RULE-FOOTER
        END-IF
    END-IF.

CHECK-STOCK-PRODUCT.
    MOVE SK-ProductID TO PM-ProductID
    READ ProductMasterFile
        INVALID KEY
            MOVE SK-OnHandQty TO WS-Qty-Edit
            MOVE SPACES TO WS-ExceptionKey
            STRING SK-StoreID DELIMITED SIZE
                   "/" DELIMITED SIZE
                   SK-ProductID DELIMITED SPACE
                   INTO WS-ExceptionKey
            MOVE SPACES TO WS-ExceptionText
            STRING "Store " DELIMITED SIZE
                   SK-StoreID DELIMITED SIZE
                   " product " DELIMITED SIZE
                   SK-ProductID DELIMITED SIZE
                   " not on PRODUCT.MASTER - on hand " DELIMITED SIZE
                   WS-Qty-Edit DELIMITED SIZE
                   INTO WS-ExceptionText
            PERFORM RECORD-EXCEPTION
        NOT INVALID KEY CONTINUE
    END-READ.

CHECK-STOCK-STORES.
    MOVE 4 TO WS-RuleIndex
    PERFORM WRITE-RULE-HEADING
    IF WS-StoresPresent = "N"
        PERFORM WRITE-RULE-NOT-CHECKED
    ELSE
        OPEN INPUT StockFile
        IF WS-StockStatus NOT EQUAL ZERO
            PERFORM WRITE-RULE-NOT-CHECKED
        ELSE
            MOVE "Y" TO WS-Rule-Checked(WS-RuleIndex)
            MOVE "N" TO WS-EndOfFile
            PERFORM UNTIL WS-EndOfFile = "Y"
                READ StockFile
                    AT END SET WS-EndOfFile TO "Y"
                    NOT AT END
                        ADD 1 TO WS-Rule-Read(WS-RuleIndex)
                        MOVE SK-StoreID TO WS-CheckStore
                        PERFORM FIND-STORE
                        IF WS-Found = "N"
                            MOVE SK-OnHandQty TO WS-Qty-Edit
                            MOVE SPACES TO WS-ExceptionKey
                            STRING SK-StoreID DELIMITED SIZE
                                   "/" DELIMITED SIZE
                                   SK-ProductID DELIMITED SPACE
                                   INTO WS-ExceptionKey
                            MOVE SPACES TO WS-ExceptionText
                            STRING "Store " DELIMITED SIZE
                                   SK-StoreID DELIMITED SIZE
                                   " not in STORES.CFG - product " DELIMITED SIZE
                                   SK-ProductID DELIMITED SIZE
                                   " on hand " DELIMITED SIZE
                                   WS-Qty-Edit DELIMITED SIZE
                                   INTO WS-ExceptionText
                            PERFORM RECORD-EXCEPTION
                        END-IF
                END-READ
            END-PERFORM
            CLOSE StockFile
            PERFORM WRITE-RULE-FOOTER
        END-IF
    END-IF.

CHECK-EMPLOYEE-STORES.
    MOVE 5 TO WS-RuleIndex
    PERFORM WRITE-RULE-HEADING
    IF WS-StoresPresent = "N" OR WS-EmployeesPresent = "N"
        PERFORM WRITE-RULE-NOT-CHECKED
    ELSE
        MOVE "Y" TO WS-Rule-Checked(WS-RuleIndex)
        PERFORM VARYING WS-EmployeeIndex FROM 1 BY 1
                UNTIL WS-EmployeeIndex > WS-EmployeeCount
            ADD 1 TO WS-Rule-Read(WS-RuleIndex)
            MOVE WS-Employee-Store(WS-EmployeeIndex) TO WS-CheckStore
            PERFORM FIND-STORE
            IF WS-Found = "N"
                MOVE WS-Employee-ID(WS-EmployeeIndex) TO WS-EmployeeID-Edit
                MOVE WS-Employee-ID(WS-EmployeeIndex) TO WS-ExceptionKey
                MOVE SPACES TO WS-ExceptionText
                STRING "Employee " DELIMITED SIZE
                       WS-EmployeeID-Edit DELIMITED SIZE
                       " home store " DELIMITED SIZE
                       WS-CheckStore DELIMITED SIZE
                       " not in STORES.CFG" DELIMITED SIZE
                       INTO WS-ExceptionText
                PERFORM RECORD-EXCEPTION
            END-IF
        END-PERFORM
        PERFORM WRITE-RULE-FOOTER
    END-IF.

FIND-STORE.
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-StoreIndex FROM 1 BY 1
            UNTIL WS-StoreIndex > WS-StoreCount OR WS-Found = "Y"
        IF WS-Store-ID(WS-StoreIndex) = WS-CheckStore
            MOVE "Y" TO WS-Found
        END-IF
    END-PERFORM.

CHECK-COMMISSION-PAYEES.
    MOVE 6 TO WS-RuleIndex
    PERFORM WRITE-RULE-HEADING
    IF WS-EmployeesPresent = "N"
        PERFORM WRITE-RULE-NOT-CHECKED
    ELSE
        OPEN INPUT CommissionPayFile
        IF WS-PayStatus NOT EQUAL ZERO
            PERFORM WRITE-RULE-NOT-CHECKED
        ELSE
            MOVE "Y" TO WS-Rule-Checked(WS-RuleIndex)
            MOVE "N" TO WS-EndOfFile
            PERFORM UNTIL WS-EndOfFile = "Y"
                READ CommissionPayFile
                    AT END SET WS-EndOfFile TO "Y"
                    NOT AT END
                        ADD 1 TO WS-Rule-Read(WS-RuleIndex)
                        PERFORM CHECK-COMMISSION-LINE
                END-READ
            END-PERFORM
            CLOSE CommissionPayFile
            PERFORM WRITE-RULE-FOOTER
        END-IF
    END-IF.

CHECK-COMMISSION-LINE.
    MOVE "N" TO WS-Found
    MOVE ZERO TO WS-EmployeeMatch
    PERFORM VARYING WS-EmployeeIndex FROM 1 BY 1
            UNTIL WS-EmployeeIndex > WS-EmployeeCount OR WS-Found = "Y"
        IF WS-Employee-ID(WS-EmployeeIndex) = CP-EmployeeID
            MOVE "Y" TO WS-Found
            MOVE WS-EmployeeIndex TO WS-EmployeeMatch
        END-IF
    END-PERFORM
    MOVE CP-EmployeeID TO WS-EmployeeID-Edit
    MOVE CP-CommissionAmount TO WS-Amount-Edit
    MOVE CP-RunDate TO WS-Date-Edit
    MOVE CP-EmployeeID TO WS-ExceptionKey
    MOVE SPACES TO WS-ExceptionText
    IF WS-Found = "N"
        STRING "Employee " DELIMITED SIZE
               WS-EmployeeID-Edit DELIMITED SIZE
               " not on EMPLOYEE.DAT - paid " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE
               " on " DELIMITED SIZE
               WS-Date-Edit DELIMITED SIZE
               INTO WS-ExceptionText
        PERFORM RECORD-EXCEPTION
    ELSE
        IF WS-Employee-Active(WS-EmployeeMatch) = "I"
                OR WS-Employee-TermDate(WS-EmployeeMatch) > ZERO
            STRING "Employee " DELIMITED SIZE
                   WS-EmployeeID-Edit DELIMITED SIZE
                   " " DELIMITED SIZE
                   CP-EmployeeName DELIMITED "  "
                   " has left - paid " DELIMITED SIZE
                   WS-Amount-Edit DELIMITED SIZE
                   " on " DELIMITED SIZE
                   WS-Date-Edit DELIMITED SIZE
                   INTO WS-ExceptionText
            PERFORM RECORD-EXCEPTION
        END-IF
    END-IF.

CHECK-JOURNAL-OPERATORS.
    MOVE 7 TO WS-RuleIndex
    PERFORM WRITE-RULE-HEADING
    IF WS-OperatorsPresent = "N"
        PERFORM WRITE-RULE-NOT-CHECKED
    ELSE
        OPEN INPUT AuditJournalFile
        IF WS-AuditJrl-OpenStatus NOT EQUAL ZERO
            PERFORM WRITE-RULE-NOT-CHECKED
        ELSE
            MOVE "Y" TO WS-Rule-Checked(WS-RuleIndex)
            MOVE "N" TO WS-EndOfFile
            PERFORM UNTIL WS-EndOfFile = "Y"
                READ AuditJournalFile
                    AT END SET WS-EndOfFile TO "Y"
                    NOT AT END
                        ADD 1 TO WS-Rule-Read(WS-RuleIndex)
                        PERFORM CHECK-JOURNAL-ENTRY
                END-READ
            END-PERFORM
            CLOSE AuditJournalFile
            PERFORM VARYING WS-UnknownIndex FROM 1 BY 1
                    UNTIL WS-UnknownIndex > WS-UnknownCount
                PERFORM REPORT-UNKNOWN-OPERATOR
            END-PERFORM
            IF WS-UnknownOverflow > ZERO
                MOVE WS-UnknownOverflow TO WS-Count-Edit
                MOVE SPACES TO IntegrityReportLine
                STRING "    " DELIMITED SIZE
                       WS-Count-Edit DELIMITED SIZE
                       " further journal entries for operators beyond the "
                       DELIMITED SIZE
                       "first 200 unknown IDs" DELIMITED SIZE
                       INTO IntegrityReportLine
                WRITE IntegrityReportLine
            END-IF
            PERFORM WRITE-RULE-FOOTER
        END-IF
    END-IF.

CHECK-JOURNAL-ENTRY.
    MOVE AJ-OperatorID TO WS-CheckOperator
    MOVE "N" TO WS-Found
    IF WS-CheckOperator = SPACES
        MOVE "Y" TO WS-Found
    END-IF
    PERFORM VARYING WS-SystemIDIndex FROM 1 BY 1
            UNTIL WS-SystemIDIndex > WS-SystemIDCount OR WS-Found = "Y"
        IF WS-SystemID(WS-SystemIDIndex) = WS-CheckOperator
            MOVE "Y" TO WS-Found
        END-IF
    END-PERFORM
    PERFORM VARYING WS-OperatorIndex FROM 1 BY 1
            UNTIL WS-OperatorIndex > WS-OperatorCount OR WS-Found = "Y"
        IF WS-Operator-ID(WS-OperatorIndex) = WS-CheckOperator
            MOVE "Y" TO WS-Found
        END-IF
    END-PERFORM
    IF WS-Found = "N"
        PERFORM RECORD-UNKNOWN-OPERATOR
    END-IF.

RECORD-UNKNOWN-OPERATOR.
    PERFORM VARYING WS-UnknownIndex FROM 1 BY 1
            UNTIL WS-UnknownIndex > WS-UnknownCount OR WS-Found = "Y"
        IF WS-Unknown-ID(WS-UnknownIndex) = WS-CheckOperator
            MOVE "Y" TO WS-Found
            ADD 1 TO WS-Unknown-Entries(WS-UnknownIndex)
            MOVE AJ-Timestamp(1:8) TO WS-Unknown-LastDate(WS-UnknownIndex)
            MOVE AJ-ProgramName TO WS-Unknown-Program(WS-UnknownIndex)
        END-IF
    END-PERFORM
    IF WS-Found = "N"
        IF WS-UnknownCount < 200
            ADD 1 TO WS-UnknownCount
            MOVE WS-CheckOperator TO WS-Unknown-ID(WS-UnknownCount)
            MOVE 1 TO WS-Unknown-Entries(WS-UnknownCount)
            MOVE AJ-Timestamp(1:8) TO WS-Unknown-FirstDate(WS-UnknownCount)
            MOVE AJ-Timestamp(1:8) TO WS-Unknown-LastDate(WS-UnknownCount)
            MOVE AJ-ProgramName TO WS-Unknown-Program(WS-UnknownCount)
        ELSE
            ADD 1 TO WS-UnknownOverflow
        END-IF
    END-IF.

REPORT-UNKNOWN-OPERATOR.
    MOVE WS-Unknown-Entries(WS-UnknownIndex) TO WS-Count-Edit
    MOVE WS-Unknown-ID(WS-UnknownIndex) TO WS-ExceptionKey
    MOVE SPACES TO WS-ExceptionText
    STRING "Operator " DELIMITED SIZE
           WS-Unknown-ID(WS-UnknownIndex) DELIMITED SIZE
           " not on OPERATOR.DAT - " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           " entries " DELIMITED SIZE
           WS-Unknown-FirstDate(WS-UnknownIndex) DELIMITED SIZE
           "-" DELIMITED SIZE
           WS-Unknown-LastDate(WS-UnknownIndex) DELIMITED SIZE
           ", last by " DELIMITED SIZE
           WS-Unknown-Program(WS-UnknownIndex) DELIMITED SPACE
           INTO WS-ExceptionText
    PERFORM RECORD-EXCEPTION.

RECORD-EXCEPTION.
    ADD 1 TO WS-Rule-Exceptions(WS-RuleIndex)
    ADD 1 TO WS-TotalExceptions
    MOVE SPACES TO IntegrityReportLine
    STRING "    " DELIMITED SIZE
           WS-ExceptionText DELIMITED SIZE
           INTO IntegrityReportLine
    WRITE IntegrityReportLine

    MOVE "INTEGRITY" TO WS-ErrorLog-Operation
    MOVE WS-Rule-Code(WS-RuleIndex) TO WS-ErrorLog-FileStatus
    MOVE SPACES TO WS-ErrorLog-FileName
    STRING WS-Rule-File(WS-RuleIndex) DELIMITED SPACE
           " " DELIMITED SIZE
           WS-ExceptionKey DELIMITED SPACE
           INTO WS-ErrorLog-FileName
    PERFORM LOG-INTEGRITY-ERROR.

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE SPACES TO IntegrityReportLine
    STRING "================ CROSS-FILE INTEGRITY EXCEPTIONS ================"
           INTO IntegrityReportLine
    WRITE IntegrityReportLine
    MOVE SPACES TO IntegrityReportLine
    IF WS-IntegrityMode = "S"
        STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
               "   Mode: STOP the job stream on exceptions" DELIMITED SIZE
               INTO IntegrityReportLine
    ELSE
        STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
               "   Mode: WARN only on exceptions" DELIMITED SIZE
               INTO IntegrityReportLine
    END-IF
    WRITE IntegrityReportLine.

WRITE-RULE-HEADING.
    MOVE SPACES TO IntegrityReportLine
    WRITE IntegrityReportLine
    MOVE SPACES TO IntegrityReportLine
    STRING "Rule " DELIMITED SIZE
           WS-Rule-Code(WS-RuleIndex) DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Rule-File(WS-RuleIndex) DELIMITED SPACE
           ": " DELIMITED SIZE
           WS-Rule-Label(WS-RuleIndex) DELIMITED "  "
           INTO IntegrityReportLine
    WRITE IntegrityReportLine.

WRITE-RULE-NOT-CHECKED.
    ADD 1 TO WS-RulesNotChecked
    MOVE SPACES TO IntegrityReportLine
    STRING "    (not checked - " DELIMITED SIZE
           WS-Rule-File(WS-RuleIndex) DELIMITED SPACE
           " or its reference file is not on file)" DELIMITED SIZE
           INTO IntegrityReportLine
    WRITE IntegrityReportLine.

WRITE-RULE-FOOTER.
    ADD WS-Rule-Read(WS-RuleIndex) TO WS-TotalRead
    MOVE WS-Rule-Read(WS-RuleIndex) TO WS-Read-Edit
    MOVE WS-Rule-Exceptions(WS-RuleIndex) TO WS-Count-Edit
    MOVE SPACES TO IntegrityReportLine
    STRING "    Records checked: " DELIMITED SIZE
           WS-Read-Edit DELIMITED SIZE
           "   Exceptions: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO IntegrityReportLine
    WRITE IntegrityReportLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO IntegrityReportLine
    WRITE IntegrityReportLine
    MOVE SPACES TO IntegrityReportLine
    STRING "SUMMARY BY RULE" INTO IntegrityReportLine
    WRITE IntegrityReportLine
    PERFORM VARYING WS-RuleIndex FROM 1 BY 1
            UNTIL WS-RuleIndex > WS-RuleCount
        MOVE SPACES TO IntegrityReportLine
        IF WS-Rule-Checked(WS-RuleIndex) = "Y"
            MOVE WS-Rule-Read(WS-RuleIndex) TO WS-Read-Edit
            MOVE WS-Rule-Exceptions(WS-RuleIndex) TO WS-Count-Edit
            STRING "  " DELIMITED SIZE
                   WS-Rule-Code(WS-RuleIndex) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-Rule-Label(WS-RuleIndex) DELIMITED SIZE
                   WS-Read-Edit DELIMITED SIZE
                   " checked " DELIMITED SIZE
                   WS-Count-Edit DELIMITED SIZE
                   " exceptions" DELIMITED SIZE
                   INTO IntegrityReportLine
        ELSE
            STRING "  " DELIMITED SIZE
                   WS-Rule-Code(WS-RuleIndex) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-Rule-Label(WS-RuleIndex) DELIMITED SIZE
                   "   not checked" DELIMITED SIZE
                   INTO IntegrityReportLine
        END-IF
        WRITE IntegrityReportLine
    END-PERFORM
    MOVE WS-TotalExceptions TO WS-Count-Edit
    MOVE SPACES TO IntegrityReportLine
    STRING "  Total exceptions: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO IntegrityReportLine
    WRITE IntegrityReportLine.

WRITE-FAILED-JOB-STATS.
    MOVE WS-TotalRead TO WS-JobStats-RecordsRead
    MOVE ZEROS TO WS-JobStats-RecordsWritten
    MOVE WS-TotalExceptions TO WS-JobStats-RecordsRejected
    MOVE 8 TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS.

LOG-INTEGRITY-ERROR.
    MOVE "IntegrityScan" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM IntegrityScan.
