           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ProdTotalsStatus.

    COPY "CustomerMasterFileControl.cpy".

    SELECT TransactionLogFile ASSIGN TO "TRANSACTION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranLogStatus.

    SELECT SyncSnapshotFile ASSIGN TO "ACCTSYNC.SNP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SnapshotStatus.

    SELECT SyncWorkFile ASSIGN TO "ACCTSYNC.WRK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SyncWorkStatus.

    SELECT SyncControlFile ASSIGN TO "ACCTSYNC.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SyncControlStatus.

    SELECT BusinessDateFile ASSIGN TO "BUSDATE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BusDateStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

FD ProductTotalsFile.
COPY "ProductTotalsRecord.cpy".

FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD TransactionLogFile.
COPY "TransactionLogRecord.cpy".

FD SyncSnapshotFile.
01  SyncSnapshotRecord.
    05  SS-AccountNumber            PIC 9(8).
    05  SS-AccountDetail            PIC X(183).

FD SyncWorkFile.
01  SyncWorkRecord                  PIC X(191).

FD SyncControlFile.
01  SyncControlLine                 PIC 9(8).

FD BusinessDateFile.
01  BusinessDateLine                PIC 9(8).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

01  WS-UploadedCount                 PIC 9(6) VALUE ZEROS.
01  WS-ExtractCount                  PIC 9(6) VALUE ZEROS.

01  WS-ACCT-NUMBER                   PIC 9(8) VALUE ZEROS.
01  WS-ACCT-CUSTOMER-NAME            PIC X(20) VALUE SPACES.
01  WS-ACCT-BALANCE                  PIC 9(7)V99 VALUE ZEROS.
01  WS-ACCT-LAST-STMT-DATE           PIC 9(8) VALUE ZEROS.
01  WS-ACCT-ADDRESS-LINE1            PIC X(30) VALUE SPACES.
01  WS-ACCT-ADDRESS-LINE2            PIC X(30) VALUE SPACES.
01  WS-ACCT-CITY                     PIC X(20) VALUE SPACES.
01  WS-ACCT-POSTAL-CODE              PIC X(10) VALUE SPACES.
01  WS-ACCT-PHONE                    PIC X(15) VALUE SPACES.
01  WS-ACCT-OPENED-DATE              PIC 9(8) VALUE ZEROS.
01  WS-ACCT-STATUS                   PIC X VALUE SPACE.
01  WS-ACCT-HOLD-AMOUNT              PIC 9(7)V99 VALUE ZEROS.
01  WS-ACCT-HOLD-RELEASE-DATE        PIC 9(8) VALUE ZEROS.
01  WS-ACCT-TYPE                     PIC X(2) VALUE SPACES.
01  WS-ACCT-BRANCH-CODE              PIC X(4) VALUE SPACES.
01  WS-ACCT-SYNC-DATE                PIC 9(8) VALUE ZEROS.

01  WS-TRAN-ACCOUNT-NUMBER           PIC 9(8) VALUE ZEROS.
01  WS-TRAN-DATE                     PIC 9(8) VALUE ZEROS.
01  WS-TRAN-TYPE                     PIC X VALUE SPACE.
01  WS-TRAN-AMOUNT                   PIC 9(7)V99 VALUE ZEROS.
01  WS-TRAN-BALANCE-AFTER            PIC 9(7)V99 VALUE ZEROS.
01  WS-TRAN-RECEIPT-NUMBER           PIC 9(8) VALUE ZEROS.
01  WS-TRAN-REF-RECEIPT              PIC 9(8) VALUE ZEROS.
01  WS-TRAN-OPERATOR-ID              PIC X(8) VALUE SPACES.
01  WS-TRAN-CHANNEL                  PIC X(2) VALUE SPACES.
01  WS-TRAN-ORIG-OPERATOR-ID         PIC X(8) VALUE SPACES.
01  WS-SYNC-FROM-DATE                PIC 9(8) VALUE ZEROS.
01  WS-SYNC-TO-DATE                  PIC 9(8) VALUE ZEROS.
01  WS-DB-ROW-COUNT                  PIC S9(9) COMP VALUE ZERO.

01  WS-MasterStatus                  PIC 9(2) VALUE ZEROS.
01  WS-TranLogStatus                 PIC 9(2) VALUE ZEROS.
01  WS-SnapshotStatus                PIC 9(2) VALUE ZEROS.
01  WS-SyncWorkStatus                PIC 9(2) VALUE ZEROS.
01  WS-SyncControlStatus             PIC 9(2) VALUE ZEROS.
01  WS-BusDateStatus                 PIC 9(2) VALUE ZEROS.
01  WS-EndOfMaster                   PIC X VALUE "N".
01  WS-EndOfSnapshot                 PIC X VALUE "N".
01  WS-EndOfTranLog                  PIC X VALUE "N".
01  WS-EndOfSyncWork                 PIC X VALUE "N".
01  WS-SnapshotPresent               PIC X VALUE "N".
01  WS-LastSyncDate                  PIC 9(8) VALUE ZEROS.
01  WS-BusinessDate                  PIC 9(8) VALUE ZEROS.
01  WS-MasterCount                   PIC 9(8) VALUE ZEROS.
01  WS-AccountsAdded                 PIC 9(8) VALUE ZEROS.
01  WS-AccountsChanged               PIC 9(8) VALUE ZEROS.
01  WS-AccountsRemoved               PIC 9(8) VALUE ZEROS.
01  WS-TranLogRead                   PIC 9(8) VALUE ZEROS.
01  WS-TranSelected                  PIC 9(8) VALUE ZEROS.
01  WS-TranInserted                  PIC 9(8) VALUE ZEROS.
01  WS-RowCount-Display              PIC -(9)9.

COPY "ErrorLogFields.cpy".
COPY "FileStatusMsg.cpy".
COPY "JobStatsFields.cpy".

    PERFORM LOAD-DB-MODE-PARM
    IF WS-DBModeFromConfig = "N"
        DISPLAY "Enter mode (R=Read employees, A=Add employee, U=Update employee name, "
                "B=Banking account sync): "
        ACCEPT WS-MODE
    END-IF

            PERFORM UPDATE-EMPLOYEE-NAME
        WHEN "S"
            PERFORM UPLOAD-SALES-SUMMARY
        WHEN "B"
            PERFORM SYNC-BANKING-DATA
        WHEN OTHER
            PERFORM READ-EMPLOYEE-CURSOR
    END-EVALUATE
        MOVE ZEROS TO WS-JobStats-ReturnCode
    END-IF
    COMPUTE WS-JobStats-RecordsRead = WS-ExtractCount + WS-UploadedCount
        + WS-MasterCount + WS-TranLogRead
    COMPUTE WS-JobStats-RecordsWritten = WS-ExtractCount + WS-UploadedCount
        + WS-AccountsAdded + WS-AccountsChanged + WS-TranInserted
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    PERFORM WRITE-JOB-STATS
    STOP RUN.
        MOVE "Y" TO WS-DB-Failure
    END-IF.

SYNC-BANKING-DATA.
    PERFORM LOAD-BUSINESS-DATE
    PERFORM LOAD-SYNC-CONTROL
    PERFORM SYNC-CUSTOMER-ACCOUNTS
    IF WS-DB-Failure = "N"
        PERFORM SYNC-ACCOUNT-TRANSACTIONS
    END-IF
    IF WS-DB-Failure = "N"
        DISPLAY "Banking sync complete - CUSTOMER_ACCOUNT and "
                "ACCOUNT_TRANSACTION match the flat files."
    ELSE
        DISPLAY "Banking sync failed - rerun the step; committed batches are "
                "replaced, not duplicated."
    END-IF.

LOAD-BUSINESS-DATE.
    ACCEPT WS-BusinessDate FROM DATE YYYYMMDD
    OPEN INPUT BusinessDateFile
    IF WS-BusDateStatus = ZERO
        READ BusinessDateFile
            AT END CONTINUE
            NOT AT END
                IF BusinessDateLine IS NUMERIC AND BusinessDateLine > ZERO
                    MOVE BusinessDateLine TO WS-BusinessDate
                END-IF
        END-READ
        CLOSE BusinessDateFile
    END-IF
    MOVE WS-BusinessDate TO WS-ACCT-SYNC-DATE.

LOAD-SYNC-CONTROL.
    MOVE ZEROS TO WS-LastSyncDate
    OPEN INPUT SyncControlFile
    IF WS-SyncControlStatus = ZERO
        READ SyncControlFile
            AT END CONTINUE
            NOT AT END
                IF SyncControlLine IS NUMERIC
                    MOVE SyncControlLine TO WS-LastSyncDate
                END-IF
        END-READ
        CLOSE SyncControlFile
    END-IF
    MOVE WS-BusinessDate TO WS-SYNC-TO-DATE
    IF WS-LastSyncDate = ZERO OR WS-LastSyncDate > WS-BusinessDate
        MOVE WS-BusinessDate TO WS-SYNC-FROM-DATE
    ELSE
        MOVE WS-LastSyncDate TO WS-SYNC-FROM-DATE
    END-IF.

SYNC-CUSTOMER-ACCOUNTS.
    OPEN INPUT CustomerMasterFile
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open CUSTOMER.MASTER. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-MasterStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-DBINTEGRATION-ERROR
        MOVE "Y" TO WS-DB-Failure
    ELSE
        OPEN OUTPUT SyncWorkFile
        IF WS-SyncWorkStatus NOT EQUAL ZERO
            MOVE WS-SyncWorkStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to open ACCTSYNC.WRK. File Status: " WS-SyncWorkStatus
                    " - " WS-FileStatus-Lookup-Message
            MOVE "OPEN" TO WS-ErrorLog-Operation
            MOVE WS-SyncWorkStatus TO WS-ErrorLog-FileStatus
            MOVE "ACCTSYNC.WRK" TO WS-ErrorLog-FileName
            PERFORM LOG-DBINTEGRATION-ERROR
            MOVE "Y" TO WS-DB-Failure
            CLOSE CustomerMasterFile
        END-IF
    END-IF

    IF WS-DB-Failure = "N"
        MOVE "N" TO WS-SnapshotPresent
        MOVE "Y" TO WS-EndOfSnapshot
        OPEN INPUT SyncSnapshotFile
        IF WS-SnapshotStatus = ZERO
            MOVE "Y" TO WS-SnapshotPresent
            MOVE "N" TO WS-EndOfSnapshot
            PERFORM READ-SYNC-SNAPSHOT
        ELSE
            DISPLAY "No ACCTSYNC.SNP on file - CUSTOMER_ACCOUNT will be "
                    "reloaded in full."
            EXEC SQL
                DELETE FROM CUSTOMER_ACCOUNT
            END-EXEC
            IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
                MOVE "DELETE" TO WS-ErrorLog-Operation
                MOVE "CUSTOMER_ACCOUNT" TO WS-ErrorLog-FileName
                PERFORM FAIL-ACCOUNT-SYNC
            END-IF
        END-IF

        MOVE "N" TO WS-EndOfMaster
        PERFORM UNTIL WS-EndOfMaster = "Y" OR WS-DB-Failure = "Y"
            READ CustomerMasterFile NEXT RECORD
                AT END SET WS-EndOfMaster TO "Y"
                NOT AT END
                    ADD 1 TO WS-MasterCount
                    PERFORM COMPARE-ONE-ACCOUNT
                    WRITE SyncWorkRecord FROM CustomerMasterRecord
            END-READ
        END-PERFORM
        PERFORM UNTIL WS-EndOfSnapshot = "Y" OR WS-DB-Failure = "Y"
            PERFORM REMOVE-SYNCED-ACCOUNT
        END-PERFORM

        CLOSE CustomerMasterFile
        CLOSE SyncWorkFile
        IF WS-SnapshotPresent = "Y"
            CLOSE SyncSnapshotFile
        END-IF
    END-IF

    IF WS-DB-Failure = "N"
        EXEC SQL
            SELECT COUNT(*) INTO :WS-DB-ROW-COUNT FROM CUSTOMER_ACCOUNT
        END-EXEC
        IF SQLCODE NOT EQUAL ZERO
            MOVE "FETCH" TO WS-ErrorLog-Operation
            MOVE "CUSTOMER_ACCOUNT" TO WS-ErrorLog-FileName
            PERFORM FAIL-ACCOUNT-SYNC
        ELSE
            IF WS-DB-ROW-COUNT NOT = WS-MasterCount
                MOVE WS-DB-ROW-COUNT TO WS-RowCount-Display
                DISPLAY "Error: CUSTOMER_ACCOUNT holds " WS-RowCount-Display
                        " row(s) but CUSTOMER.MASTER holds " WS-MasterCount
                        " record(s)."
                MOVE "COUNT" TO WS-ErrorLog-Operation
                MOVE "MISMCH" TO WS-ErrorLog-FileStatus
                MOVE "CUSTOMER_ACCOUNT" TO WS-ErrorLog-FileName
                PERFORM LOG-DBINTEGRATION-ERROR
                EXEC SQL
                    ROLLBACK
                END-EXEC
                DISPLAY "Account batch rolled back - CUSTOMER_ACCOUNT unchanged."
                MOVE "Y" TO WS-DB-Failure
            END-IF
        END-IF
    END-IF

    IF WS-DB-Failure = "N"
        EXEC SQL
            COMMIT
        END-EXEC
        PERFORM REPLACE-SYNC-SNAPSHOT
        DISPLAY "CUSTOMER_ACCOUNT: " WS-AccountsAdded " added, "
                WS-AccountsChanged " changed, " WS-AccountsRemoved
                " removed - " WS-MasterCount " account(s) on file."
    END-IF.

READ-SYNC-SNAPSHOT.
    READ SyncSnapshotFile
        AT END SET WS-EndOfSnapshot TO "Y"
    END-READ.

COMPARE-ONE-ACCOUNT.
    PERFORM UNTIL WS-EndOfSnapshot = "Y" OR WS-DB-Failure = "Y"
            OR SS-AccountNumber NOT < CM-AccountNumber
        PERFORM REMOVE-SYNCED-ACCOUNT
    END-PERFORM
    IF WS-DB-Failure = "N"
        IF WS-EndOfSnapshot = "Y" OR SS-AccountNumber > CM-AccountNumber
            ADD 1 TO WS-AccountsAdded
            PERFORM UPSERT-CUSTOMER-ACCOUNT
        ELSE
            IF SyncSnapshotRecord NOT = CustomerMasterRecord
                ADD 1 TO WS-AccountsChanged
                PERFORM UPSERT-CUSTOMER-ACCOUNT
            END-IF
            PERFORM READ-SYNC-SNAPSHOT
        END-IF
    END-IF.

REMOVE-SYNCED-ACCOUNT.
    MOVE SS-AccountNumber TO WS-ACCT-NUMBER
    EXEC SQL
        DELETE FROM CUSTOMER_ACCOUNT
        WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
    END-EXEC
    IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
        MOVE "DELETE" TO WS-ErrorLog-Operation
        MOVE "CUSTOMER_ACCOUNT" TO WS-ErrorLog-FileName
        PERFORM FAIL-ACCOUNT-SYNC
    ELSE
        ADD 1 TO WS-AccountsRemoved
        PERFORM READ-SYNC-SNAPSHOT
    END-IF.

UPSERT-CUSTOMER-ACCOUNT.
    MOVE CM-AccountNumber TO WS-ACCT-NUMBER
    MOVE CM-CustomerName TO WS-ACCT-CUSTOMER-NAME
    MOVE CM-AccountBalance TO WS-ACCT-BALANCE
    MOVE CM-LastStatementDate TO WS-ACCT-LAST-STMT-DATE
    MOVE CM-AddressLine1 TO WS-ACCT-ADDRESS-LINE1
    MOVE CM-AddressLine2 TO WS-ACCT-ADDRESS-LINE2
    MOVE CM-City TO WS-ACCT-CITY
    MOVE CM-PostalCode TO WS-ACCT-POSTAL-CODE
    MOVE CM-Phone TO WS-ACCT-PHONE
    MOVE CM-OpenedDate TO WS-ACCT-OPENED-DATE
    MOVE CM-AccountStatus TO WS-ACCT-STATUS
    MOVE CM-HoldAmount TO WS-ACCT-HOLD-AMOUNT
    MOVE CM-HoldReleaseDate TO WS-ACCT-HOLD-RELEASE-DATE
    MOVE CM-AccountType TO WS-ACCT-TYPE
    MOVE CM-BranchCode TO WS-ACCT-BRANCH-CODE

    EXEC SQL
        UPDATE CUSTOMER_ACCOUNT
        SET CUSTOMER_NAME = :WS-ACCT-CUSTOMER-NAME,
            ACCOUNT_BALANCE = :WS-ACCT-BALANCE,
            LAST_STATEMENT_DATE = :WS-ACCT-LAST-STMT-DATE,
            ADDRESS_LINE1 = :WS-ACCT-ADDRESS-LINE1,
            ADDRESS_LINE2 = :WS-ACCT-ADDRESS-LINE2,
            CITY = :WS-ACCT-CITY,
            POSTAL_CODE = :WS-ACCT-POSTAL-CODE,
            PHONE = :WS-ACCT-PHONE,
            OPENED_DATE = :WS-ACCT-OPENED-DATE,
            ACCOUNT_STATUS = :WS-ACCT-STATUS,
            HOLD_AMOUNT = :WS-ACCT-HOLD-AMOUNT,
            HOLD_RELEASE_DATE = :WS-ACCT-HOLD-RELEASE-DATE,
            ACCOUNT_TYPE = :WS-ACCT-TYPE,
            BRANCH_CODE = :WS-ACCT-BRANCH-CODE,
            SYNC_DATE = :WS-ACCT-SYNC-DATE
        WHERE ACCOUNT_NUMBER = :WS-ACCT-NUMBER
    END-EXEC

    IF SQLCODE EQUAL 100
        EXEC SQL
            INSERT INTO CUSTOMER_ACCOUNT
                (ACCOUNT_NUMBER, CUSTOMER_NAME, ACCOUNT_BALANCE,
                 LAST_STATEMENT_DATE, ADDRESS_LINE1, ADDRESS_LINE2, CITY,
                 POSTAL_CODE, PHONE, OPENED_DATE, ACCOUNT_STATUS,
                 HOLD_AMOUNT, HOLD_RELEASE_DATE, ACCOUNT_TYPE, BRANCH_CODE,
                 SYNC_DATE)
            VALUES (:WS-ACCT-NUMBER, :WS-ACCT-CUSTOMER-NAME, :WS-ACCT-BALANCE,
                    :WS-ACCT-LAST-STMT-DATE, :WS-ACCT-ADDRESS-LINE1,
                    :WS-ACCT-ADDRESS-LINE2, :WS-ACCT-CITY,
                    :WS-ACCT-POSTAL-CODE, :WS-ACCT-PHONE, :WS-ACCT-OPENED-DATE,
                    :WS-ACCT-STATUS, :WS-ACCT-HOLD-AMOUNT,
                    :WS-ACCT-HOLD-RELEASE-DATE, :WS-ACCT-TYPE,
                    :WS-ACCT-BRANCH-CODE, :WS-ACCT-SYNC-DATE)
        END-EXEC
        IF SQLCODE NOT EQUAL ZERO
            MOVE "INSERT" TO WS-ErrorLog-Operation
            MOVE "CUSTOMER_ACCOUNT" TO WS-ErrorLog-FileName
            PERFORM FAIL-ACCOUNT-SYNC
        END-IF
    ELSE
        IF SQLCODE NOT EQUAL ZERO
            MOVE "UPDATE" TO WS-ErrorLog-Operation
            MOVE "CUSTOMER_ACCOUNT" TO WS-ErrorLog-FileName
            PERFORM FAIL-ACCOUNT-SYNC
        END-IF
    END-IF.

FAIL-ACCOUNT-SYNC.
    DISPLAY "Error updating CUSTOMER_ACCOUNT. SQLCODE: " SQLCODE
    MOVE SQLCODE TO WS-SQLCODE-Display
    MOVE WS-SQLCODE-Display TO WS-ErrorLog-FileStatus
    PERFORM LOG-DBINTEGRATION-ERROR
    EXEC SQL
        ROLLBACK
    END-EXEC
    DISPLAY "Account batch rolled back - CUSTOMER_ACCOUNT unchanged."
    MOVE "Y" TO WS-DB-Failure.

REPLACE-SYNC-SNAPSHOT.
    OPEN INPUT SyncWorkFile
    IF WS-SyncWorkStatus = ZERO
        OPEN OUTPUT SyncSnapshotFile
        IF WS-SnapshotStatus NOT EQUAL ZERO
            MOVE WS-SnapshotStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to open ACCTSYNC.SNP. File Status: " WS-SnapshotStatus
                    " - " WS-FileStatus-Lookup-Message
            MOVE "OPEN" TO WS-ErrorLog-Operation
            MOVE WS-SnapshotStatus TO WS-ErrorLog-FileStatus
            MOVE "ACCTSYNC.SNP" TO WS-ErrorLog-FileName
            PERFORM LOG-DBINTEGRATION-ERROR
            MOVE "Y" TO WS-DB-Failure
        ELSE
            MOVE "N" TO WS-EndOfSyncWork
            PERFORM UNTIL WS-EndOfSyncWork = "Y"
                READ SyncWorkFile
                    AT END SET WS-EndOfSyncWork TO "Y"
                    NOT AT END
                        WRITE SyncSnapshotRecord FROM SyncWorkRecord
                END-READ
            END-PERFORM
            CLOSE SyncSnapshotFile
        END-IF
        CLOSE SyncWorkFile
    END-IF.

SYNC-ACCOUNT-TRANSACTIONS.
    OPEN INPUT TransactionLogFile
    IF WS-TranLogStatus NOT EQUAL ZERO
        MOVE WS-TranLogStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open TRANSACTION.LOG. File Status: " WS-TranLogStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-TranLogStatus TO WS-ErrorLog-FileStatus
        MOVE "TRANSACTION.LOG" TO WS-ErrorLog-FileName
        PERFORM LOG-DBINTEGRATION-ERROR
        MOVE "Y" TO WS-DB-Failure
    END-IF

    IF WS-DB-Failure = "N"
        EXEC SQL
            DELETE FROM ACCOUNT_TRANSACTION
            WHERE TRAN_DATE >= :WS-SYNC-FROM-DATE
              AND TRAN_DATE <= :WS-SYNC-TO-DATE
        END-EXEC
        IF SQLCODE NOT EQUAL ZERO AND SQLCODE NOT EQUAL 100
            MOVE "DELETE" TO WS-ErrorLog-Operation
            PERFORM FAIL-TRANSACTION-SYNC
        END-IF

        MOVE "N" TO WS-EndOfTranLog
        PERFORM UNTIL WS-EndOfTranLog = "Y" OR WS-DB-Failure = "Y"
            READ TransactionLogFile
                AT END SET WS-EndOfTranLog TO "Y"
                NOT AT END
                    ADD 1 TO WS-TranLogRead
                    IF TL-TranDate NOT < WS-SYNC-FROM-DATE
                            AND TL-TranDate NOT > WS-SYNC-TO-DATE
                        ADD 1 TO WS-TranSelected
                        PERFORM INSERT-ACCOUNT-TRANSACTION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TransactionLogFile
    END-IF

    IF WS-DB-Failure = "N"
        EXEC SQL
            SELECT COUNT(*) INTO :WS-DB-ROW-COUNT FROM ACCOUNT_TRANSACTION
            WHERE TRAN_DATE >= :WS-SYNC-FROM-DATE
              AND TRAN_DATE <= :WS-SYNC-TO-DATE
        END-EXEC
        IF SQLCODE NOT EQUAL ZERO
            MOVE "FETCH" TO WS-ErrorLog-Operation
            PERFORM FAIL-TRANSACTION-SYNC
        ELSE
            IF WS-DB-ROW-COUNT NOT = WS-TranSelected
                MOVE WS-DB-ROW-COUNT TO WS-RowCount-Display
                DISPLAY "Error: ACCOUNT_TRANSACTION holds " WS-RowCount-Display
                        " row(s) for " WS-SYNC-FROM-DATE "-" WS-SYNC-TO-DATE
                        " but TRANSACTION.LOG holds " WS-TranSelected
                        " entr(ies)."
                MOVE "COUNT" TO WS-ErrorLog-Operation
                MOVE "MISMCH" TO WS-ErrorLog-FileStatus
                MOVE "ACCOUNT_TRANSACTION" TO WS-ErrorLog-FileName
                PERFORM LOG-DBINTEGRATION-ERROR
                EXEC SQL
                    ROLLBACK
                END-EXEC
                DISPLAY "Transaction batch rolled back - ACCOUNT_TRANSACTION unchanged."
                MOVE "Y" TO WS-DB-Failure
            END-IF
        END-IF
    END-IF

    IF WS-DB-Failure = "N"
        EXEC SQL
            COMMIT
        END-EXEC
        PERFORM WRITE-SYNC-CONTROL
        DISPLAY "ACCOUNT_TRANSACTION: " WS-TranInserted " entr(ies) loaded for "
                WS-SYNC-FROM-DATE " to " WS-SYNC-TO-DATE "."
    END-IF.

INSERT-ACCOUNT-TRANSACTION.
    MOVE TL-AccountNumber TO WS-TRAN-ACCOUNT-NUMBER
    MOVE TL-TranDate TO WS-TRAN-DATE
    MOVE TL-TransactionType TO WS-TRAN-TYPE
    MOVE TL-Amount TO WS-TRAN-AMOUNT
    MOVE TL-BalanceAfter TO WS-TRAN-BALANCE-AFTER
    MOVE TL-ReceiptNumber TO WS-TRAN-RECEIPT-NUMBER
    MOVE TL-RefReceiptNumber TO WS-TRAN-REF-RECEIPT
    MOVE TL-OperatorID TO WS-TRAN-OPERATOR-ID
    MOVE TL-Channel TO WS-TRAN-CHANNEL
    MOVE TL-OrigOperatorID TO WS-TRAN-ORIG-OPERATOR-ID
    EXEC SQL
        INSERT INTO ACCOUNT_TRANSACTION
            (ACCOUNT_NUMBER, TRAN_DATE, TRAN_TYPE, AMOUNT, BALANCE_AFTER,
             RECEIPT_NUMBER, REF_RECEIPT_NUMBER, OPERATOR_ID, CHANNEL,
             ORIG_OPERATOR_ID)
        VALUES (:WS-TRAN-ACCOUNT-NUMBER, :WS-TRAN-DATE, :WS-TRAN-TYPE,
                :WS-TRAN-AMOUNT, :WS-TRAN-BALANCE-AFTER,
                :WS-TRAN-RECEIPT-NUMBER, :WS-TRAN-REF-RECEIPT,
                :WS-TRAN-OPERATOR-ID, :WS-TRAN-CHANNEL,
                :WS-TRAN-ORIG-OPERATOR-ID)
    END-EXEC
    IF SQLCODE EQUAL ZERO
        ADD 1 TO WS-TranInserted
    ELSE
        MOVE "INSERT" TO WS-ErrorLog-Operation
        PERFORM FAIL-TRANSACTION-SYNC
    END-IF.

FAIL-TRANSACTION-SYNC.
    DISPLAY "Error updating ACCOUNT_TRANSACTION. SQLCODE: " SQLCODE
    MOVE SQLCODE TO WS-SQLCODE-Display
    MOVE WS-SQLCODE-Display TO WS-ErrorLog-FileStatus
    MOVE "ACCOUNT_TRANSACTION" TO WS-ErrorLog-FileName
    PERFORM LOG-DBINTEGRATION-ERROR
    EXEC SQL
        ROLLBACK
    END-EXEC
    DISPLAY "Transaction batch rolled back - ACCOUNT_TRANSACTION unchanged."
    MOVE "Y" TO WS-DB-Failure.

WRITE-SYNC-CONTROL.
    OPEN OUTPUT SyncControlFile
    IF WS-SyncControlStatus NOT EQUAL ZERO
        MOVE WS-SyncControlStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open ACCTSYNC.CTL. File Status: " WS-SyncControlStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-SyncControlStatus TO WS-ErrorLog-FileStatus
        MOVE "ACCTSYNC.CTL" TO WS-ErrorLog-FileName
        PERFORM LOG-DBINTEGRATION-ERROR
        MOVE "Y" TO WS-DB-Failure
    ELSE
        MOVE WS-SYNC-TO-DATE TO SyncControlLine
        WRITE SyncControlLine
        CLOSE SyncControlFile
    END-IF.

LOG-DBINTEGRATION-ERROR.
    MOVE "DBIntegration" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.
