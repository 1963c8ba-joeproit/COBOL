           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranLogStatus.

    SELECT CustomerSequenceFile ASSIGN TO "CUSTNO.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CustomerSeqStatus.

    COPY "CustInfoFileControl.cpy".
    COPY "CustRelFileControl.cpy".
    COPY "AlertPrefFileControl.cpy".
    COPY "AccountTypeFileControl.cpy".
    COPY "BranchFileControl.cpy".
    COPY "OperatorMasterFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
FD TransactionLogFile.
COPY "TransactionLogRecord.cpy".

FD CustomerSequenceFile.
01 CustomerSequenceLine PIC 9(8).

FD CustInfoFile.
COPY "CustInfoRecord.cpy".

FD CustRelFile.
COPY "CustRelRecord.cpy".

FD AlertPrefFile.
COPY "AlertPrefRecord.cpy".

COPY "AccountTypeFD.cpy".
COPY "BranchFD.cpy".
COPY "OperatorMasterFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
   05 WS-City PIC X(20) VALUE SPACES.
   05 WS-PostalCode PIC X(10) VALUE SPACES.
   05 WS-Phone PIC X(15) VALUE SPACES.
   05 WS-AccountType PIC X(2) VALUE SPACES.
   05 WS-BranchCode PIC X(4) VALUE SPACES.
01 WS-WorkCustomerInfo.
   05 WS-CifID PIC 9(8) VALUE ZEROS.
   05 WS-LegalName PIC X(40) VALUE SPACES.
   05 WS-BirthDate PIC 9(8) VALUE ZEROS.
   05 WS-TaxID PIC X(11) VALUE SPACES.
   05 WS-LinkRole PIC X VALUE SPACE.
01 WS-CustomerSeqStatus PIC 9(2) VALUE ZEROS.
01 WS-CifFound PIC X VALUE "N".
01 WS-CifCaptured PIC X VALUE "N".
01 WS-AlreadyLinked PIC X VALUE "N".
01 WS-PropagatedCount PIC 9(4) VALUE ZEROS.
01 WS-CustomerID-Edit PIC Z(7)9.
01 WS-OpeningBalance PIC 9(7)V99 VALUE ZEROS.
01 WS-ConfirmReply PIC X VALUE "N".
01 WS-TodayDate PIC 9(8) VALUE ZEROS.
01 WS-PendingOpenFound PIC X VALUE "N".
01 WS-ClosureBlocked PIC X VALUE "N".
01 WS-InterestRate PIC 9V9(4) VALUE ZEROS.
01 WS-DefaultInterestRate PIC 9V9(4) VALUE ZEROS.
01 WS-TypeAccepted PIC X VALUE "N".
01 WS-BranchAccepted PIC X VALUE "N".
01 WS-InterestAmount PIC 9(7)V99 VALUE ZEROS.
01 WS-BalanceWithInterest PIC 9(7)V99 VALUE ZEROS.
01 WS-ClosingAmount PIC 9(7)V99 VALUE ZEROS.
01 WS-InterestAmount-Edit PIC Z(6)9.99.
01 WS-ClosingAmount-Edit PIC Z(6)9.99.

01 WS-AlertPrefStatus PIC 9(2) VALUE ZEROS.
01 WS-AlertPrefFound PIC X VALUE "N".
01 WS-AlertPrefValid PIC X VALUE "Y".
01 WS-AlertReply PIC X VALUE SPACE.
01 WS-AlertCurrent PIC X VALUE SPACE.
01 WS-AlertMobile PIC X(15) VALUE SPACES.
01 WS-AlertEmail PIC X(50) VALUE SPACES.
01 WS-AlertLevel PIC 9(7)V99 VALUE ZEROS.
01 WS-AlertLevel-Edit PIC Z(6)9.99.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "OperatorSignonFields.cpy".
COPY "AccountTypeFields.cpy".
COPY "BranchFields.cpy".
COPY "CustInfoFields.cpy".

PROCEDURE DIVISION.
Begin.
    END-IF

    PERFORM OPEN-MASTER-FILE
    PERFORM OPEN-CUSTOMER-INFO-FILES
    PERFORM OPEN-ALERT-PREF-FILE
    PERFORM LOAD-ACCOUNT-TYPES
    PERFORM LOAD-BRANCHES

    PERFORM UNTIL WS-AnotherFunction NOT = "Y"
        DISPLAY "Enter function (A=Add account, V=View, C=Change, X=Close account, "
                "R=Reactivate dormant, N=New customer, U=Update customer, "
                "S=Show customer, L=Link owner, D=Drop owner, B=Move branch, "
                "P=Alert preferences): "
        ACCEPT WS-Function
        EVALUATE WS-Function
            WHEN "A"
                PERFORM CLOSE-CUSTOMER-ACCOUNT
            WHEN "R"
                PERFORM REACTIVATE-CUSTOMER-ACCOUNT
            WHEN "N"
                PERFORM ADD-CUSTOMER-INFO
            WHEN "U"
                PERFORM UPDATE-CUSTOMER-INFO
            WHEN "S"
                PERFORM SHOW-CUSTOMER-INFO
            WHEN "L"
                PERFORM LINK-ACCOUNT-OWNER
            WHEN "D"
                PERFORM DROP-ACCOUNT-OWNER
            WHEN "B"
                PERFORM MOVE-ACCOUNT-BRANCH
            WHEN "P"
                PERFORM MAINTAIN-ALERT-PREFERENCES
            WHEN OTHER
                DISPLAY "Error: Invalid function. Must be A, V, C, X, R, N, U, "
                        "S, L, D, B or P."
        END-EVALUATE
        DISPLAY "Another function? (Y/N): "
        ACCEPT WS-AnotherFunction
    END-PERFORM

    CLOSE AlertPrefFile
    CLOSE CustInfoFile
    CLOSE CustRelFile
    CLOSE CustomerMasterFile
    STOP RUN.

        STOP RUN
    END-IF.

OPEN-CUSTOMER-INFO-FILES.
    OPEN I-O CustInfoFile
    IF WS-CustInfoStatus = "35"
        OPEN OUTPUT CustInfoFile
        CLOSE CustInfoFile
        OPEN I-O CustInfoFile
    END-IF
    IF WS-CustInfoStatus NOT EQUAL ZERO
        MOVE WS-CustInfoStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open CUSTINFO.MASTER. File Status: " WS-CustInfoStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-CustInfoStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTINFO.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-MAINTENANCE-ERROR
        CLOSE CustomerMasterFile
        STOP RUN
    END-IF
    OPEN I-O CustRelFile
    IF WS-CustRelStatus = "35"
        OPEN OUTPUT CustRelFile
        CLOSE CustRelFile
        OPEN I-O CustRelFile
    END-IF
    IF WS-CustRelStatus NOT EQUAL ZERO
        MOVE WS-CustRelStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open CUSTREL.MASTER. File Status: " WS-CustRelStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-CustRelStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTREL.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-MAINTENANCE-ERROR
        CLOSE CustInfoFile
        CLOSE CustomerMasterFile
        STOP RUN
    END-IF
    MOVE "Y" TO WS-Cif-FilesOpen.

OPEN-ALERT-PREF-FILE.
    OPEN I-O AlertPrefFile
    IF WS-AlertPrefStatus = "35"
        OPEN OUTPUT AlertPrefFile
        CLOSE AlertPrefFile
        OPEN I-O AlertPrefFile
    END-IF
    IF WS-AlertPrefStatus NOT EQUAL ZERO
        MOVE WS-AlertPrefStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open ALERTPREF.MASTER. File Status: " WS-AlertPrefStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-AlertPrefStatus TO WS-ErrorLog-FileStatus
        MOVE "ALERTPREF.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-MAINTENANCE-ERROR
        CLOSE CustRelFile
        CLOSE CustInfoFile
        CLOSE CustomerMasterFile
        STOP RUN
    END-IF.

FETCH-REQUESTED-CUSTOMER.
    MOVE "N" TO WS-CustomerFound
    DISPLAY "Enter the account number (0 to look up by name): "
    END-IF.

ADD-CUSTOMER.
    MOVE "N" TO WS-CifFound
    DISPLAY "Enter the customer ID of the primary owner (0 to register a new customer): "
    ACCEPT WS-CifID
    IF WS-CifID = ZERO
        PERFORM CAPTURE-CUSTOMER-INFO
        IF WS-CifCaptured = "Y"
            PERFORM WRITE-NEW-CUSTOMER-INFO
            IF WS-CifCaptured = "Y"
                MOVE "Y" TO WS-CifFound
            END-IF
        END-IF
    ELSE
        MOVE WS-CifID TO CI-CustomerID
        READ CustInfoFile
            INVALID KEY
                DISPLAY "Error: No customer on file with customer ID " WS-CifID
            NOT INVALID KEY
                MOVE "Y" TO WS-CifFound
        END-READ
    END-IF
    IF WS-CifFound = "Y"
        MOVE CI-LegalName TO WS-CustomerName
        MOVE CI-AddressLine1 TO WS-AddressLine1
        MOVE CI-AddressLine2 TO WS-AddressLine2
        MOVE CI-City TO WS-City
        MOVE CI-PostalCode TO WS-PostalCode
        MOVE CI-Phone TO WS-Phone
        DISPLAY "Opening an account for " CI-LegalName
        DISPLAY "Enter the opening account balance: "
        ACCEPT WS-OpeningBalance
        PERFORM SELECT-ACCOUNT-TYPE
        IF WS-TypeAccepted = "N"
            DISPLAY "Error: Account type " WS-AccountType " is not on "
                    "ACCTTYPE.CFG. Account not added."
        ELSE
            PERFORM SELECT-HOME-BRANCH
            IF WS-BranchAccepted = "N"
                DISPLAY "Error: Branch " WS-BranchCode " is not on "
                        "BRANCH.CFG. Account not added."
            ELSE
                PERFORM WRITE-NEW-CUSTOMER
                IF WS-MasterStatus = ZERO
                    MOVE "P" TO WS-LinkRole
                    PERFORM WRITE-OWNER-LINK
                END-IF
            END-IF
        END-IF
    END-IF.

WRITE-NEW-CUSTOMER.
    PERFORM NEXT-ACCOUNT-NUMBER
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD

    MOVE WS-AccountNumber TO CM-AccountNumber
    MOVE WS-CustomerName TO CM-CustomerName
    MOVE WS-OpeningBalance TO CM-AccountBalance
    MOVE ZEROS TO CM-LastStatementDate
    MOVE WS-AddressLine1 TO CM-AddressLine1
    MOVE WS-AddressLine2 TO CM-AddressLine2
    MOVE WS-City TO CM-City
    MOVE WS-PostalCode TO CM-PostalCode
    MOVE WS-Phone TO CM-Phone
    MOVE WS-TodayDate TO CM-OpenedDate
    MOVE "O" TO CM-AccountStatus
    MOVE ZEROS TO CM-HoldAmount
    MOVE ZEROS TO CM-HoldReleaseDate
    MOVE WS-AccountType TO CM-AccountType
    MOVE ZEROS TO CM-WithdrawalMonth
    MOVE ZEROS TO CM-WithdrawalCount
    MOVE WS-BranchCode TO CM-BranchCode
    WRITE CustomerMasterRecord
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to add customer. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "WRITE" TO WS-ErrorLog-Operation
        MOVE WS-MasterStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-MAINTENANCE-ERROR
    ELSE
        MOVE SPACES TO WS-Audit-BeforeImage
        MOVE "WRITE" TO WS-Audit-Action
        MOVE CustomerMasterRecord TO WS-Audit-AfterImage
        PERFORM WRITE-AUDIT-JOURNAL-ENTRY
        MOVE WS-AccountNumber TO WS-AccountNumber-Edit
        DISPLAY "Account added. New account number: " WS-AccountNumber-Edit
    END-IF.

VIEW-CUSTOMER.
    PERFORM FETCH-REQUESTED-CUSTOMER
    IF WS-CustomerFound = "Y"
        DISPLAY "Account No:     " WS-AccountNumber-Edit
        DISPLAY "Customer:       " CM-CustomerName
        DISPLAY "Status:         " WS-StatusLabel
        MOVE CM-AccountType TO WS-Type-Code
        PERFORM FIND-ACCOUNT-TYPE
        DISPLAY "Account Type:   " CM-AccountType " " WS-Type-Description
        MOVE CM-BranchCode TO WS-Branch-Code
        PERFORM FIND-BRANCH
        DISPLAY "Home Branch:    " CM-BranchCode " " WS-Branch-Name
        DISPLAY "Balance:        " WS-Balance-Edit
        DISPLAY "Address Line 1: " CM-AddressLine1
        DISPLAY "Address Line 2: " CM-AddressLine2
        DISPLAY "Opened:         " WS-Date-Edit
        MOVE CM-LastStatementDate TO WS-Date-Edit
        DISPLAY "Last Statement: " WS-Date-Edit
        MOVE WS-AccountNumber TO WS-Cif-AccountNumber
        PERFORM LOAD-ACCOUNT-OWNERS
        IF WS-Cif-OwnerCount = ZERO
            DISPLAY "Owners:         (no customer linked)"
        ELSE
            DISPLAY "Owners:"
            PERFORM VARYING WS-Cif-OwnerIndex FROM 1 BY 1
                    UNTIL WS-Cif-OwnerIndex > WS-Cif-OwnerCount
                MOVE WS-Cif-Owner-Role(WS-Cif-OwnerIndex) TO WS-Cif-RoleCode
                PERFORM SET-CIF-ROLE-LABEL
                MOVE WS-Cif-Owner-ID(WS-Cif-OwnerIndex) TO WS-CustomerID-Edit
                DISPLAY "  " WS-Cif-RoleLabel "  " WS-CustomerID-Edit "  "
                        WS-Cif-Owner-Name(WS-Cif-OwnerIndex)
            END-PERFORM
        END-IF
    END-IF.

CHANGE-CUSTOMER.
    PERFORM FETCH-REQUESTED-CUSTOMER
    IF WS-CustomerFound = "Y"
        MOVE WS-AccountNumber TO WS-Cif-AccountNumber
        PERFORM LOAD-ACCOUNT-OWNERS
    END-IF
    IF WS-CustomerFound = "Y" AND WS-Cif-PrimaryFound = "Y"
        MOVE WS-Cif-PrimaryID TO WS-CustomerID-Edit
        DISPLAY "The name, address and phone for account " WS-AccountNumber
                " are held on customer " WS-CustomerID-Edit
                " - use function U to change them."
    END-IF
    IF WS-CustomerFound = "Y" AND WS-Cif-PrimaryFound = "N"
        DISPLAY "Press Enter to keep the current value of any field."
        DISPLAY "Customer name (" CM-CustomerName "): "
        ACCEPT WS-CustomerName

SETTLE-AND-CLOSE-ACCOUNT.
    PERFORM LOAD-INTEREST-RATE
    MOVE CM-AccountType TO WS-Type-Code
    PERFORM FIND-ACCOUNT-TYPE
    IF WS-Type-Found = "Y"
        MOVE WS-Type-InterestRate TO WS-InterestRate
    ELSE
        MOVE WS-DefaultInterestRate TO WS-InterestRate
    END-IF
    MOVE ZEROS TO WS-InterestAmount
    MOVE CM-AccountBalance TO WS-BalanceWithInterest
    IF CM-AccountBalance > ZERO
            MOVE WS-BalanceWithInterest TO TL-BalanceAfter
            MOVE WS-ReceiptNumber TO TL-ReceiptNumber
            MOVE ZEROS TO TL-RefReceiptNumber
            MOVE WS-Audit-OperatorID TO TL-OperatorID
            MOVE "CM" TO TL-Channel
            MOVE SPACES TO TL-OrigOperatorID
            WRITE TransactionLogRecord
        END-IF
        MOVE WS-AccountNumber TO TL-AccountNumber
        MOVE ZEROS TO TL-BalanceAfter
        MOVE WS-ReceiptNumber TO TL-ReceiptNumber
        MOVE ZEROS TO TL-RefReceiptNumber
        MOVE WS-Audit-OperatorID TO TL-OperatorID
        MOVE "CM" TO TL-Channel
        MOVE SPACES TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        CLOSE TransactionLogFile
    END-IF.
    CLOSE ReceiptFile.

LOAD-INTEREST-RATE.
    MOVE ZEROS TO WS-DefaultInterestRate
    OPEN INPUT InterestConfigFile
    IF WS-InterestCfgStatus = ZERO
        READ InterestConfigFile
            AT END CONTINUE
            NOT AT END COMPUTE WS-DefaultInterestRate = FUNCTION NUMVAL(InterestConfigLine)
        END-READ
        CLOSE InterestConfigFile
    END-IF.

SELECT-ACCOUNT-TYPE.
    MOVE "Y" TO WS-TypeAccepted
    MOVE SPACES TO WS-AccountType
    IF WS-AcctTypeCount > ZERO
        DISPLAY "Account types on offer:"
        PERFORM VARYING WS-AcctTypeIndex FROM 1 BY 1
                UNTIL WS-AcctTypeIndex > WS-AcctTypeCount
            DISPLAY "  " WS-AcctType-Code(WS-AcctTypeIndex) "  "
                    WS-AcctType-Description(WS-AcctTypeIndex)
        END-PERFORM
        DISPLAY "Enter the account type (Enter for " WS-Type-DefaultCode "): "
        ACCEPT WS-AccountType
        IF WS-AccountType = SPACES
            MOVE WS-Type-DefaultCode TO WS-AccountType
        END-IF
        MOVE WS-AccountType TO WS-Type-Code
        PERFORM FIND-ACCOUNT-TYPE
        IF WS-Type-Found = "N"
            MOVE "N" TO WS-TypeAccepted
        END-IF
    END-IF.

SELECT-HOME-BRANCH.
    MOVE "Y" TO WS-BranchAccepted
    MOVE SPACES TO WS-BranchCode
    IF WS-BranchCount > ZERO
        PERFORM LIST-BRANCHES
        DISPLAY "Enter the home branch (Enter for " WS-Branch-DefaultCode "): "
        ACCEPT WS-BranchCode
        IF WS-BranchCode = SPACES
            MOVE WS-Branch-DefaultCode TO WS-BranchCode
        END-IF
        MOVE WS-BranchCode TO WS-Branch-Code
        PERFORM FIND-BRANCH
        IF WS-Branch-Found = "N"
            MOVE "N" TO WS-BranchAccepted
        END-IF
    END-IF.

LIST-BRANCHES.
    DISPLAY "Branches:"
    PERFORM VARYING WS-BranchIndex FROM 1 BY 1
            UNTIL WS-BranchIndex > WS-BranchCount
        DISPLAY "  " WS-Branch-TableCode(WS-BranchIndex) "  "
                WS-Branch-TableName(WS-BranchIndex)
    END-PERFORM.

MOVE-ACCOUNT-BRANCH.
    IF WS-Signon-Role NOT = "S" AND WS-Signon-Role NOT = "A"
        DISPLAY "Error: Moving an account to another branch requires the "
                "supervisor role."
    ELSE
        IF WS-BranchCount = ZERO
            DISPLAY "Error: BRANCH.CFG is missing or empty - there is no "
                    "branch to move the account to."
        ELSE
            PERFORM MOVE-ACCOUNT-BRANCH-BODY
        END-IF
    END-IF.

MOVE-ACCOUNT-BRANCH-BODY.
    PERFORM FETCH-REQUESTED-CUSTOMER
    IF WS-CustomerFound = "Y"
        IF CM-AccountStatus = "C"
            DISPLAY "Account " WS-AccountNumber " is closed - branch not changed."
        ELSE
            MOVE CM-BranchCode TO WS-Branch-Code
            PERFORM FIND-BRANCH
            DISPLAY "Account " WS-AccountNumber " " CM-CustomerName
                    " is held at branch " CM-BranchCode " " WS-Branch-Name
            PERFORM LIST-BRANCHES
            DISPLAY "Enter the new home branch: "
            ACCEPT WS-BranchCode
            MOVE WS-BranchCode TO WS-Branch-Code
            PERFORM FIND-BRANCH
            IF WS-Branch-Found = "N"
                DISPLAY "Error: Branch " WS-BranchCode " is not on "
                        "BRANCH.CFG. Branch not changed."
            ELSE
                IF WS-BranchCode = CM-BranchCode
                    DISPLAY "Account " WS-AccountNumber " is already held at "
                            "branch " WS-BranchCode "."
                ELSE
                    DISPLAY "Move account " WS-AccountNumber " to branch "
                            WS-BranchCode " " WS-Branch-Name
                            " - confirm (Y/N): "
                    ACCEPT WS-ConfirmReply
                    IF WS-ConfirmReply = "Y" OR WS-ConfirmReply = "y"
                        MOVE WS-BranchCode TO CM-BranchCode
                        MOVE "BRANCH" TO WS-Audit-Action
                        PERFORM REWRITE-CUSTOMER-RECORD
                        IF WS-MasterStatus = ZERO
                            DISPLAY "Account " WS-AccountNumber
                                    " moved to branch " WS-BranchCode "."
                        END-IF
                    ELSE
                        DISPLAY "Branch move abandoned - no change made."
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

MAINTAIN-ALERT-PREFERENCES.
    PERFORM FETCH-REQUESTED-CUSTOMER
    IF WS-CustomerFound = "Y" AND CM-AccountStatus = "C"
        DISPLAY "Error: Account " WS-AccountNumber " is closed."
        MOVE "N" TO WS-CustomerFound
    END-IF
    IF WS-CustomerFound = "Y"
        MOVE "Y" TO WS-AlertPrefFound
        MOVE CM-AccountNumber TO AP-AccountNumber
        READ AlertPrefFile
            INVALID KEY MOVE "N" TO WS-AlertPrefFound
        END-READ
        MOVE SPACES TO WS-Audit-BeforeImage
        IF WS-AlertPrefFound = "Y"
            MOVE AlertPrefRecord TO WS-Audit-BeforeImage
        ELSE
            MOVE CM-AccountNumber TO AP-AccountNumber
            MOVE "N" TO AP-Channel
            MOVE CM-Phone TO AP-MobileNumber
            MOVE SPACES TO AP-EmailAddress
            MOVE "N" TO AP-LowBalanceOptIn
            MOVE ZEROS TO AP-LowBalanceLevel
            MOVE "N" TO AP-WithdrawalOptIn
            MOVE ZEROS TO AP-WithdrawalLevel
            MOVE "N" TO AP-HoldReleaseOptIn
            MOVE "N" TO AP-OrderFailOptIn
            MOVE "N" TO AP-DecisionOptIn
            MOVE "N" TO AP-DormancyOptIn
            DISPLAY "No alert preferences on file for account " WS-AccountNumber
                    " - all alerts are off."
        END-IF
        PERFORM CAPTURE-ALERT-PREFERENCES
        IF WS-AlertPrefValid = "Y"
            DISPLAY "Save alert preferences for account " WS-AccountNumber
                    " - confirm (Y/N): "
            ACCEPT WS-ConfirmReply
            IF WS-ConfirmReply = "Y" OR WS-ConfirmReply = "y"
                PERFORM SAVE-ALERT-PREFERENCES
            ELSE
                DISPLAY "Alert preferences abandoned - no change made."
            END-IF
        ELSE
            DISPLAY "Alert preferences not changed."
        END-IF
    END-IF.

CAPTURE-ALERT-PREFERENCES.
    MOVE "Y" TO WS-AlertPrefValid
    DISPLAY "Press Enter to keep the current value of any field."
    DISPLAY "Alert channel (S=SMS, E=Email, B=Both, N=None) (" AP-Channel "): "
    ACCEPT WS-AlertReply
    IF WS-AlertReply NOT = SPACE
        MOVE WS-AlertReply TO AP-Channel
    END-IF
    IF AP-Channel NOT = "S" AND AP-Channel NOT = "E" AND AP-Channel NOT = "B"
            AND AP-Channel NOT = "N"
        DISPLAY "Error: Invalid channel. Must be S, E, B or N."
        MOVE "N" TO WS-AlertPrefValid
    END-IF
    IF WS-AlertPrefValid = "Y"
        DISPLAY "Mobile number (" AP-MobileNumber "): "
        ACCEPT WS-AlertMobile
        IF WS-AlertMobile NOT = SPACES
            MOVE WS-AlertMobile TO AP-MobileNumber
        END-IF
        DISPLAY "Email address (" AP-EmailAddress "): "
        ACCEPT WS-AlertEmail
        IF WS-AlertEmail NOT = SPACES
            MOVE WS-AlertEmail TO AP-EmailAddress
        END-IF
        IF (AP-Channel = "S" OR AP-Channel = "B") AND AP-MobileNumber = SPACES
            DISPLAY "Error: A mobile number is needed for SMS alerts."
            MOVE "N" TO WS-AlertPrefValid
        END-IF
        IF (AP-Channel = "E" OR AP-Channel = "B") AND AP-EmailAddress = SPACES
            DISPLAY "Error: An email address is needed for email alerts."
            MOVE "N" TO WS-AlertPrefValid
        END-IF
    END-IF
    IF WS-AlertPrefValid = "Y"
        DISPLAY "Alert when the balance falls below a level (Y/N) ("
                AP-LowBalanceOptIn "): "
        MOVE AP-LowBalanceOptIn TO WS-AlertCurrent
        ACCEPT WS-AlertReply
        PERFORM APPLY-ALERT-REPLY
        MOVE WS-AlertReply TO AP-LowBalanceOptIn
    END-IF
    IF WS-AlertPrefValid = "Y" AND AP-LowBalanceOptIn = "Y"
        MOVE AP-LowBalanceLevel TO WS-AlertLevel-Edit
        DISPLAY "Low balance level (" WS-AlertLevel-Edit ", 0 to keep): "
        ACCEPT WS-AlertLevel
        IF WS-AlertLevel > ZERO
            MOVE WS-AlertLevel TO AP-LowBalanceLevel
        END-IF
        IF AP-LowBalanceLevel = ZERO
            DISPLAY "Error: A low balance level greater than zero is needed."
            MOVE "N" TO WS-AlertPrefValid
        END-IF
    END-IF
    IF WS-AlertPrefValid = "Y"
        DISPLAY "Alert on withdrawals over an amount (Y/N) ("
                AP-WithdrawalOptIn "): "
        MOVE AP-WithdrawalOptIn TO WS-AlertCurrent
        ACCEPT WS-AlertReply
        PERFORM APPLY-ALERT-REPLY
        MOVE WS-AlertReply TO AP-WithdrawalOptIn
    END-IF
    IF WS-AlertPrefValid = "Y" AND AP-WithdrawalOptIn = "Y"
        MOVE AP-WithdrawalLevel TO WS-AlertLevel-Edit
        DISPLAY "Withdrawal amount (" WS-AlertLevel-Edit ", 0 to keep): "
        ACCEPT WS-AlertLevel
        IF WS-AlertLevel > ZERO
            MOVE WS-AlertLevel TO AP-WithdrawalLevel
        END-IF
        IF AP-WithdrawalLevel = ZERO
            DISPLAY "Error: A withdrawal amount greater than zero is needed."
            MOVE "N" TO WS-AlertPrefValid
        END-IF
    END-IF
    IF WS-AlertPrefValid = "Y"
        DISPLAY "Alert when a deposit hold is released (Y/N) ("
                AP-HoldReleaseOptIn "): "
        MOVE AP-HoldReleaseOptIn TO WS-AlertCurrent
        ACCEPT WS-AlertReply
        PERFORM APPLY-ALERT-REPLY
        MOVE WS-AlertReply TO AP-HoldReleaseOptIn
    END-IF
    IF WS-AlertPrefValid = "Y"
        DISPLAY "Alert when a standing order fails (Y/N) ("
                AP-OrderFailOptIn "): "
        MOVE AP-OrderFailOptIn TO WS-AlertCurrent
        ACCEPT WS-AlertReply
        PERFORM APPLY-ALERT-REPLY
        MOVE WS-AlertReply TO AP-OrderFailOptIn
    END-IF
    IF WS-AlertPrefValid = "Y"
        DISPLAY "Alert when a pending item is approved or rejected (Y/N) ("
                AP-DecisionOptIn "): "
        MOVE AP-DecisionOptIn TO WS-AlertCurrent
        ACCEPT WS-AlertReply
        PERFORM APPLY-ALERT-REPLY
        MOVE WS-AlertReply TO AP-DecisionOptIn
    END-IF
    IF WS-AlertPrefValid = "Y"
        DISPLAY "Alert when the account is marked dormant (Y/N) ("
                AP-DormancyOptIn "): "
        MOVE AP-DormancyOptIn TO WS-AlertCurrent
        ACCEPT WS-AlertReply
        PERFORM APPLY-ALERT-REPLY
        MOVE WS-AlertReply TO AP-DormancyOptIn
    END-IF.

APPLY-ALERT-REPLY.
    EVALUATE WS-AlertReply
        WHEN SPACE MOVE WS-AlertCurrent TO WS-AlertReply
        WHEN "y" MOVE "Y" TO WS-AlertReply
        WHEN "n" MOVE "N" TO WS-AlertReply
        WHEN "Y" CONTINUE
        WHEN "N" CONTINUE
        WHEN OTHER
            DISPLAY "Error: Invalid reply. Must be Y or N."
            MOVE "N" TO WS-AlertPrefValid
    END-EVALUATE.

SAVE-ALERT-PREFERENCES.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD
    MOVE WS-TodayDate TO AP-ChangedDate
    MOVE WS-Audit-OperatorID TO AP-ChangedBy
    IF WS-AlertPrefFound = "Y"
        REWRITE AlertPrefRecord
        MOVE "REWRITE" TO WS-ErrorLog-Operation
    ELSE
        WRITE AlertPrefRecord
        MOVE "WRITE" TO WS-ErrorLog-Operation
    END-IF
    IF WS-AlertPrefStatus NOT EQUAL ZERO
        MOVE WS-AlertPrefStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to save alert preferences. File Status: "
                WS-AlertPrefStatus " - " WS-FileStatus-Lookup-Message
        MOVE WS-AlertPrefStatus TO WS-ErrorLog-FileStatus
        MOVE "ALERTPREF.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-MAINTENANCE-ERROR
    ELSE
        MOVE WS-ErrorLog-Operation TO WS-Audit-Action
        MOVE SPACES TO WS-Audit-AfterImage
        MOVE AlertPrefRecord TO WS-Audit-AfterImage
        PERFORM WRITE-AUDIT-JOURNAL-ENTRY
        DISPLAY "Alert preferences saved for account " WS-AccountNumber "."
    END-IF.

NEXT-RECEIPT-NUMBER.
    MOVE ZEROS TO WS-ReceiptNumber
    OPEN INPUT ReceiptSequenceFile
        END-IF
    END-IF.

ADD-CUSTOMER-INFO.
    PERFORM CAPTURE-CUSTOMER-INFO
    IF WS-CifCaptured = "Y"
        PERFORM WRITE-NEW-CUSTOMER-INFO
    END-IF.

CAPTURE-CUSTOMER-INFO.
    MOVE "N" TO WS-CifCaptured
    DISPLAY "Enter the customer's legal name: "
    ACCEPT WS-LegalName
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-LegalName)) = 0
        DISPLAY "Error: Legal name cannot be empty."
    ELSE
        DISPLAY "Enter address line 1: "
        ACCEPT WS-AddressLine1
        DISPLAY "Enter address line 2: "
        ACCEPT WS-AddressLine2
        DISPLAY "Enter city: "
        ACCEPT WS-City
        DISPLAY "Enter postal code: "
        ACCEPT WS-PostalCode
        DISPLAY "Enter phone: "
        ACCEPT WS-Phone
        DISPLAY "Enter date of birth (YYYYMMDD, 0 if not a person): "
        ACCEPT WS-BirthDate
        DISPLAY "Enter tax ID: "
        ACCEPT WS-TaxID
        ACCEPT WS-TodayDate FROM DATE YYYYMMDD
        IF WS-BirthDate NOT = ZERO
                AND (FUNCTION TEST-DATE-YYYYMMDD(WS-BirthDate) NOT = ZERO
                OR WS-BirthDate > WS-TodayDate)
            DISPLAY "Error: Date of birth " WS-BirthDate " is not a valid "
                    "past date. Customer not added."
        ELSE
            MOVE "Y" TO WS-CifCaptured
        END-IF
    END-IF.

WRITE-NEW-CUSTOMER-INFO.
    PERFORM NEXT-CUSTOMER-ID
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD
    MOVE WS-CifID TO CI-CustomerID
    MOVE WS-LegalName TO CI-LegalName
    MOVE WS-AddressLine1 TO CI-AddressLine1
    MOVE WS-AddressLine2 TO CI-AddressLine2
    MOVE WS-City TO CI-City
    MOVE WS-PostalCode TO CI-PostalCode
    MOVE WS-Phone TO CI-Phone
    MOVE WS-BirthDate TO CI-BirthDate
    MOVE WS-TaxID TO CI-TaxID
    MOVE WS-TodayDate TO CI-CreatedDate
    WRITE CustInfoRecord
    IF WS-CustInfoStatus NOT EQUAL ZERO
        MOVE WS-CustInfoStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to add customer. File Status: " WS-CustInfoStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "WRITE" TO WS-ErrorLog-Operation
        MOVE WS-CustInfoStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTINFO.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-MAINTENANCE-ERROR
        MOVE "N" TO WS-CifCaptured
    ELSE
        MOVE SPACES TO WS-Audit-BeforeImage
        MOVE "WRITE" TO WS-Audit-Action
        MOVE CustInfoRecord TO WS-Audit-AfterImage
        PERFORM WRITE-AUDIT-JOURNAL-ENTRY
        MOVE WS-CifID TO WS-CustomerID-Edit
        DISPLAY "Customer added. New customer ID: " WS-CustomerID-Edit
    END-IF.

FETCH-REQUESTED-CIF.
    MOVE "N" TO WS-CifFound
    DISPLAY "Enter the customer ID (0 to look up by legal name): "
    ACCEPT WS-CifID
    IF WS-CifID = ZERO
        DISPLAY "Enter the legal name: "
        ACCEPT WS-LegalName
        MOVE WS-LegalName TO CI-LegalName
        READ CustInfoFile KEY IS CI-LegalName
            INVALID KEY
                DISPLAY "Error: No customer on file named " WS-LegalName
            NOT INVALID KEY
                MOVE "Y" TO WS-CifFound
                MOVE CI-CustomerID TO WS-CifID
        END-READ
    ELSE
        MOVE WS-CifID TO CI-CustomerID
        READ CustInfoFile
            INVALID KEY
                DISPLAY "Error: No customer on file with customer ID " WS-CifID
            NOT INVALID KEY
                MOVE "Y" TO WS-CifFound
        END-READ
    END-IF
    IF WS-CifFound = "Y"
        MOVE CustInfoRecord TO WS-Audit-BeforeImage
    END-IF.

UPDATE-CUSTOMER-INFO.
    PERFORM FETCH-REQUESTED-CIF
    IF WS-CifFound = "Y"
        DISPLAY "Press Enter to keep the current value of any field."
        DISPLAY "Legal name (" CI-LegalName "): "
        ACCEPT WS-LegalName
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-LegalName)) > 0
            MOVE WS-LegalName TO CI-LegalName
        END-IF
        DISPLAY "Address line 1 (" CI-AddressLine1 "): "
        ACCEPT WS-AddressLine1
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-AddressLine1)) > 0
            MOVE WS-AddressLine1 TO CI-AddressLine1
        END-IF
        DISPLAY "Address line 2 (" CI-AddressLine2 "): "
        ACCEPT WS-AddressLine2
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-AddressLine2)) > 0
            MOVE WS-AddressLine2 TO CI-AddressLine2
        END-IF
        DISPLAY "City (" CI-City "): "
        ACCEPT WS-City
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-City)) > 0
            MOVE WS-City TO CI-City
        END-IF
        DISPLAY "Postal code (" CI-PostalCode "): "
        ACCEPT WS-PostalCode
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-PostalCode)) > 0
            MOVE WS-PostalCode TO CI-PostalCode
        END-IF
        DISPLAY "Phone (" CI-Phone "): "
        ACCEPT WS-Phone
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-Phone)) > 0
            MOVE WS-Phone TO CI-Phone
        END-IF
        DISPLAY "Date of birth (" CI-BirthDate ", 0 to keep): "
        ACCEPT WS-BirthDate
        ACCEPT WS-TodayDate FROM DATE YYYYMMDD
        IF WS-BirthDate NOT = ZERO
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-BirthDate) NOT = ZERO
                    OR WS-BirthDate > WS-TodayDate
                DISPLAY "Error: Date of birth " WS-BirthDate " is not a valid "
                        "past date - the current value is kept."
            ELSE
                MOVE WS-BirthDate TO CI-BirthDate
            END-IF
        END-IF
        DISPLAY "Tax ID (" CI-TaxID "): "
        ACCEPT WS-TaxID
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-TaxID)) > 0
            MOVE WS-TaxID TO CI-TaxID
        END-IF
        REWRITE CustInfoRecord
        IF WS-CustInfoStatus NOT EQUAL ZERO
            MOVE WS-CustInfoStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to update CUSTINFO.MASTER. File Status: "
                    WS-CustInfoStatus " - " WS-FileStatus-Lookup-Message
            MOVE "REWRITE" TO WS-ErrorLog-Operation
            MOVE WS-CustInfoStatus TO WS-ErrorLog-FileStatus
            MOVE "CUSTINFO.MASTER" TO WS-ErrorLog-FileName
            PERFORM LOG-MAINTENANCE-ERROR
        ELSE
            MOVE "REWRITE" TO WS-Audit-Action
            MOVE CustInfoRecord TO WS-Audit-AfterImage
            PERFORM WRITE-AUDIT-JOURNAL-ENTRY
            PERFORM PROPAGATE-CUSTOMER-INFO
            MOVE WS-CifID TO WS-CustomerID-Edit
            DISPLAY "Customer " WS-CustomerID-Edit " updated. Accounts "
                    "refreshed as primary owner: " WS-PropagatedCount
        END-IF
    END-IF.

PROPAGATE-CUSTOMER-INFO.
    MOVE ZERO TO WS-PropagatedCount
    MOVE "N" TO WS-Cif-EndOfLinks
    MOVE CI-CustomerID TO CR-CustomerID
    START CustRelFile KEY IS EQUAL TO CR-CustomerID
        INVALID KEY MOVE "Y" TO WS-Cif-EndOfLinks
    END-START
    PERFORM UNTIL WS-Cif-EndOfLinks = "Y"
        READ CustRelFile NEXT RECORD
            AT END MOVE "Y" TO WS-Cif-EndOfLinks
            NOT AT END
                IF CR-CustomerID NOT = CI-CustomerID
                    MOVE "Y" TO WS-Cif-EndOfLinks
                ELSE
                    IF CR-Role = "P"
                        PERFORM REFRESH-ACCOUNT-FROM-CUSTOMER
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

REFRESH-ACCOUNT-FROM-CUSTOMER.
    MOVE CR-AccountNumber TO CM-AccountNumber
    READ CustomerMasterFile
        INVALID KEY CONTINUE
        NOT INVALID KEY
            MOVE CustomerMasterRecord TO WS-Audit-BeforeImage
            MOVE CI-LegalName TO CM-CustomerName
            MOVE CI-AddressLine1 TO CM-AddressLine1
            MOVE CI-AddressLine2 TO CM-AddressLine2
            MOVE CI-City TO CM-City
            MOVE CI-PostalCode TO CM-PostalCode
            MOVE CI-Phone TO CM-Phone
            PERFORM REWRITE-CUSTOMER
            IF WS-MasterStatus = ZERO
                ADD 1 TO WS-PropagatedCount
            END-IF
    END-READ.

SHOW-CUSTOMER-INFO.
    PERFORM FETCH-REQUESTED-CIF
    IF WS-CifFound = "Y"
        MOVE CI-CustomerID TO WS-CustomerID-Edit
        DISPLAY "Customer ID:    " WS-CustomerID-Edit
        DISPLAY "Legal Name:     " CI-LegalName
        DISPLAY "Address Line 1: " CI-AddressLine1
        DISPLAY "Address Line 2: " CI-AddressLine2
        DISPLAY "City:           " CI-City
        DISPLAY "Postal Code:    " CI-PostalCode
        DISPLAY "Phone:          " CI-Phone
        MOVE CI-BirthDate TO WS-Date-Edit
        DISPLAY "Date of Birth:  " WS-Date-Edit
        DISPLAY "Tax ID:         " CI-TaxID
        MOVE CI-CreatedDate TO WS-Date-Edit
        DISPLAY "Customer Since: " WS-Date-Edit
        DISPLAY "Accounts:"
        MOVE ZERO TO WS-PropagatedCount
        MOVE "N" TO WS-Cif-EndOfLinks
        MOVE CI-CustomerID TO CR-CustomerID
        START CustRelFile KEY IS EQUAL TO CR-CustomerID
            INVALID KEY MOVE "Y" TO WS-Cif-EndOfLinks
        END-START
        PERFORM UNTIL WS-Cif-EndOfLinks = "Y"
            READ CustRelFile NEXT RECORD
                AT END MOVE "Y" TO WS-Cif-EndOfLinks
                NOT AT END
                    IF CR-CustomerID NOT = CI-CustomerID
                        MOVE "Y" TO WS-Cif-EndOfLinks
                    ELSE
                        ADD 1 TO WS-PropagatedCount
                        PERFORM SHOW-LINKED-ACCOUNT
                    END-IF
            END-READ
        END-PERFORM
        IF WS-PropagatedCount = ZERO
            DISPLAY "  (no accounts linked)"
        END-IF
    END-IF.

SHOW-LINKED-ACCOUNT.
    MOVE CR-Role TO WS-Cif-RoleCode
    PERFORM SET-CIF-ROLE-LABEL
    MOVE CR-AccountNumber TO WS-AccountNumber-Edit
    MOVE CR-AccountNumber TO CM-AccountNumber
    READ CustomerMasterFile
        INVALID KEY
            DISPLAY "  " WS-AccountNumber-Edit "  " WS-Cif-RoleLabel
                    "  (not on CUSTOMER.MASTER)"
        NOT INVALID KEY
            EVALUATE CM-AccountStatus
                WHEN "C" MOVE "CLOSED" TO WS-StatusLabel
                WHEN "D" MOVE "DORMNT" TO WS-StatusLabel
                WHEN OTHER MOVE "OPEN" TO WS-StatusLabel
            END-EVALUATE
            DISPLAY "  " WS-AccountNumber-Edit "  " WS-Cif-RoleLabel
                    "  " CM-AccountType "  " WS-StatusLabel
    END-READ.

LINK-ACCOUNT-OWNER.
    MOVE "N" TO WS-CustomerFound
    MOVE "N" TO WS-CifFound
    DISPLAY "Enter the account number: "
    ACCEPT WS-AccountNumber
    MOVE WS-AccountNumber TO CM-AccountNumber
    READ CustomerMasterFile
        INVALID KEY
            DISPLAY "Error: No account on file with account number " WS-AccountNumber
        NOT INVALID KEY
            MOVE "Y" TO WS-CustomerFound
    END-READ
    IF WS-CustomerFound = "Y" AND CM-AccountStatus = "C"
        DISPLAY "Error: Account " WS-AccountNumber " is closed."
        MOVE "N" TO WS-CustomerFound
    END-IF
    IF WS-CustomerFound = "Y"
        DISPLAY "Enter the customer ID to link: "
        ACCEPT WS-CifID
        MOVE WS-CifID TO CI-CustomerID
        READ CustInfoFile
            INVALID KEY
                DISPLAY "Error: No customer on file with customer ID " WS-CifID
            NOT INVALID KEY
                MOVE "Y" TO WS-CifFound
        END-READ
    END-IF
    IF WS-CifFound = "Y"
        DISPLAY "Enter the role (P=Primary, J=Joint, T=Trustee): "
        ACCEPT WS-LinkRole
        MOVE WS-AccountNumber TO WS-Cif-AccountNumber
        PERFORM LOAD-ACCOUNT-OWNERS
        MOVE "N" TO WS-AlreadyLinked
        PERFORM VARYING WS-Cif-OwnerIndex FROM 1 BY 1
                UNTIL WS-Cif-OwnerIndex > WS-Cif-OwnerCount
            IF WS-Cif-Owner-ID(WS-Cif-OwnerIndex) = WS-CifID
                MOVE "Y" TO WS-AlreadyLinked
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN WS-LinkRole NOT = "P" AND WS-LinkRole NOT = "J"
                    AND WS-LinkRole NOT = "T"
                DISPLAY "Error: Invalid role. Must be P, J or T."
            WHEN WS-AlreadyLinked = "Y"
                DISPLAY "Error: Customer " WS-CifID " is already linked to "
                        "account " WS-AccountNumber ". Drop the link first to "
                        "change the role."
            WHEN WS-LinkRole = "P" AND WS-Cif-PrimaryFound = "Y"
                MOVE WS-Cif-PrimaryID TO WS-CustomerID-Edit
                DISPLAY "Error: Account " WS-AccountNumber " already has primary "
                        "owner " WS-CustomerID-Edit ". Drop that link first."
            WHEN WS-Cif-OwnerCount NOT < 10
                DISPLAY "Error: Account " WS-AccountNumber " already has the "
                        "maximum of 10 owners."
            WHEN OTHER
                PERFORM WRITE-OWNER-LINK
                IF WS-CustRelStatus = ZERO AND WS-LinkRole = "P"
                    MOVE WS-CifID TO CI-CustomerID
                    READ CustInfoFile
                        INVALID KEY CONTINUE
                        NOT INVALID KEY PERFORM REFRESH-ACCOUNT-FROM-CUSTOMER
                    END-READ
                END-IF
        END-EVALUATE
    END-IF.

WRITE-OWNER-LINK.
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD
    MOVE WS-AccountNumber TO CR-AccountNumber
    MOVE WS-CifID TO CR-CustomerID
    MOVE WS-LinkRole TO CR-Role
    MOVE WS-TodayDate TO CR-LinkedDate
    MOVE WS-Audit-OperatorID TO CR-LinkedBy
    WRITE CustRelRecord
    IF WS-CustRelStatus NOT EQUAL ZERO
        MOVE WS-CustRelStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to link customer to account. File Status: "
                WS-CustRelStatus " - " WS-FileStatus-Lookup-Message
        MOVE "WRITE" TO WS-ErrorLog-Operation
        MOVE WS-CustRelStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTREL.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-MAINTENANCE-ERROR
    ELSE
        MOVE SPACES TO WS-Audit-BeforeImage
        MOVE "WRITE" TO WS-Audit-Action
        MOVE SPACES TO WS-Audit-AfterImage
        MOVE CustRelRecord TO WS-Audit-AfterImage
        PERFORM WRITE-AUDIT-JOURNAL-ENTRY
        MOVE WS-LinkRole TO WS-Cif-RoleCode
        PERFORM SET-CIF-ROLE-LABEL
        MOVE WS-CifID TO WS-CustomerID-Edit
        DISPLAY "Customer " WS-CustomerID-Edit " linked to account "
                WS-AccountNumber " as " WS-Cif-RoleLabel
    END-IF.

DROP-ACCOUNT-OWNER.
    DISPLAY "Enter the account number: "
    ACCEPT WS-AccountNumber
    DISPLAY "Enter the customer ID to drop: "
    ACCEPT WS-CifID
    MOVE WS-AccountNumber TO CR-AccountNumber
    MOVE WS-CifID TO CR-CustomerID
    READ CustRelFile
        INVALID KEY
            DISPLAY "Error: Customer " WS-CifID " is not linked to account "
                    WS-AccountNumber
        NOT INVALID KEY
            PERFORM DROP-ACCOUNT-OWNER-BODY
    END-READ.

DROP-ACCOUNT-OWNER-BODY.
    IF CR-Role = "P" AND WS-Signon-Role NOT = "S" AND WS-Signon-Role NOT = "A"
        DISPLAY "Error: Dropping the primary owner requires the supervisor role."
    ELSE
        MOVE CR-Role TO WS-Cif-RoleCode
        PERFORM SET-CIF-ROLE-LABEL
        DISPLAY "Drop " WS-Cif-RoleLabel " owner " WS-CifID " from account "
                WS-AccountNumber " - confirm (Y/N): "
        ACCEPT WS-ConfirmReply
        IF WS-ConfirmReply = "Y" OR WS-ConfirmReply = "y"
            MOVE SPACES TO WS-Audit-BeforeImage
            MOVE CustRelRecord TO WS-Audit-BeforeImage
            DELETE CustRelFile RECORD
            IF WS-CustRelStatus NOT EQUAL ZERO
                MOVE WS-CustRelStatus TO WS-FileStatus-Lookup-Code
                PERFORM LOOKUP-FILE-STATUS-MESSAGE
                DISPLAY "Error: Unable to drop the link. File Status: "
                        WS-CustRelStatus " - " WS-FileStatus-Lookup-Message
                MOVE "DELETE" TO WS-ErrorLog-Operation
                MOVE WS-CustRelStatus TO WS-ErrorLog-FileStatus
                MOVE "CUSTREL.MASTER" TO WS-ErrorLog-FileName
                PERFORM LOG-MAINTENANCE-ERROR
            ELSE
                MOVE "DELETE" TO WS-Audit-Action
                MOVE SPACES TO WS-Audit-AfterImage
                PERFORM WRITE-AUDIT-JOURNAL-ENTRY
                DISPLAY "Link dropped."
            END-IF
        ELSE
            DISPLAY "Drop abandoned - no change made."
        END-IF
    END-IF.

NEXT-CUSTOMER-ID.
    MOVE ZEROS TO WS-CifID
    OPEN INPUT CustomerSequenceFile
    IF WS-CustomerSeqStatus = ZERO
        READ CustomerSequenceFile
            AT END CONTINUE
            NOT AT END MOVE CustomerSequenceLine TO WS-CifID
        END-READ
        CLOSE CustomerSequenceFile
    END-IF
    ADD 1 TO WS-CifID
    OPEN OUTPUT CustomerSequenceFile
    IF WS-CustomerSeqStatus = ZERO
        MOVE WS-CifID TO CustomerSequenceLine
        WRITE CustomerSequenceLine
        CLOSE CustomerSequenceFile
    END-IF.

REWRITE-CUSTOMER.
    MOVE "REWRITE" TO WS-Audit-Action
    PERFORM REWRITE-CUSTOMER-RECORD.

REWRITE-CUSTOMER-RECORD.
    REWRITE CustomerMasterRecord
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-MAINTENANCE-ERROR
    ELSE
        MOVE CustomerMasterRecord TO WS-Audit-AfterImage
        PERFORM WRITE-AUDIT-JOURNAL-ENTRY
    END-IF.
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "OperatorSignon.cpy".
COPY "AccountTypeLookup.cpy".
COPY "BranchLookup.cpy".
COPY "CustInfoLookup.cpy".

END PROGRAM CustomerMaintenance.
