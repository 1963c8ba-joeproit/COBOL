    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".
    COPY "JobStatsFileControl.cpy".
    COPY "AccountTypeFileControl.cpy".
    COPY "BranchFileControl.cpy".
    COPY "CustInfoFileControl.cpy".
    COPY "CustRelFileControl.cpy".

DATA DIVISION.
FILE SECTION.
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".
COPY "JobStatsFD.cpy".
COPY "AccountTypeFD.cpy".
COPY "BranchFD.cpy".

FD CustInfoFile.
COPY "CustInfoRecord.cpy".

FD CustRelFile.
COPY "CustRelRecord.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.

01 WS-StatementAccount PIC 9(8) VALUE ZEROS.
01 WS-StatementCustomer PIC X(20) VALUE SPACES.
01 WS-StatementAddress.
   05 WS-Stmt-Name PIC X(40) VALUE SPACES.
   05 WS-Stmt-AddressLine1 PIC X(30) VALUE SPACES.
   05 WS-Stmt-AddressLine2 PIC X(30) VALUE SPACES.
   05 WS-Stmt-City PIC X(20) VALUE SPACES.
   05 WS-Stmt-PostalCode PIC X(10) VALUE SPACES.
01 WS-AccountNumber-Edit PIC Z(7)9.
01 WS-InterestRate PIC 9V9(4) VALUE ZEROS.
01 WS-DefaultInterestRate PIC 9V9(4) VALUE ZEROS.
01 WS-EndOfTranLog PIC X VALUE "N".

01 WS-TranTable.
01 WS-TotalInterest PIC 9(9)V99 VALUE ZEROS.
01 WS-Count-Edit PIC ZZZ,ZZ9.
01 WS-TotalInterest-Edit PIC ZZZ,ZZZ,ZZ9.99.
01 WS-TotalBalance PIC 9(10)V99 VALUE ZEROS.
01 WS-BranchBalance-Edit PIC Z,ZZZ,ZZZ,ZZ9.99.

01 WS-CycleBranchTable.
   05 WS-CycBr OCCURS 60 TIMES.
      10 WS-CycBr-Code PIC X(4) VALUE SPACES.
      10 WS-CycBr-Accounts PIC 9(6) VALUE ZEROS.
      10 WS-CycBr-Balance PIC 9(10)V99 VALUE ZEROS.
      10 WS-CycBr-Interest PIC 9(9)V99 VALUE ZEROS.
01 WS-CycBrCount PIC 9(2) VALUE ZEROS.
01 WS-CycBrIndex PIC 9(2) VALUE ZEROS.
01 WS-CycBrFound PIC X VALUE "N".
01 WS-CycBrOverflowCount PIC 9(6) VALUE ZEROS.

COPY "FileStatusMsg.cpy".
COPY "AuditJournalFields.cpy".
COPY "JobStatsFields.cpy".
COPY "AccountTypeFields.cpy".
COPY "BranchFields.cpy".
COPY "CustInfoFields.cpy".

PROCEDURE DIVISION.
Begin.
    END-IF.

    PERFORM LOAD-INTEREST-RATE
    PERFORM LOAD-ACCOUNT-TYPES
    PERFORM LOAD-PERIOD-TRANSACTIONS
    PERFORM COMPUTE-OPENING-AND-CLOSING
    PERFORM RESOLVE-STATEMENT-ADDRESS
    PERFORM WRITE-STATEMENT
    PERFORM POST-INTEREST-TO-MASTER

    PERFORM CLOSE-CUSTOMER-INFO-FILES
    CLOSE CustomerMasterFile

    DISPLAY "Statement written to STATEMENT.RPT for " WS-StatementCustomer

    PERFORM OPEN-MASTER-FILE
    PERFORM LOAD-INTEREST-RATE
    PERFORM LOAD-ACCOUNT-TYPES
    PERFORM LOAD-BRANCHES
    PERFORM VARYING WS-BranchIndex FROM 1 BY 1
            UNTIL WS-BranchIndex > WS-BranchCount
        ADD 1 TO WS-CycBrCount
        MOVE WS-Branch-TableCode(WS-BranchIndex) TO WS-CycBr-Code(WS-CycBrCount)
    END-PERFORM
    PERFORM OPEN-STATEMENT-SPOOL
    PERFORM OPEN-MAILING-EXTRACT

    PERFORM WRITE-CYCLE-SUMMARY-PAGE
    PERFORM CLOSE-STATEMENT-SPOOL
    PERFORM CLOSE-MAILING-EXTRACT
    PERFORM CLOSE-CUSTOMER-INFO-FILES
    CLOSE CustomerMasterFile
    PERFORM RESET-STATEMENT-MODE
    MOVE "Y" TO WS-InterestDone
    MOVE "N" TO WS-InterestAlreadyPosted
    PERFORM LOAD-PERIOD-TRANSACTIONS
    PERFORM COMPUTE-OPENING-AND-CLOSING
    PERFORM RESOLVE-STATEMENT-ADDRESS
    PERFORM WRITE-CYCLE-PAGE-HEADING
    PERFORM WRITE-STATEMENT-BODY
    PERFORM WRITE-MAILING-RECORD
    PERFORM POST-INTEREST-TO-MASTER
    ADD 1 TO WS-CycleCustomerCount
    ADD WS-InterestAmount TO WS-TotalInterest
    ADD CM-AccountBalance TO WS-TotalBalance
    PERFORM TALLY-CYCLE-BRANCH.

TALLY-CYCLE-BRANCH.
    MOVE "N" TO WS-CycBrFound
    PERFORM VARYING WS-CycBrIndex FROM 1 BY 1
            UNTIL WS-CycBrIndex > WS-CycBrCount OR WS-CycBrFound = "Y"
        IF WS-CycBr-Code(WS-CycBrIndex) = CM-BranchCode
            MOVE "Y" TO WS-CycBrFound
        END-IF
    END-PERFORM
    IF WS-CycBrFound = "Y"
        SUBTRACT 1 FROM WS-CycBrIndex
    ELSE
        IF WS-CycBrCount < 60
            ADD 1 TO WS-CycBrCount
            MOVE WS-CycBrCount TO WS-CycBrIndex
            MOVE CM-BranchCode TO WS-CycBr-Code(WS-CycBrIndex)
            MOVE "Y" TO WS-CycBrFound
        ELSE
            ADD 1 TO WS-CycBrOverflowCount
        END-IF
    END-IF
    IF WS-CycBrFound = "Y"
        ADD 1 TO WS-CycBr-Accounts(WS-CycBrIndex)
        ADD CM-AccountBalance TO WS-CycBr-Balance(WS-CycBrIndex)
        ADD WS-InterestAmount TO WS-CycBr-Interest(WS-CycBrIndex)
    END-IF.

OPEN-MAILING-EXTRACT.
    OPEN OUTPUT MailingExtractFile

WRITE-MAILING-RECORD.
    MOVE "Y" TO WS-AddressComplete
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-Stmt-AddressLine1)) = 0
            OR FUNCTION LENGTH(FUNCTION TRIM(WS-Stmt-City)) = 0
            OR FUNCTION LENGTH(FUNCTION TRIM(WS-Stmt-PostalCode)) = 0
        MOVE "N" TO WS-AddressComplete
    END-IF
    IF WS-AddressComplete = "Y"
        MOVE WS-StatementAccount TO MX-AccountNumber
        MOVE WS-Stmt-Name TO MX-CustomerName
        MOVE WS-Stmt-AddressLine1 TO MX-AddressLine1
        MOVE WS-Stmt-AddressLine2 TO MX-AddressLine2
        MOVE WS-Stmt-City TO MX-City
        MOVE WS-Stmt-PostalCode TO MX-PostalCode
        MOVE WS-PageNumber TO MX-PageFrom
        MOVE WS-PageNumber TO MX-PageTo
        WRITE MailingExtractRecord
    STRING "Total interest credited: " DELIMITED SIZE WS-TotalInterest-Edit DELIMITED SIZE
           INTO StatementLine
    WRITE StatementLine
    MOVE WS-TotalBalance TO WS-BranchBalance-Edit
    MOVE SPACES TO StatementLine
    STRING "Total closing balances:  " DELIMITED SIZE WS-BranchBalance-Edit DELIMITED SIZE
           INTO StatementLine
    WRITE StatementLine
    MOVE SPACES TO StatementLine
    WRITE StatementLine
    MOVE SPACES TO StatementLine
    STRING "BY BRANCH                  Accounts          Balances" DELIMITED SIZE
           "        Interest" DELIMITED SIZE
           INTO StatementLine
    WRITE StatementLine
    PERFORM VARYING WS-CycBrIndex FROM 1 BY 1
            UNTIL WS-CycBrIndex > WS-CycBrCount
        PERFORM WRITE-CYCLE-BRANCH-LINE
    END-PERFORM
    IF WS-CycBrOverflowCount > ZERO
        MOVE WS-CycBrOverflowCount TO WS-Count-Edit
        MOVE SPACES TO StatementLine
        STRING "Warning: " DELIMITED SIZE WS-Count-Edit DELIMITED SIZE
               " account(s) beyond the 60-row branch table" DELIMITED SIZE
               INTO StatementLine
        WRITE StatementLine
    END-IF
    MOVE SPACES TO StatementLine
    STRING "=======================================================" INTO StatementLine
    WRITE StatementLine.

WRITE-CYCLE-BRANCH-LINE.
    MOVE WS-CycBr-Code(WS-CycBrIndex) TO WS-Branch-Code
    PERFORM FIND-BRANCH
    IF WS-Branch-Code = SPACES
        MOVE "(none)" TO WS-Branch-Name
    ELSE
        IF WS-Branch-Found = "N"
            MOVE "(not on BRANCH.CFG)" TO WS-Branch-Name
        END-IF
    END-IF
    MOVE WS-CycBr-Accounts(WS-CycBrIndex) TO WS-Count-Edit
    MOVE WS-CycBr-Balance(WS-CycBrIndex) TO WS-BranchBalance-Edit
    MOVE WS-CycBr-Interest(WS-CycBrIndex) TO WS-TotalInterest-Edit
    MOVE SPACES TO StatementLine
    STRING WS-CycBr-Code(WS-CycBrIndex) DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Branch-Name DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-BranchBalance-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-TotalInterest-Edit DELIMITED SIZE
           INTO StatementLine
    WRITE StatementLine.

OPEN-STATEMENT-SPOOL.
    OPEN OUTPUT StatementFile
    IF WS-StatementStatus NOT EQUAL ZERO
        DISPLAY "Error: Unable to open CUSTOMER.MASTER. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        STOP RUN
    END-IF
    PERFORM OPEN-CUSTOMER-INFO-FILES.

OPEN-CUSTOMER-INFO-FILES.
    MOVE "N" TO WS-Cif-FilesOpen
    OPEN INPUT CustInfoFile
    IF WS-CustInfoStatus = ZERO
        OPEN INPUT CustRelFile
        IF WS-CustRelStatus = ZERO
            MOVE "Y" TO WS-Cif-FilesOpen
        ELSE
            CLOSE CustInfoFile
        END-IF
    END-IF.

CLOSE-CUSTOMER-INFO-FILES.
    IF WS-Cif-FilesOpen = "Y"
        CLOSE CustInfoFile
        CLOSE CustRelFile
        MOVE "N" TO WS-Cif-FilesOpen
    END-IF.

RESOLVE-STATEMENT-ADDRESS.
    MOVE CM-CustomerName TO WS-Stmt-Name
    MOVE CM-AddressLine1 TO WS-Stmt-AddressLine1
    MOVE CM-AddressLine2 TO WS-Stmt-AddressLine2
    MOVE CM-City TO WS-Stmt-City
    MOVE CM-PostalCode TO WS-Stmt-PostalCode
    MOVE WS-StatementAccount TO WS-Cif-AccountNumber
    PERFORM LOAD-ACCOUNT-OWNERS
    IF WS-Cif-PrimaryFound = "Y"
        MOVE CI-LegalName TO WS-Stmt-Name
        MOVE CI-AddressLine1 TO WS-Stmt-AddressLine1
        MOVE CI-AddressLine2 TO WS-Stmt-AddressLine2
        MOVE CI-City TO WS-Stmt-City
        MOVE CI-PostalCode TO WS-Stmt-PostalCode
    END-IF.

LOOKUP-CUSTOMER.
    END-READ.

LOAD-INTEREST-RATE.
    MOVE ZEROS TO WS-DefaultInterestRate
    OPEN INPUT InterestConfigFile
    IF WS-ConfigStatus = ZERO
        READ InterestConfigFile
            AT END CONTINUE
            NOT AT END COMPUTE WS-DefaultInterestRate = FUNCTION NUMVAL(InterestConfigLine)
        END-READ
        CLOSE InterestConfigFile
    END-IF.
            WHEN "I"
            WHEN "R"
            WHEN "B"
            WHEN "C"
                COMPUTE WS-OpeningBalance =
                    WS-Tran-BalanceAfter(1) - WS-Tran-Amount(1)
            WHEN OTHER
            MOVE ZEROS TO WS-InterestAmount
            MOVE WS-ClosingBalance TO WS-NewClosingBalance
        ELSE
            PERFORM APPLY-ACCOUNT-TYPE-RATE
            COMPUTE WS-InterestAmount = WS-ClosingBalance * WS-InterestRate
            COMPUTE WS-NewClosingBalance = WS-ClosingBalance + WS-InterestAmount
        END-IF
    END-IF.

APPLY-ACCOUNT-TYPE-RATE.
    MOVE CM-AccountType TO WS-Type-Code
    PERFORM FIND-ACCOUNT-TYPE
    IF WS-Type-Found = "Y"
        MOVE WS-Type-InterestRate TO WS-InterestRate
    ELSE
        MOVE WS-DefaultInterestRate TO WS-InterestRate
    END-IF.

WRITE-STATEMENT.
    PERFORM OPEN-STATEMENT-SPOOL
    PERFORM WRITE-STATEMENT-BODY
    MOVE WS-StatementAccount TO WS-AccountNumber-Edit
    MOVE SPACES TO StatementLine
    STRING "Account No: " DELIMITED SIZE WS-AccountNumber-Edit DELIMITED SIZE
           "   Customer: " DELIMITED SIZE WS-Stmt-Name DELIMITED SIZE
           INTO StatementLine
    WRITE StatementLine

    IF FUNCTION LENGTH(FUNCTION TRIM(WS-Stmt-AddressLine1)) > 0
        MOVE WS-Stmt-AddressLine1 TO StatementLine
        WRITE StatementLine
    END-IF
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-Stmt-AddressLine2)) > 0
        MOVE WS-Stmt-AddressLine2 TO StatementLine
        WRITE StatementLine
    END-IF
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-Stmt-City)) > 0
        MOVE SPACES TO StatementLine
        STRING WS-Stmt-City DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Stmt-PostalCode DELIMITED SIZE
               INTO StatementLine
        WRITE StatementLine
    END-IF
    PERFORM VARYING WS-Cif-OwnerIndex FROM 1 BY 1
            UNTIL WS-Cif-OwnerIndex > WS-Cif-OwnerCount
        IF WS-Cif-Owner-ID(WS-Cif-OwnerIndex) NOT = WS-Cif-PrimaryID
            MOVE WS-Cif-Owner-Role(WS-Cif-OwnerIndex) TO WS-Cif-RoleCode
            PERFORM SET-CIF-ROLE-LABEL
            MOVE SPACES TO StatementLine
            STRING "  " DELIMITED SIZE
                   WS-Cif-RoleLabel DELIMITED SPACE
                   " owner: " DELIMITED SIZE
                   WS-Cif-Owner-Name(WS-Cif-OwnerIndex) DELIMITED SIZE
                   INTO StatementLine
            WRITE StatementLine
        END-IF
    END-PERFORM

    MOVE WS-OpeningBalance TO WS-Balance-Edit
    MOVE SPACES TO StatementLine
        WHEN "R" MOVE "Reversal" TO WS-TypeLabel
        WHEN "S" MOVE "Reversal" TO WS-TypeLabel
        WHEN "F" MOVE "Fee" TO WS-TypeLabel
        WHEN "N" MOVE "Item Return" TO WS-TypeLabel
        WHEN "E" MOVE "Ext Payment" TO WS-TypeLabel
        WHEN "C" MOVE "Direct Cred" TO WS-TypeLabel
        WHEN "L" MOVE "Loan Payment" TO WS-TypeLabel
        WHEN "B" MOVE "Balance Fwd" TO WS-TypeLabel
        WHEN OTHER MOVE "Transaction" TO WS-TypeLabel
    END-EVALUATE
        MOVE WS-NewClosingBalance TO TL-BalanceAfter
        MOVE ZEROS TO TL-ReceiptNumber
        MOVE ZEROS TO TL-RefReceiptNumber
        MOVE WS-Audit-OperatorID TO TL-OperatorID
        MOVE "IN" TO TL-Channel
        MOVE SPACES TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        CLOSE TransactionLogFile
    END-IF.
COPY "FileStatusLookup.cpy".
COPY "AuditJournalWrite.cpy".
COPY "JobStatsWrite.cpy".
COPY "AccountTypeLookup.cpy".
COPY "BranchLookup.cpy".
COPY "CustInfoLookup.cpy".

END PROGRAM StatementGeneration.
