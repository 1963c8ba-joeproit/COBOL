IDENTIFICATION DIVISION.
PROGRAM-ID. BranchConversion.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OldCustomerMasterFile ASSIGN TO "CUSTOMER.MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OCM-AccountNumber
           ALTERNATE RECORD KEY IS OCM-CustomerName WITH DUPLICATES
           FILE STATUS IS WS-OldMasterStatus.

    SELECT NewCustomerMasterFile ASSIGN TO "CUSTOMER.MASTER.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-AccountNumber
           ALTERNATE RECORD KEY IS CM-CustomerName WITH DUPLICATES
           FILE STATUS IS WS-MasterStatus.

    COPY "BranchFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD OldCustomerMasterFile.
01 OldCustomerMasterRecord.
   05 OCM-AccountNumber      PIC 9(8).
   05 OCM-CustomerName       PIC X(20).
   05 OCM-AccountBalance     PIC 9(7)V99.
   05 OCM-LastStatementDate  PIC 9(8).
   05 OCM-AddressLine1       PIC X(30).
   05 OCM-AddressLine2       PIC X(30).
   05 OCM-City               PIC X(20).
   05 OCM-PostalCode         PIC X(10).
   05 OCM-Phone              PIC X(15).
   05 OCM-OpenedDate         PIC 9(8).
   05 OCM-AccountStatus      PIC X.
   05 OCM-HoldAmount         PIC 9(7)V99.
   05 OCM-HoldReleaseDate    PIC 9(8).
   05 OCM-AccountType        PIC X(2).
   05 OCM-WithdrawalMonth    PIC 9(6).
   05 OCM-WithdrawalCount    PIC 9(3).

FD NewCustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

COPY "BranchFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".

WORKING-STORAGE SECTION.
01 WS-OldMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfOldMaster PIC X VALUE "N".

01 WS-ConvertedCount PIC 9(6) VALUE ZEROS.
01 WS-Count-Edit PIC ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "AuditJournalFields.cpy".
COPY "BranchFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "CONVERT" TO WS-Audit-OperatorID
    MOVE "BranchConversion" TO WS-Audit-ProgramName

    PERFORM LOAD-BRANCHES
    IF WS-Branch-DefaultCode = SPACES
        DISPLAY "Error: BRANCH.CFG is missing or empty - there is no "
                "home branch to assign. Conversion refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-Branch-DefaultCode TO WS-Branch-Code
    PERFORM FIND-BRANCH
    DISPLAY "Existing accounts will be given home branch " WS-Branch-DefaultCode
            " (" WS-Branch-Name ")"

    OPEN INPUT OldCustomerMasterFile
    IF WS-OldMasterStatus NOT EQUAL ZERO
        MOVE WS-OldMasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open CUSTOMER.MASTER. File Status: " WS-OldMasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT NewCustomerMasterFile
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to create CUSTOMER.MASTER.NEW. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        CLOSE OldCustomerMasterFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL WS-EndOfOldMaster = "Y"
        READ OldCustomerMasterFile
            AT END SET WS-EndOfOldMaster TO "Y"
            NOT AT END PERFORM CONVERT-ONE-ACCOUNT
        END-READ
    END-PERFORM

    CLOSE OldCustomerMasterFile
    CLOSE NewCustomerMasterFile

    MOVE WS-ConvertedCount TO WS-Count-Edit
    DISPLAY "Accounts converted:         " WS-Count-Edit
    DISPLAY "Conversion written to CUSTOMER.MASTER.NEW."
    DISPLAY "After checking the count, put the converted file in place:"
    DISPLAY "  rename CUSTOMER.MASTER.NEW  to CUSTOMER.MASTER"

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

CONVERT-ONE-ACCOUNT.
    ADD 1 TO WS-ConvertedCount
    MOVE OCM-AccountNumber TO CM-AccountNumber
    MOVE OCM-CustomerName TO CM-CustomerName
    MOVE OCM-AccountBalance TO CM-AccountBalance
    MOVE OCM-LastStatementDate TO CM-LastStatementDate
    MOVE OCM-AddressLine1 TO CM-AddressLine1
    MOVE OCM-AddressLine2 TO CM-AddressLine2
    MOVE OCM-City TO CM-City
    MOVE OCM-PostalCode TO CM-PostalCode
    MOVE OCM-Phone TO CM-Phone
    MOVE OCM-OpenedDate TO CM-OpenedDate
    MOVE OCM-AccountStatus TO CM-AccountStatus
    MOVE OCM-HoldAmount TO CM-HoldAmount
    MOVE OCM-HoldReleaseDate TO CM-HoldReleaseDate
    MOVE OCM-AccountType TO CM-AccountType
    MOVE OCM-WithdrawalMonth TO CM-WithdrawalMonth
    MOVE OCM-WithdrawalCount TO CM-WithdrawalCount
    MOVE WS-Branch-DefaultCode TO CM-BranchCode
    WRITE CustomerMasterRecord
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to write CUSTOMER.MASTER.NEW. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        CLOSE OldCustomerMasterFile
        CLOSE NewCustomerMasterFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE OldCustomerMasterRecord TO WS-Audit-BeforeImage
    MOVE "CONVERT" TO WS-Audit-Action
    MOVE CustomerMasterRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "AuditJournalWrite.cpy".
COPY "BranchLookup.cpy".

END PROGRAM BranchConversion.
