IDENTIFICATION DIVISION.
PROGRAM-ID. CustomerInfoLoad.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "CustomerMasterFileControl.cpy".
    COPY "CustInfoFileControl.cpy".
    COPY "CustRelFileControl.cpy".

    SELECT CustomerSequenceFile ASSIGN TO "CUSTNO.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CustomerSeqStatus.

    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD CustInfoFile.
COPY "CustInfoRecord.cpy".

FD CustRelFile.
COPY "CustRelRecord.cpy".

FD CustomerSequenceFile.
01 CustomerSequenceLine PIC 9(8).

COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-CustomerSeqStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfMaster PIC X VALUE "N".
01 WS-EndOfNames PIC X VALUE "N".
01 WS-MatchFound PIC X VALUE "N".
01 WS-TodayDate PIC 9(8) VALUE ZEROS.
01 WS-NextCustomerID PIC 9(8) VALUE ZEROS.
01 WS-LoadCustomerID PIC 9(8) VALUE ZEROS.
01 WS-LoadName PIC X(40) VALUE SPACES.

01 WS-AccountsRead PIC 9(6) VALUE ZEROS.
01 WS-CustomersCreated PIC 9(6) VALUE ZEROS.
01 WS-AccountsMerged PIC 9(6) VALUE ZEROS.
01 WS-LinksWritten PIC 9(6) VALUE ZEROS.
01 WS-Count-Edit PIC ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "AuditJournalFields.cpy".
COPY "CustInfoFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "CONVERT" TO WS-Audit-OperatorID
    MOVE "CustomerInfoLoad" TO WS-Audit-ProgramName
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD

    OPEN INPUT CustInfoFile
    IF WS-CustInfoStatus = ZERO
        CLOSE CustInfoFile
        DISPLAY "Error: CUSTINFO.MASTER already exists - the customer "
                "information file has been loaded. Load refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT CustomerMasterFile
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open CUSTOMER.MASTER. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT CustInfoFile
    IF WS-CustInfoStatus = ZERO
        CLOSE CustInfoFile
        OPEN I-O CustInfoFile
    END-IF
    IF WS-CustInfoStatus NOT EQUAL ZERO
        MOVE WS-CustInfoStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to create CUSTINFO.MASTER. File Status: " WS-CustInfoStatus
                " - " WS-FileStatus-Lookup-Message
        CLOSE CustomerMasterFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT CustRelFile
    IF WS-CustRelStatus = ZERO
        CLOSE CustRelFile
        OPEN I-O CustRelFile
    END-IF
    IF WS-CustRelStatus NOT EQUAL ZERO
        MOVE WS-CustRelStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to create CUSTREL.MASTER. File Status: " WS-CustRelStatus
                " - " WS-FileStatus-Lookup-Message
        CLOSE CustomerMasterFile
        CLOSE CustInfoFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE ZEROS TO WS-NextCustomerID
    OPEN INPUT CustomerSequenceFile
    IF WS-CustomerSeqStatus = ZERO
        READ CustomerSequenceFile
            AT END CONTINUE
            NOT AT END MOVE CustomerSequenceLine TO WS-NextCustomerID
        END-READ
        CLOSE CustomerSequenceFile
    END-IF

    PERFORM UNTIL WS-EndOfMaster = "Y"
        READ CustomerMasterFile NEXT RECORD
            AT END SET WS-EndOfMaster TO "Y"
            NOT AT END PERFORM LOAD-ONE-ACCOUNT
        END-READ
    END-PERFORM

    CLOSE CustomerMasterFile
    CLOSE CustInfoFile
    CLOSE CustRelFile

    OPEN OUTPUT CustomerSequenceFile
    IF WS-CustomerSeqStatus = ZERO
        MOVE WS-NextCustomerID TO CustomerSequenceLine
        WRITE CustomerSequenceLine
        CLOSE CustomerSequenceFile
    END-IF

    MOVE WS-AccountsRead TO WS-Count-Edit
    DISPLAY "Accounts read:              " WS-Count-Edit
    MOVE WS-CustomersCreated TO WS-Count-Edit
    DISPLAY "Customers created:          " WS-Count-Edit
    MOVE WS-AccountsMerged TO WS-Count-Edit
    DISPLAY "Accounts merged to existing:" WS-Count-Edit
    MOVE WS-LinksWritten TO WS-Count-Edit
    DISPLAY "Owner links written:        " WS-Count-Edit
    DISPLAY "Each account is linked to one primary owner. Joint owners"
    DISPLAY "and trustees are added through Customer Maintenance."

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

LOAD-ONE-ACCOUNT.
    ADD 1 TO WS-AccountsRead
    MOVE CM-CustomerName TO WS-LoadName
    PERFORM FIND-MATCHING-CUSTOMER
    IF WS-MatchFound = "Y"
        ADD 1 TO WS-AccountsMerged
    ELSE
        PERFORM WRITE-LOADED-CUSTOMER
    END-IF
    PERFORM WRITE-LOADED-LINK.

FIND-MATCHING-CUSTOMER.
    MOVE "N" TO WS-MatchFound
    MOVE "N" TO WS-EndOfNames
    IF FUNCTION LENGTH(FUNCTION TRIM(CM-AddressLine1)) = 0
            OR FUNCTION LENGTH(FUNCTION TRIM(CM-PostalCode)) = 0
        MOVE "Y" TO WS-EndOfNames
    ELSE
        MOVE WS-LoadName TO CI-LegalName
        START CustInfoFile KEY IS EQUAL TO CI-LegalName
            INVALID KEY MOVE "Y" TO WS-EndOfNames
        END-START
    END-IF
    PERFORM UNTIL WS-EndOfNames = "Y" OR WS-MatchFound = "Y"
        READ CustInfoFile NEXT RECORD
            AT END MOVE "Y" TO WS-EndOfNames
            NOT AT END
                IF CI-LegalName NOT = WS-LoadName
                    MOVE "Y" TO WS-EndOfNames
                ELSE
                    IF CI-AddressLine1 = CM-AddressLine1
                            AND CI-PostalCode = CM-PostalCode
                        MOVE "Y" TO WS-MatchFound
                        MOVE CI-CustomerID TO WS-LoadCustomerID
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

WRITE-LOADED-CUSTOMER.
    ADD 1 TO WS-NextCustomerID
    MOVE WS-NextCustomerID TO WS-LoadCustomerID
    MOVE WS-LoadCustomerID TO CI-CustomerID
    MOVE WS-LoadName TO CI-LegalName
    MOVE CM-AddressLine1 TO CI-AddressLine1
    MOVE CM-AddressLine2 TO CI-AddressLine2
    MOVE CM-City TO CI-City
    MOVE CM-PostalCode TO CI-PostalCode
    MOVE CM-Phone TO CI-Phone
    MOVE ZEROS TO CI-BirthDate
    MOVE SPACES TO CI-TaxID
    MOVE WS-TodayDate TO CI-CreatedDate
    WRITE CustInfoRecord
    IF WS-CustInfoStatus NOT EQUAL ZERO
        MOVE WS-CustInfoStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to write CUSTINFO.MASTER. File Status: " WS-CustInfoStatus
                " - " WS-FileStatus-Lookup-Message
        CLOSE CustomerMasterFile
        CLOSE CustInfoFile
        CLOSE CustRelFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-CustomersCreated
    MOVE CustomerMasterRecord TO WS-Audit-BeforeImage
    MOVE "CONVERT" TO WS-Audit-Action
    MOVE CustInfoRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY.

WRITE-LOADED-LINK.
    MOVE CM-AccountNumber TO CR-AccountNumber
    MOVE WS-LoadCustomerID TO CR-CustomerID
    MOVE "P" TO CR-Role
    MOVE WS-TodayDate TO CR-LinkedDate
    MOVE "CONVERT" TO CR-LinkedBy
    WRITE CustRelRecord
    IF WS-CustRelStatus NOT EQUAL ZERO
        MOVE WS-CustRelStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to write CUSTREL.MASTER. File Status: " WS-CustRelStatus
                " - " WS-FileStatus-Lookup-Message
        CLOSE CustomerMasterFile
        CLOSE CustInfoFile
        CLOSE CustRelFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    ADD 1 TO WS-LinksWritten
    MOVE SPACES TO WS-Audit-BeforeImage
    MOVE "CONVERT" TO WS-Audit-Action
    MOVE CustRelRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "AuditJournalWrite.cpy".

END PROGRAM CustomerInfoLoad.
