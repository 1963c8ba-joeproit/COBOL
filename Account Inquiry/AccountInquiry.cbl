           RECORD KEY IS TI-Key
           FILE STATUS IS WS-IndexStatus.

    COPY "CustInfoFileControl.cpy".
    COPY "CustRelFileControl.cpy".

    SELECT TranIndexCountFile ASSIGN TO "TRANIDXCNT.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IdxCountFileStatus.
FD TranIndexCountFile.
01 TranIndexCountLine PIC 9(6).

FD CustInfoFile.
COPY "CustInfoRecord.cpy".

FD CustRelFile.
COPY "CustRelRecord.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-TranLogStatus PIC 9(2) VALUE ZEROS.
01 WS-InquiryDateFrom PIC 9(8) VALUE ZEROS.
01 WS-InquiryDateTo PIC 9(8) VALUE ZEROS.
01 WS-InquiryType PIC X VALUE SPACE.
01 WS-InquiryMode PIC X VALUE "A".
01 WS-InquiryCustomerID PIC 9(8) VALUE ZEROS.
01 WS-InquiryLegalName PIC X(40) VALUE SPACES.
01 WS-CifFound PIC X VALUE "N".
01 WS-LinkedCount PIC 9(4) VALUE ZEROS.
01 WS-CombinedBalance PIC 9(11)V99 VALUE ZEROS.
01 WS-AccountNumber-Edit PIC Z(7)9.
01 WS-CustomerID-Edit PIC Z(7)9.
01 WS-StatusLabel PIC X(6) VALUE SPACES.

01 WS-MatchCount PIC 9(6) VALUE ZEROS.
01 WS-CreditTotal PIC 9(11)V99 VALUE ZEROS.
01 WS-Total-Edit PIC ZZZ,ZZZ,ZZ9.99.

COPY "FileStatusMsg.cpy".
COPY "CustInfoFields.cpy".

PROCEDURE DIVISION.
Begin.
        STOP RUN
    END-IF

    MOVE "N" TO WS-Cif-FilesOpen
    OPEN INPUT CustInfoFile
    IF WS-CustInfoStatus = ZERO
        OPEN INPUT CustRelFile
        IF WS-CustRelStatus = ZERO
            MOVE "Y" TO WS-Cif-FilesOpen
        ELSE
            CLOSE CustInfoFile
        END-IF
    END-IF

    PERFORM UNTIL WS-AnotherInquiry NOT = "Y"
        DISPLAY "Enter inquiry type (A=Account activity, C=Customer accounts): "
        ACCEPT WS-InquiryMode
        IF WS-InquiryMode = "C" OR WS-InquiryMode = "c"
            PERFORM RUN-CUSTOMER-INQUIRY
        ELSE
            PERFORM RUN-ONE-INQUIRY
        END-IF
        DISPLAY "Another inquiry? (Y/N): "
        ACCEPT WS-AnotherInquiry
    END-PERFORM

    IF WS-Cif-FilesOpen = "Y"
        CLOSE CustInfoFile
        CLOSE CustRelFile
    END-IF
    CLOSE TranIndexFile
    CLOSE CustomerMasterFile
    STOP RUN.
            MOVE 99999999 TO WS-InquiryDateTo
        END-IF
        DISPLAY "Enter a transaction type to filter on "
                "(D/W/T/L/X/F/I/R/B, space for all): "
        ACCEPT WS-InquiryType
        PERFORM LIST-ACCOUNT-ACTIVITY
    END-IF.
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
        WHEN "I"
        WHEN "R"
        WHEN "B"
        WHEN "C"
            ADD TI-Amount TO WS-CreditTotal
        WHEN OTHER
            ADD TI-Amount TO WS-DebitTotal
    MOVE WS-DebitTotal TO WS-Total-Edit
    DISPLAY "Debits total:   " WS-Total-Edit.

RUN-CUSTOMER-INQUIRY.
    MOVE "N" TO WS-CifFound
    IF WS-Cif-FilesOpen NOT = "Y"
        DISPLAY "Error: No customer information file on CUSTINFO.MASTER / "
                "CUSTREL.MASTER - customer inquiry is not available."
    ELSE
        DISPLAY "Enter the customer ID (0 to look up by legal name): "
        ACCEPT WS-InquiryCustomerID
        IF WS-InquiryCustomerID = ZERO
            DISPLAY "Enter the legal name: "
            ACCEPT WS-InquiryLegalName
            MOVE WS-InquiryLegalName TO CI-LegalName
            READ CustInfoFile KEY IS CI-LegalName
                INVALID KEY
                    DISPLAY "Error: No customer on file named " WS-InquiryLegalName
                NOT INVALID KEY
                    MOVE "Y" TO WS-CifFound
            END-READ
        ELSE
            MOVE WS-InquiryCustomerID TO CI-CustomerID
            READ CustInfoFile
                INVALID KEY
                    DISPLAY "Error: No customer on file with customer ID "
                            WS-InquiryCustomerID
                NOT INVALID KEY
                    MOVE "Y" TO WS-CifFound
            END-READ
        END-IF
    END-IF
    IF WS-CifFound = "Y"
        PERFORM LIST-CUSTOMER-ACCOUNTS
    END-IF.

LIST-CUSTOMER-ACCOUNTS.
    MOVE ZERO TO WS-LinkedCount
    MOVE ZERO TO WS-CombinedBalance
    MOVE CI-CustomerID TO WS-CustomerID-Edit
    DISPLAY "Accounts for customer " WS-CustomerID-Edit " - " CI-LegalName
    DISPLAY "ACCOUNT   ROLE     TYPE  STATUS      BALANCE"
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
                    PERFORM DISPLAY-CUSTOMER-ACCOUNT-LINE
                END-IF
        END-READ
    END-PERFORM
    IF WS-LinkedCount = ZERO
        DISPLAY "  (no accounts linked)"
    END-IF
    MOVE WS-LinkedCount TO WS-Count-Edit
    DISPLAY "Accounts listed:  " WS-Count-Edit
    MOVE WS-CombinedBalance TO WS-Total-Edit
    DISPLAY "Combined balance: " WS-Total-Edit.

DISPLAY-CUSTOMER-ACCOUNT-LINE.
    MOVE CR-Role TO WS-Cif-RoleCode
    PERFORM SET-CIF-ROLE-LABEL
    MOVE CR-AccountNumber TO WS-AccountNumber-Edit
    MOVE CR-AccountNumber TO CM-AccountNumber
    READ CustomerMasterFile
        INVALID KEY
            DISPLAY WS-AccountNumber-Edit "  " WS-Cif-RoleLabel
                    "  (not on CUSTOMER.MASTER)"
        NOT INVALID KEY
            ADD 1 TO WS-LinkedCount
            ADD CM-AccountBalance TO WS-CombinedBalance
            EVALUATE CM-AccountStatus
                WHEN "C" MOVE "CLOSED" TO WS-StatusLabel
                WHEN "D" MOVE "DORMNT" TO WS-StatusLabel
                WHEN OTHER MOVE "OPEN" TO WS-StatusLabel
            END-EVALUATE
            MOVE CM-AccountBalance TO WS-Balance-Edit
            DISPLAY WS-AccountNumber-Edit "  " WS-Cif-RoleLabel
                    "  " CM-AccountType "    " WS-StatusLabel
                    "  " WS-Balance-Edit
    END-READ.

COPY "FileStatusLookup.cpy".
COPY "CustInfoLookup.cpy".

END PROGRAM AccountInquiry.
