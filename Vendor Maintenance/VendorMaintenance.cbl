IDENTIFICATION DIVISION.
PROGRAM-ID. VendorMaintenance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VendorFile ASSIGN TO "VENDOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VendorStatus.

    SELECT VendorProductFile ASSIGN TO "VENDPROD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VendorProductStatus.

    COPY "ProductMasterFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD VendorFile.
COPY "VendorRecord.cpy".

FD VendorProductFile.
COPY "VendorProductRecord.cpy".

FD ProductMasterFile.
COPY "ProductMasterRecord.cpy".

COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".

WORKING-STORAGE SECTION.
01 WS-VendorStatus PIC 9(2) VALUE ZEROS.
01 WS-VendorProductStatus PIC 9(2) VALUE ZEROS.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-Function PIC X VALUE SPACES.
01 WS-AnotherFunction PIC X VALUE "Y".
01 WS-VendorFound PIC X VALUE "N".
01 WS-ConfirmReply PIC X VALUE "N".
01 WS-EndOfVendors PIC X VALUE "N".
01 WS-EndOfVendorProducts PIC X VALUE "N".
01 WS-LinkFound PIC X VALUE "N".

01 WS-VendorTable.
   05 WS-Vend OCCURS 100 TIMES.
      10 WS-Vend-ID PIC X(6) VALUE SPACES.
      10 WS-Vend-Name PIC X(30) VALUE SPACES.
      10 WS-Vend-LeadTime PIC 9(3) VALUE ZEROS.
      10 WS-Vend-Active PIC X VALUE SPACE.
01 WS-VendCount PIC 9(3) VALUE ZEROS.
01 WS-VendIndex PIC 9(3) VALUE ZEROS.
01 WS-VendFoundIndex PIC 9(3) VALUE ZEROS.
01 WS-VendOverflow PIC 9(6) VALUE ZEROS.

01 WS-VendorProductTable.
   05 WS-VProd OCCURS 2000 TIMES.
      10 WS-VProd-Vendor PIC X(6) VALUE SPACES.
      10 WS-VProd-ID PIC X(10) VALUE SPACES.
01 WS-VProdCount PIC 9(4) VALUE ZEROS.
01 WS-VProdIndex PIC 9(4) VALUE ZEROS.
01 WS-VProdFoundIndex PIC 9(4) VALUE ZEROS.
01 WS-VProdOverflow PIC 9(6) VALUE ZEROS.

01 WS-WorkVendorID PIC X(6) VALUE SPACES.
01 WS-WorkName PIC X(30) VALUE SPACES.
01 WS-WorkLeadTime PIC 9(3) VALUE ZEROS.
01 WS-WorkProductID PIC X(10) VALUE SPACES.
01 WS-ProductAction PIC X VALUE SPACE.
01 WS-StatusLabel PIC X(8) VALUE SPACES.
01 WS-ProductListCount PIC 9(4) VALUE ZEROS.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".

PROCEDURE DIVISION.
Begin.
    DISPLAY "Enter operator ID: "
    ACCEPT WS-Audit-OperatorID
    MOVE "VendorMaintenance" TO WS-Audit-ProgramName

    PERFORM LOAD-VENDOR-TABLE
    PERFORM LOAD-VENDOR-PRODUCT-TABLE

    OPEN INPUT ProductMasterFile
    IF WS-ProductMasterStatus NOT EQUAL ZERO
        MOVE WS-ProductMasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PRODUCT.MASTER. File Status: " WS-ProductMasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ProductMasterStatus TO WS-ErrorLog-FileStatus
        MOVE "PRODUCT.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-VENDMAINT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL WS-AnotherFunction NOT = "Y"
        DISPLAY "Enter function (A=Add, V=View, C=Change, D=Deactivate, "
                "P=Products supplied): "
        ACCEPT WS-Function
        EVALUATE WS-Function
            WHEN "A"
                PERFORM ADD-VENDOR
            WHEN "V"
                PERFORM VIEW-VENDOR
            WHEN "C"
                PERFORM CHANGE-VENDOR
            WHEN "D"
                PERFORM DEACTIVATE-VENDOR
            WHEN "P"
                PERFORM MAINTAIN-VENDOR-PRODUCTS
            WHEN OTHER
                DISPLAY "Error: Invalid function. Must be A, V, C, D or P."
        END-EVALUATE
        DISPLAY "Another function? (Y/N): "
        ACCEPT WS-AnotherFunction
    END-PERFORM

    CLOSE ProductMasterFile
    PERFORM SAVE-VENDOR-TABLE
    PERFORM SAVE-VENDOR-PRODUCT-TABLE
    STOP RUN.

LOAD-VENDOR-TABLE.
    MOVE ZERO TO WS-VendCount
    OPEN INPUT VendorFile
    IF WS-VendorStatus = ZERO
        PERFORM UNTIL WS-EndOfVendors = "Y"
            READ VendorFile
                AT END SET WS-EndOfVendors TO "Y"
                NOT AT END
                    IF WS-VendCount < 100
                        ADD 1 TO WS-VendCount
                        MOVE VN-VendorID TO WS-Vend-ID(WS-VendCount)
                        MOVE VN-VendorName TO WS-Vend-Name(WS-VendCount)
                        MOVE VN-LeadTimeDays TO WS-Vend-LeadTime(WS-VendCount)
                        MOVE VN-ActiveFlag TO WS-Vend-Active(WS-VendCount)
                    ELSE
                        ADD 1 TO WS-VendOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VendorFile
    END-IF
    IF WS-VendOverflow > ZERO
        DISPLAY "Error: VENDOR.DAT holds more than 100 vendors - the "
                "overflow would be lost on rewrite. Run refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-VENDOR-PRODUCT-TABLE.
    MOVE ZERO TO WS-VProdCount
    OPEN INPUT VendorProductFile
    IF WS-VendorProductStatus = ZERO
        PERFORM UNTIL WS-EndOfVendorProducts = "Y"
            READ VendorProductFile
                AT END SET WS-EndOfVendorProducts TO "Y"
                NOT AT END
                    IF WS-VProdCount < 2000
                        ADD 1 TO WS-VProdCount
                        MOVE VP-VendorID TO WS-VProd-Vendor(WS-VProdCount)
                        MOVE VP-ProductID TO WS-VProd-ID(WS-VProdCount)
                    ELSE
                        ADD 1 TO WS-VProdOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VendorProductFile
    END-IF
    IF WS-VProdOverflow > ZERO
        DISPLAY "Error: VENDPROD.DAT holds more than 2000 vendor/product "
                "links - the overflow would be lost on rewrite. Run refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

FIND-REQUESTED-VENDOR.
    MOVE "N" TO WS-VendorFound
    MOVE ZERO TO WS-VendFoundIndex
    DISPLAY "Enter the vendor ID: "
    ACCEPT WS-WorkVendorID
    PERFORM VARYING WS-VendIndex FROM 1 BY 1
            UNTIL WS-VendIndex > WS-VendCount
        IF WS-Vend-ID(WS-VendIndex) = WS-WorkVendorID
            MOVE "Y" TO WS-VendorFound
            MOVE WS-VendIndex TO WS-VendFoundIndex
        END-IF
    END-PERFORM
    IF WS-VendorFound = "N"
        DISPLAY "Error: No vendor on file with ID " WS-WorkVendorID
    END-IF.

ADD-VENDOR.
    DISPLAY "Enter the new vendor ID: "
    ACCEPT WS-WorkVendorID
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-WorkVendorID)) = 0
        DISPLAY "Error: Vendor ID cannot be empty."
    ELSE
        MOVE "N" TO WS-VendorFound
        PERFORM VARYING WS-VendIndex FROM 1 BY 1
                UNTIL WS-VendIndex > WS-VendCount
            IF WS-Vend-ID(WS-VendIndex) = WS-WorkVendorID
                MOVE "Y" TO WS-VendorFound
            END-IF
        END-PERFORM
        IF WS-VendorFound = "Y"
            DISPLAY "Error: Vendor " WS-WorkVendorID " is already on file."
        ELSE
            IF WS-VendCount >= 100
                DISPLAY "Error: the vendor table is full (100 vendors)."
            ELSE
                DISPLAY "Enter the vendor name: "
                ACCEPT WS-WorkName
                DISPLAY "Enter the delivery lead time in days: "
                ACCEPT WS-WorkLeadTime
                ADD 1 TO WS-VendCount
                MOVE WS-WorkVendorID TO WS-Vend-ID(WS-VendCount)
                MOVE WS-WorkName TO WS-Vend-Name(WS-VendCount)
                MOVE WS-WorkLeadTime TO WS-Vend-LeadTime(WS-VendCount)
                MOVE "A" TO WS-Vend-Active(WS-VendCount)
                MOVE WS-VendCount TO WS-VendFoundIndex
                MOVE SPACES TO WS-Audit-BeforeImage
                MOVE "WRITE" TO WS-Audit-Action
                PERFORM RECORD-VENDOR-AUDIT
                DISPLAY "Vendor " WS-WorkVendorID " added."
            END-IF
        END-IF
    END-IF.

VIEW-VENDOR.
    PERFORM FIND-REQUESTED-VENDOR
    IF WS-VendorFound = "Y"
        IF WS-Vend-Active(WS-VendFoundIndex) = "A"
            MOVE "ACTIVE" TO WS-StatusLabel
        ELSE
            MOVE "INACTIVE" TO WS-StatusLabel
        END-IF
        DISPLAY "Vendor ID:   " WS-Vend-ID(WS-VendFoundIndex)
        DISPLAY "Name:        " WS-Vend-Name(WS-VendFoundIndex)
        DISPLAY "Lead Time:   " WS-Vend-LeadTime(WS-VendFoundIndex) " day(s)"
        DISPLAY "Status:      " WS-StatusLabel
        PERFORM LIST-VENDOR-PRODUCTS
    END-IF.

LIST-VENDOR-PRODUCTS.
    MOVE ZERO TO WS-ProductListCount
    DISPLAY "Products supplied:"
    PERFORM VARYING WS-VProdIndex FROM 1 BY 1
            UNTIL WS-VProdIndex > WS-VProdCount
        IF WS-VProd-Vendor(WS-VProdIndex) = WS-Vend-ID(WS-VendFoundIndex)
            ADD 1 TO WS-ProductListCount
            MOVE WS-VProd-ID(WS-VProdIndex) TO PM-ProductID
            READ ProductMasterFile
                INVALID KEY
                    MOVE "(not on PRODUCT.MASTER)" TO PM-Description
            END-READ
            DISPLAY "  " WS-VProd-ID(WS-VProdIndex) "  " PM-Description
        END-IF
    END-PERFORM
    IF WS-ProductListCount = ZERO
        DISPLAY "  (none)"
    END-IF.

CHANGE-VENDOR.
    PERFORM FIND-REQUESTED-VENDOR
    IF WS-VendorFound = "Y"
        MOVE SPACES TO WS-Audit-BeforeImage
        PERFORM BUILD-VENDOR-IMAGE
        MOVE WS-Audit-AfterImage TO WS-Audit-BeforeImage
        DISPLAY "Press Enter to keep the current value of any field."
        DISPLAY "Name (" WS-Vend-Name(WS-VendFoundIndex) "): "
        ACCEPT WS-WorkName
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-WorkName)) > 0
            MOVE WS-WorkName TO WS-Vend-Name(WS-VendFoundIndex)
        END-IF
        DISPLAY "Lead time (" WS-Vend-LeadTime(WS-VendFoundIndex)
                ") (0 to keep): "
        ACCEPT WS-WorkLeadTime
        IF WS-WorkLeadTime > ZERO
            MOVE WS-WorkLeadTime TO WS-Vend-LeadTime(WS-VendFoundIndex)
        END-IF
        IF WS-Vend-Active(WS-VendFoundIndex) NOT = "A"
            DISPLAY "Reactivate this vendor? (Y/N): "
            ACCEPT WS-ConfirmReply
            IF WS-ConfirmReply = "Y" OR WS-ConfirmReply = "y"
                MOVE "A" TO WS-Vend-Active(WS-VendFoundIndex)
            END-IF
        END-IF
        MOVE "REWRITE" TO WS-Audit-Action
        PERFORM RECORD-VENDOR-AUDIT
        DISPLAY "Vendor " WS-WorkVendorID " updated."
    END-IF.

DEACTIVATE-VENDOR.
    PERFORM FIND-REQUESTED-VENDOR
    IF WS-VendorFound = "Y"
        IF WS-Vend-Active(WS-VendFoundIndex) NOT = "A"
            DISPLAY "Vendor " WS-WorkVendorID " is already inactive."
        ELSE
            DISPLAY "Deactivate vendor " WS-WorkVendorID " ("
                    WS-Vend-Name(WS-VendFoundIndex) ") - confirm (Y/N): "
            ACCEPT WS-ConfirmReply
            IF WS-ConfirmReply = "Y" OR WS-ConfirmReply = "y"
                MOVE SPACES TO WS-Audit-BeforeImage
                PERFORM BUILD-VENDOR-IMAGE
                MOVE WS-Audit-AfterImage TO WS-Audit-BeforeImage
                MOVE "I" TO WS-Vend-Active(WS-VendFoundIndex)
                MOVE "REWRITE" TO WS-Audit-Action
                PERFORM RECORD-VENDOR-AUDIT
                DISPLAY "Vendor " WS-WorkVendorID " deactivated. No new "
                        "orders will be suggested to this vendor."
            ELSE
                DISPLAY "Deactivate abandoned - no change made."
            END-IF
        END-IF
    END-IF.

MAINTAIN-VENDOR-PRODUCTS.
    PERFORM FIND-REQUESTED-VENDOR
    IF WS-VendorFound = "Y"
        PERFORM LIST-VENDOR-PRODUCTS
        DISPLAY "Add or remove a product (A/R): "
        ACCEPT WS-ProductAction
        DISPLAY "Enter the product ID: "
        ACCEPT WS-WorkProductID
        MOVE "N" TO WS-LinkFound
        MOVE ZERO TO WS-VProdFoundIndex
        PERFORM VARYING WS-VProdIndex FROM 1 BY 1
                UNTIL WS-VProdIndex > WS-VProdCount
            IF WS-VProd-Vendor(WS-VProdIndex) = WS-WorkVendorID
                    AND WS-VProd-ID(WS-VProdIndex) = WS-WorkProductID
                MOVE "Y" TO WS-LinkFound
                MOVE WS-VProdIndex TO WS-VProdFoundIndex
            END-IF
        END-PERFORM
        EVALUATE WS-ProductAction
            WHEN "A"
            WHEN "a"
                PERFORM ADD-VENDOR-PRODUCT
            WHEN "R"
            WHEN "r"
                PERFORM REMOVE-VENDOR-PRODUCT
            WHEN OTHER
                DISPLAY "Error: Invalid choice. Must be A or R."
        END-EVALUATE
    END-IF.

ADD-VENDOR-PRODUCT.
    IF WS-LinkFound = "Y"
        DISPLAY "Error: Vendor " WS-WorkVendorID " already supplies "
                WS-WorkProductID "."
    ELSE
        MOVE WS-WorkProductID TO PM-ProductID
        READ ProductMasterFile
            INVALID KEY
                DISPLAY "Error: No product on file with product ID "
                        WS-WorkProductID
            NOT INVALID KEY
                IF WS-VProdCount >= 2000
                    DISPLAY "Error: the vendor/product table is full "
                            "(2000 links)."
                ELSE
                    ADD 1 TO WS-VProdCount
                    MOVE WS-WorkVendorID TO WS-VProd-Vendor(WS-VProdCount)
                    MOVE WS-WorkProductID TO WS-VProd-ID(WS-VProdCount)
                    MOVE SPACES TO WS-Audit-BeforeImage
                    MOVE SPACES TO WS-Audit-AfterImage
                    STRING WS-WorkVendorID DELIMITED SIZE
                           WS-WorkProductID DELIMITED SIZE
                           INTO WS-Audit-AfterImage
                    MOVE "WRITE" TO WS-Audit-Action
                    PERFORM WRITE-AUDIT-JOURNAL-ENTRY
                    DISPLAY "Product " WS-WorkProductID " now supplied by "
                            "vendor " WS-WorkVendorID "."
                END-IF
        END-READ
    END-IF.

REMOVE-VENDOR-PRODUCT.
    IF WS-LinkFound = "N"
        DISPLAY "Error: Vendor " WS-WorkVendorID " does not supply "
                WS-WorkProductID "."
    ELSE
        MOVE SPACES TO WS-Audit-BeforeImage
        STRING WS-WorkVendorID DELIMITED SIZE
               WS-WorkProductID DELIMITED SIZE
               INTO WS-Audit-BeforeImage
        MOVE SPACES TO WS-Audit-AfterImage
        MOVE "DELETE" TO WS-Audit-Action
        PERFORM WRITE-AUDIT-JOURNAL-ENTRY
        PERFORM VARYING WS-VProdIndex FROM WS-VProdFoundIndex BY 1
                UNTIL WS-VProdIndex >= WS-VProdCount
            MOVE WS-VProd(WS-VProdIndex + 1) TO WS-VProd(WS-VProdIndex)
        END-PERFORM
        SUBTRACT 1 FROM WS-VProdCount
        DISPLAY "Product " WS-WorkProductID " removed from vendor "
                WS-WorkVendorID "."
    END-IF.

BUILD-VENDOR-IMAGE.
    MOVE SPACES TO WS-Audit-AfterImage
    STRING WS-Vend-ID(WS-VendFoundIndex) DELIMITED SIZE
           WS-Vend-Name(WS-VendFoundIndex) DELIMITED SIZE
           WS-Vend-LeadTime(WS-VendFoundIndex) DELIMITED SIZE
           WS-Vend-Active(WS-VendFoundIndex) DELIMITED SIZE
           INTO WS-Audit-AfterImage.

RECORD-VENDOR-AUDIT.
    PERFORM BUILD-VENDOR-IMAGE
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY.

SAVE-VENDOR-TABLE.
    OPEN OUTPUT VendorFile
    IF WS-VendorStatus NOT EQUAL ZERO
        MOVE WS-VendorStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to rewrite VENDOR.DAT. File Status: "
                WS-VendorStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-VendorStatus TO WS-ErrorLog-FileStatus
        MOVE "VENDOR.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-VENDMAINT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-VendIndex FROM 1 BY 1
            UNTIL WS-VendIndex > WS-VendCount
        MOVE WS-Vend-ID(WS-VendIndex) TO VN-VendorID
        MOVE WS-Vend-Name(WS-VendIndex) TO VN-VendorName
        MOVE WS-Vend-LeadTime(WS-VendIndex) TO VN-LeadTimeDays
        MOVE WS-Vend-Active(WS-VendIndex) TO VN-ActiveFlag
        WRITE VendorRecord
    END-PERFORM
    CLOSE VendorFile.

SAVE-VENDOR-PRODUCT-TABLE.
    OPEN OUTPUT VendorProductFile
    IF WS-VendorProductStatus NOT EQUAL ZERO
        MOVE WS-VendorProductStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to rewrite VENDPROD.DAT. File Status: "
                WS-VendorProductStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-VendorProductStatus TO WS-ErrorLog-FileStatus
        MOVE "VENDPROD.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-VENDMAINT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-VProdIndex FROM 1 BY 1
            UNTIL WS-VProdIndex > WS-VProdCount
        MOVE WS-VProd-Vendor(WS-VProdIndex) TO VP-VendorID
        MOVE WS-VProd-ID(WS-VProdIndex) TO VP-ProductID
        WRITE VendorProductRecord
    END-PERFORM
    CLOSE VendorProductFile.

LOG-VENDMAINT-ERROR.
    MOVE "VendorMaintenance" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".

END PROGRAM VendorMaintenance.
