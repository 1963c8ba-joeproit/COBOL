IDENTIFICATION DIVISION.
PROGRAM-ID. PurchaseOrderApproval.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "ProductMasterFileControl.cpy".

    SELECT PurchaseOrderFile ASSIGN TO "PURCHORD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PurchaseOrderStatus.

    SELECT VendorFile ASSIGN TO "VENDOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VendorStatus.

    COPY "OperatorMasterFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD ProductMasterFile.
COPY "ProductMasterRecord.cpy".

FD PurchaseOrderFile.
COPY "PurchaseOrderRecord.cpy".

FD VendorFile.
COPY "VendorRecord.cpy".

COPY "OperatorMasterFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".

WORKING-STORAGE SECTION.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-PurchaseOrderStatus PIC 9(2) VALUE ZEROS.
01 WS-VendorStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfPurchaseOrders PIC X VALUE "N".
01 WS-EndOfVendors PIC X VALUE "N".

01 WS-OrderLineTable.
   05 WS-OrderLine OCCURS 2000 TIMES.
      10 WS-OL-Number PIC 9(8).
      10 WS-OL-LineNumber PIC 9(3).
      10 WS-OL-Status PIC X.
      10 WS-OL-VendorID PIC X(6).
      10 WS-OL-StoreID PIC X(4).
      10 WS-OL-ProductID PIC X(10).
      10 WS-OL-OrderQty PIC 9(6).
      10 WS-OL-ReceivedQty PIC 9(6).
      10 WS-OL-RaisedDate PIC 9(8).
      10 WS-OL-ReleaseDate PIC 9(8).
      10 WS-OL-DueDate PIC 9(8).
      10 WS-OL-ReleaseOperator PIC X(8).
      10 WS-OL-LastReceiptDate PIC 9(8).
01 WS-OrderLineCount PIC 9(4) VALUE ZEROS.
01 WS-OrderLineIndex PIC 9(4) VALUE ZEROS.
01 WS-LineIndex PIC 9(4) VALUE ZEROS.
01 WS-OrderLineOverflow PIC 9(6) VALUE ZEROS.
01 WS-SuggestedLineCount PIC 9(4) VALUE ZEROS.

01 WS-VendorTable.
   05 WS-Vend OCCURS 100 TIMES.
      10 WS-Vend-ID PIC X(6) VALUE SPACES.
      10 WS-Vend-Name PIC X(30) VALUE SPACES.
      10 WS-Vend-LeadTime PIC 9(3) VALUE ZEROS.
      10 WS-Vend-Active PIC X VALUE SPACE.
01 WS-VendCount PIC 9(3) VALUE ZEROS.
01 WS-VendIndex PIC 9(3) VALUE ZEROS.
01 WS-VendorName PIC X(30) VALUE SPACES.
01 WS-VendorLeadTime PIC 9(3) VALUE ZEROS.

01 WS-CurrentPONumber PIC 9(8) VALUE ZEROS.
01 WS-PresentedTable.
   05 WS-Presented-PO OCCURS 2000 TIMES PIC 9(8) VALUE ZEROS.
01 WS-PresentedCount PIC 9(4) VALUE ZEROS.
01 WS-PresentedIndex PIC 9(4) VALUE ZEROS.
01 WS-AlreadyPresented PIC X VALUE "N".
01 WS-Decision PIC X VALUE SPACES.
01 WS-LineDecision PIC X VALUE SPACES.
01 WS-AmendQty PIC 9(6) VALUE ZEROS.
01 WS-LinesLeft PIC 9(4) VALUE ZEROS.

01 WS-TodayDate PIC 9(8) VALUE ZEROS.
01 WS-DueInteger PIC 9(8) VALUE ZEROS.
01 WS-DueDate PIC 9(8) VALUE ZEROS.
01 WS-DueDate-Edit PIC 9(4)/99/99.
01 WS-RaisedDate-Edit PIC 9(4)/99/99.
01 WS-PONumber-Edit PIC Z(7)9.
01 WS-Quantity-Edit PIC ZZZ,ZZ9.

01 WS-ReleasedCount PIC 9(4) VALUE ZEROS.
01 WS-CancelledCount PIC 9(4) VALUE ZEROS.
01 WS-SkippedCount PIC 9(4) VALUE ZEROS.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "OperatorSignonFields.cpy".

PROCEDURE DIVISION.
Begin.
    DISPLAY "Enter supervisor operator ID: "
    ACCEPT WS-Audit-OperatorID
    MOVE "PurchaseOrderApprove" TO WS-Audit-ProgramName
    MOVE WS-Audit-OperatorID TO WS-Signon-OperatorID
    PERFORM VERIFY-OPERATOR-SIGNON
    IF WS-Signon-Valid = "N"
        STOP RUN
    END-IF
    IF WS-Signon-Role NOT = "S" AND WS-Signon-Role NOT = "A"
        DISPLAY "Error: Releasing purchase orders requires the supervisor "
                "role. Sign-on refused."
        STOP RUN
    END-IF
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD

    PERFORM LOAD-PURCHASE-ORDERS
    IF WS-SuggestedLineCount = ZERO
        DISPLAY "No suggested purchase orders are waiting for release."
        STOP RUN
    END-IF

    PERFORM LOAD-VENDOR-MASTER

    OPEN INPUT ProductMasterFile
    IF WS-ProductMasterStatus NOT EQUAL ZERO
        MOVE WS-ProductMasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PRODUCT.MASTER. File Status: " WS-ProductMasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ProductMasterStatus TO WS-ErrorLog-FileStatus
        MOVE "PRODUCT.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-POAPPROVAL-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE ZEROS TO WS-PresentedCount
    PERFORM VARYING WS-OrderLineIndex FROM 1 BY 1
            UNTIL WS-OrderLineIndex > WS-OrderLineCount
        IF WS-OL-Status(WS-OrderLineIndex) = "S"
            MOVE WS-OL-Number(WS-OrderLineIndex) TO WS-CurrentPONumber
            PERFORM CHECK-ORDER-PRESENTED
            IF WS-AlreadyPresented = "N"
                ADD 1 TO WS-PresentedCount
                MOVE WS-CurrentPONumber TO WS-Presented-PO(WS-PresentedCount)
                PERFORM PROCESS-ONE-PURCHASE-ORDER
            END-IF
        END-IF
    END-PERFORM

    CLOSE ProductMasterFile
    PERFORM REWRITE-PURCHASE-ORDERS

    DISPLAY "Purchase orders released:  " WS-ReleasedCount
    DISPLAY "Purchase orders cancelled: " WS-CancelledCount
    DISPLAY "Left for later:            " WS-SkippedCount
    STOP RUN.

CHECK-ORDER-PRESENTED.
    MOVE "N" TO WS-AlreadyPresented
    PERFORM VARYING WS-PresentedIndex FROM 1 BY 1
            UNTIL WS-PresentedIndex > WS-PresentedCount
        IF WS-Presented-PO(WS-PresentedIndex) = WS-CurrentPONumber
            MOVE "Y" TO WS-AlreadyPresented
        END-IF
    END-PERFORM.

PROCESS-ONE-PURCHASE-ORDER.
    PERFORM FIND-ORDER-VENDOR
    MOVE WS-CurrentPONumber TO WS-PONumber-Edit
    MOVE WS-OL-RaisedDate(WS-OrderLineIndex) TO WS-RaisedDate-Edit
    DISPLAY " "
    DISPLAY "Purchase order " WS-PONumber-Edit " raised " WS-RaisedDate-Edit
    DISPLAY "  Vendor:  " WS-OL-VendorID(WS-OrderLineIndex) "  " WS-VendorName
            "  Lead time " WS-VendorLeadTime " day(s)"
    DISPLAY "  Store:   " WS-OL-StoreID(WS-OrderLineIndex)
    PERFORM VARYING WS-LineIndex FROM WS-OrderLineIndex BY 1
            UNTIL WS-LineIndex > WS-OrderLineCount
        IF WS-OL-Number(WS-LineIndex) = WS-CurrentPONumber
                AND WS-OL-Status(WS-LineIndex) = "S"
            PERFORM DISPLAY-ORDER-LINE
        END-IF
    END-PERFORM
    DISPLAY "Release, amend and release, cancel or skip? (R/A/C/S): "
    ACCEPT WS-Decision

    EVALUATE WS-Decision
        WHEN "R"
        WHEN "r"
            PERFORM RELEASE-PURCHASE-ORDER
        WHEN "A"
        WHEN "a"
            PERFORM AMEND-PURCHASE-ORDER
            IF WS-LinesLeft > ZERO
                PERFORM RELEASE-PURCHASE-ORDER
            ELSE
                ADD 1 TO WS-CancelledCount
                DISPLAY "All lines dropped - purchase order cancelled."
            END-IF
        WHEN "C"
        WHEN "c"
            PERFORM CANCEL-PURCHASE-ORDER
        WHEN OTHER
            ADD 1 TO WS-SkippedCount
            DISPLAY "Purchase order left for later."
    END-EVALUATE.

DISPLAY-ORDER-LINE.
    MOVE WS-OL-ProductID(WS-LineIndex) TO PM-ProductID
    READ ProductMasterFile
        INVALID KEY
            MOVE "(not on PRODUCT.MASTER)" TO PM-Description
    END-READ
    MOVE WS-OL-OrderQty(WS-LineIndex) TO WS-Quantity-Edit
    DISPLAY "  Line " WS-OL-LineNumber(WS-LineIndex) "  "
            WS-OL-ProductID(WS-LineIndex) "  " PM-Description
            "  Qty " WS-Quantity-Edit.

FIND-ORDER-VENDOR.
    MOVE "(not on VENDOR.DAT)" TO WS-VendorName
    MOVE ZEROS TO WS-VendorLeadTime
    PERFORM VARYING WS-VendIndex FROM 1 BY 1
            UNTIL WS-VendIndex > WS-VendCount
        IF WS-Vend-ID(WS-VendIndex) = WS-OL-VendorID(WS-OrderLineIndex)
            MOVE WS-Vend-Name(WS-VendIndex) TO WS-VendorName
            MOVE WS-Vend-LeadTime(WS-VendIndex) TO WS-VendorLeadTime
        END-IF
    END-PERFORM.

RELEASE-PURCHASE-ORDER.
    COMPUTE WS-DueInteger =
        FUNCTION INTEGER-OF-DATE(WS-TodayDate) + WS-VendorLeadTime
    COMPUTE WS-DueDate = FUNCTION DATE-OF-INTEGER(WS-DueInteger)
    PERFORM VARYING WS-LineIndex FROM WS-OrderLineIndex BY 1
            UNTIL WS-LineIndex > WS-OrderLineCount
        IF WS-OL-Number(WS-LineIndex) = WS-CurrentPONumber
                AND WS-OL-Status(WS-LineIndex) = "S"
            PERFORM BUILD-ORDER-LINE-IMAGE
            MOVE WS-Audit-AfterImage TO WS-Audit-BeforeImage
            MOVE "R" TO WS-OL-Status(WS-LineIndex)
            MOVE WS-TodayDate TO WS-OL-ReleaseDate(WS-LineIndex)
            MOVE WS-DueDate TO WS-OL-DueDate(WS-LineIndex)
            MOVE WS-Audit-OperatorID TO WS-OL-ReleaseOperator(WS-LineIndex)
            MOVE "RELEASE" TO WS-Audit-Action
            PERFORM RECORD-ORDER-LINE-AUDIT
        END-IF
    END-PERFORM
    ADD 1 TO WS-ReleasedCount
    MOVE WS-DueDate TO WS-DueDate-Edit
    DISPLAY "Purchase order " WS-PONumber-Edit " released - delivery due "
            WS-DueDate-Edit.

AMEND-PURCHASE-ORDER.
    MOVE ZERO TO WS-LinesLeft
    PERFORM VARYING WS-LineIndex FROM WS-OrderLineIndex BY 1
            UNTIL WS-LineIndex > WS-OrderLineCount
        IF WS-OL-Number(WS-LineIndex) = WS-CurrentPONumber
                AND WS-OL-Status(WS-LineIndex) = "S"
            PERFORM AMEND-ONE-ORDER-LINE
        END-IF
    END-PERFORM.

AMEND-ONE-ORDER-LINE.
    MOVE WS-OL-OrderQty(WS-LineIndex) TO WS-Quantity-Edit
    DISPLAY "  Line " WS-OL-LineNumber(WS-LineIndex) "  "
            WS-OL-ProductID(WS-LineIndex) "  Qty " WS-Quantity-Edit
            " - keep, change or drop? (K/C/D): "
    ACCEPT WS-LineDecision
    PERFORM BUILD-ORDER-LINE-IMAGE
    MOVE WS-Audit-AfterImage TO WS-Audit-BeforeImage
    EVALUATE WS-LineDecision
        WHEN "D"
        WHEN "d"
            MOVE "X" TO WS-OL-Status(WS-LineIndex)
            MOVE WS-Audit-OperatorID TO WS-OL-ReleaseOperator(WS-LineIndex)
            MOVE "CANCEL" TO WS-Audit-Action
            PERFORM RECORD-ORDER-LINE-AUDIT
        WHEN "C"
        WHEN "c"
            DISPLAY "  Enter the quantity to order: "
            ACCEPT WS-AmendQty
            IF WS-AmendQty = ZERO
                DISPLAY "  Error: Quantity cannot be zero - use D to drop "
                        "the line. Quantity kept."
            ELSE
                MOVE WS-AmendQty TO WS-OL-OrderQty(WS-LineIndex)
                MOVE "REWRITE" TO WS-Audit-Action
                PERFORM RECORD-ORDER-LINE-AUDIT
            END-IF
            ADD 1 TO WS-LinesLeft
        WHEN OTHER
            ADD 1 TO WS-LinesLeft
    END-EVALUATE.

CANCEL-PURCHASE-ORDER.
    PERFORM VARYING WS-LineIndex FROM WS-OrderLineIndex BY 1
            UNTIL WS-LineIndex > WS-OrderLineCount
        IF WS-OL-Number(WS-LineIndex) = WS-CurrentPONumber
                AND WS-OL-Status(WS-LineIndex) = "S"
            PERFORM BUILD-ORDER-LINE-IMAGE
            MOVE WS-Audit-AfterImage TO WS-Audit-BeforeImage
            MOVE "X" TO WS-OL-Status(WS-LineIndex)
            MOVE WS-Audit-OperatorID TO WS-OL-ReleaseOperator(WS-LineIndex)
            MOVE "CANCEL" TO WS-Audit-Action
            PERFORM RECORD-ORDER-LINE-AUDIT
        END-IF
    END-PERFORM
    ADD 1 TO WS-CancelledCount
    DISPLAY "Purchase order " WS-PONumber-Edit " cancelled.".

BUILD-ORDER-LINE-IMAGE.
    MOVE SPACES TO WS-Audit-AfterImage
    MOVE WS-OrderLine(WS-LineIndex) TO WS-Audit-AfterImage.

RECORD-ORDER-LINE-AUDIT.
    PERFORM BUILD-ORDER-LINE-IMAGE
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY.

LOAD-PURCHASE-ORDERS.
    MOVE ZERO TO WS-OrderLineCount
    OPEN INPUT PurchaseOrderFile
    IF WS-PurchaseOrderStatus NOT EQUAL ZERO
        DISPLAY "No PURCHORD.DAT on file - no purchase orders to release."
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EndOfPurchaseOrders = "Y"
        READ PurchaseOrderFile
            AT END SET WS-EndOfPurchaseOrders TO "Y"
            NOT AT END
                IF WS-OrderLineCount < 2000
                    ADD 1 TO WS-OrderLineCount
                    MOVE PurchaseOrderRecord TO WS-OrderLine(WS-OrderLineCount)
                    IF PO-Status = "S"
                        ADD 1 TO WS-SuggestedLineCount
                    END-IF
                ELSE
                    ADD 1 TO WS-OrderLineOverflow
                END-IF
        END-READ
    END-PERFORM
    CLOSE PurchaseOrderFile
    IF WS-OrderLineOverflow > ZERO
        DISPLAY "Error: PURCHORD.DAT holds more than 2000 order lines - the "
                "overflow would be lost on rewrite. No changes made."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-VENDOR-MASTER.
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
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VendorFile
    END-IF.

REWRITE-PURCHASE-ORDERS.
    OPEN OUTPUT PurchaseOrderFile
    IF WS-PurchaseOrderStatus NOT EQUAL ZERO
        MOVE WS-PurchaseOrderStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to rewrite PURCHORD.DAT. File Status: "
                WS-PurchaseOrderStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-PurchaseOrderStatus TO WS-ErrorLog-FileStatus
        MOVE "PURCHORD.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-POAPPROVAL-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-OrderLineIndex FROM 1 BY 1
            UNTIL WS-OrderLineIndex > WS-OrderLineCount
        MOVE WS-OrderLine(WS-OrderLineIndex) TO PurchaseOrderRecord
        WRITE PurchaseOrderRecord
    END-PERFORM
    CLOSE PurchaseOrderFile.

LOG-POAPPROVAL-ERROR.
    MOVE "PurchaseOrderApprove" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "OperatorSignon.cpy".

END PROGRAM PurchaseOrderApproval.
