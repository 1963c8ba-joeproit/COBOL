           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StoreConfigStatus.

    SELECT PurchaseOrderFile ASSIGN TO "PURCHORD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PurchaseOrderStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD StoreConfigFile.
01 StoreConfigLine PIC X(24).

FD PurchaseOrderFile.
COPY "PurchaseOrderRecord.cpy".

COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".

WORKING-STORAGE SECTION.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-StockStatus PIC 9(2) VALUE ZEROS.
01 WS-StoreConfigStatus PIC 9(2) VALUE ZEROS.
01 WS-PurchaseOrderStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfPurchaseOrders PIC X VALUE "N".
01 WS-EndOfStoreConfig PIC X VALUE "N".
01 WS-EndOfStock PIC X VALUE "N".
01 WS-AnotherReceipt PIC X VALUE "Y".
01 WS-StockIndex PIC 9(4) VALUE ZEROS.
01 WS-StockOverflow PIC 9(6) VALUE ZEROS.

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
01 WS-OrderLineFoundIndex PIC 9(4) VALUE ZEROS.
01 WS-OrderLineOverflow PIC 9(6) VALUE ZEROS.
01 WS-OpenLineCount PIC 9(4) VALUE ZEROS.
01 WS-OrderStoreID PIC X(4) VALUE SPACES.
01 WS-Outstanding PIC 9(6) VALUE ZEROS.

01 WS-EntryStoreID PIC X(4) VALUE SPACES.
01 WS-EntryPONumber PIC 9(8) VALUE ZEROS.
01 WS-EntryProductID PIC X(10) VALUE SPACES.
01 WS-EntryQuantity PIC 9(6) VALUE ZEROS.
01 WS-EntryUnitCost PIC 9(7)V99 VALUE ZEROS.
01 WS-PriorOnHand PIC S9(8) VALUE ZEROS.
01 WS-ReceivedCount PIC 9(4) VALUE ZEROS.
01 WS-TodayDate PIC 9(8) VALUE ZEROS.
01 WS-OnHand-Edit PIC -ZZZ,ZZ9.
01 WS-PONumber-Edit PIC Z(7)9.
01 WS-Ordered-Edit PIC ZZZ,ZZ9.
01 WS-Received-Edit PIC ZZZ,ZZ9.
01 WS-Outstanding-Edit PIC ZZZ,ZZ9.
01 WS-UnitCost-Edit PIC Z(6)9.99.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".

PROCEDURE DIVISION.
Begin.
    DISPLAY "Enter operator ID: "
    ACCEPT WS-Audit-OperatorID
    MOVE "ReceivingEntry" TO WS-Audit-ProgramName
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD
    PERFORM LOAD-STORE-MASTER
    PERFORM LOAD-STOCK-FILE
    PERFORM LOAD-PURCHASE-ORDERS

    OPEN I-O ProductMasterFile
    IF WS-ProductMasterStatus NOT EQUAL ZERO
        MOVE WS-ProductMasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE

    IF WS-ReceivedCount > ZERO
        PERFORM REWRITE-STOCK-FILE
        PERFORM REWRITE-PURCHASE-ORDERS
        DISPLAY "Stock receipts applied: " WS-ReceivedCount
    ELSE
        DISPLAY "No stock receipts entered - STOCK.DAT unchanged."
    IF WS-StoreValid = "N"
        DISPLAY "Error: Unknown store ID " WS-EntryStoreID "."
    ELSE
        DISPLAY "Enter the purchase order number delivered against: "
        ACCEPT WS-EntryPONumber
        PERFORM LIST-OPEN-ORDER-LINES
        IF WS-OpenLineCount = ZERO
            DISPLAY "Error: Purchase order " WS-EntryPONumber
                    " has no released lines open for receipt."
        ELSE
            IF WS-OrderStoreID NOT = WS-EntryStoreID
                DISPLAY "Error: Purchase order " WS-EntryPONumber
                        " was raised for store " WS-OrderStoreID
                        ", not " WS-EntryStoreID "."
            ELSE
                PERFORM ENTER-ORDER-LINE-RECEIPT
            END-IF
        END-IF
    END-IF.

LIST-OPEN-ORDER-LINES.
    MOVE ZERO TO WS-OpenLineCount
    MOVE SPACES TO WS-OrderStoreID
    PERFORM VARYING WS-OrderLineIndex FROM 1 BY 1
            UNTIL WS-OrderLineIndex > WS-OrderLineCount
        IF WS-OL-Number(WS-OrderLineIndex) = WS-EntryPONumber
                AND WS-OL-Status(WS-OrderLineIndex) = "R"
            ADD 1 TO WS-OpenLineCount
            MOVE WS-OL-StoreID(WS-OrderLineIndex) TO WS-OrderStoreID
            MOVE WS-OL-OrderQty(WS-OrderLineIndex) TO WS-Ordered-Edit
            MOVE WS-OL-ReceivedQty(WS-OrderLineIndex) TO WS-Received-Edit
            COMPUTE WS-Outstanding = WS-OL-OrderQty(WS-OrderLineIndex)
                - WS-OL-ReceivedQty(WS-OrderLineIndex)
            MOVE WS-Outstanding TO WS-Outstanding-Edit
            DISPLAY "  Line " WS-OL-LineNumber(WS-OrderLineIndex) "  "
                    WS-OL-ProductID(WS-OrderLineIndex)
                    "  Ordered " WS-Ordered-Edit
                    "  Received " WS-Received-Edit
                    "  Outstanding " WS-Outstanding-Edit
        END-IF
    END-PERFORM.

ENTER-ORDER-LINE-RECEIPT.
    DISPLAY "Enter the product ID received: "
    ACCEPT WS-EntryProductID
    MOVE ZERO TO WS-OrderLineFoundIndex
    PERFORM VARYING WS-OrderLineIndex FROM 1 BY 1
            UNTIL WS-OrderLineIndex > WS-OrderLineCount
        IF WS-OL-Number(WS-OrderLineIndex) = WS-EntryPONumber
                AND WS-OL-Status(WS-OrderLineIndex) = "R"
                AND WS-OL-ProductID(WS-OrderLineIndex) = WS-EntryProductID
            MOVE WS-OrderLineIndex TO WS-OrderLineFoundIndex
        END-IF
    END-PERFORM
    IF WS-OrderLineFoundIndex = ZERO
        DISPLAY "Error: Product " WS-EntryProductID " is not open on "
                "purchase order " WS-EntryPONumber "."
    ELSE
        MOVE WS-EntryProductID TO PM-ProductID
        READ ProductMasterFile
            INVALID KEY
                ELSE
                    DISPLAY "Enter the quantity received: "
                    ACCEPT WS-EntryQuantity
                    COMPUTE WS-Outstanding =
                        WS-OL-OrderQty(WS-OrderLineFoundIndex)
                        - WS-OL-ReceivedQty(WS-OrderLineFoundIndex)
                    IF WS-EntryQuantity = ZERO
                        DISPLAY "Error: Quantity received cannot be zero."
                    ELSE
                        IF WS-EntryQuantity > WS-Outstanding
                            MOVE WS-Outstanding TO WS-Outstanding-Edit
                            DISPLAY "Error: Over-receipt refused - only "
                                    WS-Outstanding-Edit " still outstanding "
                                    "on this line. Nothing applied."
                        ELSE
                            PERFORM ENTER-RECEIPT-UNIT-COST
                            PERFORM APPLY-RECEIPT-TO-STOCK
                            IF WS-Found = "Y"
                                PERFORM UPDATE-AVERAGE-COST
                                PERFORM APPLY-RECEIPT-TO-ORDER-LINE
                            END-IF
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-IF.

ENTER-RECEIPT-UNIT-COST.
    MOVE PM-UnitCost TO WS-UnitCost-Edit
    DISPLAY "Enter the unit cost on the delivery (current average "
            WS-UnitCost-Edit ") (0 to use current): "
    ACCEPT WS-EntryUnitCost
    MOVE ZEROS TO WS-PriorOnHand
    PERFORM VARYING WS-StockIndex FROM 1 BY 1
            UNTIL WS-StockIndex > WS-StockCount
        IF WS-Stock-ID(WS-StockIndex) = WS-EntryProductID
            ADD WS-Stock-Qty(WS-StockIndex) TO WS-PriorOnHand
        END-IF
    END-PERFORM.

UPDATE-AVERAGE-COST.
    IF WS-EntryUnitCost > ZERO
        MOVE SPACES TO WS-Audit-BeforeImage
        MOVE ProductMasterRecord TO WS-Audit-BeforeImage
        IF WS-PriorOnHand > ZERO AND PM-UnitCost > ZERO
            COMPUTE PM-UnitCost ROUNDED =
                ((WS-PriorOnHand * PM-UnitCost)
                + (WS-EntryQuantity * WS-EntryUnitCost))
                / (WS-PriorOnHand + WS-EntryQuantity)
        ELSE
            MOVE WS-EntryUnitCost TO PM-UnitCost
        END-IF
        REWRITE ProductMasterRecord
        IF WS-ProductMasterStatus NOT EQUAL ZERO
            MOVE WS-ProductMasterStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to update the unit cost on PRODUCT.MASTER. "
                    "File Status: " WS-ProductMasterStatus
                    " - " WS-FileStatus-Lookup-Message
            MOVE "REWRITE" TO WS-ErrorLog-Operation
            MOVE WS-ProductMasterStatus TO WS-ErrorLog-FileStatus
            MOVE "PRODUCT.MASTER" TO WS-ErrorLog-FileName
            PERFORM LOG-RECEIVING-ERROR
        ELSE
            MOVE "COSTAVG" TO WS-Audit-Action
            MOVE SPACES TO WS-Audit-AfterImage
            MOVE ProductMasterRecord TO WS-Audit-AfterImage
            PERFORM WRITE-AUDIT-JOURNAL-ENTRY
            MOVE PM-UnitCost TO WS-UnitCost-Edit
            DISPLAY "Average unit cost for " WS-EntryProductID
                    " is now " WS-UnitCost-Edit
        END-IF
    END-IF.

APPLY-RECEIPT-TO-ORDER-LINE.
    ADD WS-EntryQuantity TO WS-OL-ReceivedQty(WS-OrderLineFoundIndex)
    MOVE WS-TodayDate TO WS-OL-LastReceiptDate(WS-OrderLineFoundIndex)
    IF WS-OL-ReceivedQty(WS-OrderLineFoundIndex) >=
            WS-OL-OrderQty(WS-OrderLineFoundIndex)
        MOVE "C" TO WS-OL-Status(WS-OrderLineFoundIndex)
        DISPLAY "Line " WS-OL-LineNumber(WS-OrderLineFoundIndex)
                " fully received."
        PERFORM LIST-OPEN-ORDER-LINES
        IF WS-OpenLineCount = ZERO
            MOVE WS-EntryPONumber TO WS-PONumber-Edit
            DISPLAY "Purchase order " WS-PONumber-Edit
                    " fully received and closed."
        END-IF
    ELSE
        COMPUTE WS-Outstanding =
            WS-OL-OrderQty(WS-OrderLineFoundIndex)
            - WS-OL-ReceivedQty(WS-OrderLineFoundIndex)
        MOVE WS-Outstanding TO WS-Outstanding-Edit
        DISPLAY "Partial receipt - " WS-Outstanding-Edit
                " still outstanding on this line."
    END-IF.

APPLY-RECEIPT-TO-STOCK.
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-StockIndex FROM 1 BY 1
    END-PERFORM
    CLOSE StockFile.

LOAD-PURCHASE-ORDERS.
    MOVE ZERO TO WS-OrderLineCount
    OPEN INPUT PurchaseOrderFile
    IF WS-PurchaseOrderStatus = ZERO
        PERFORM UNTIL WS-EndOfPurchaseOrders = "Y"
            READ PurchaseOrderFile
                AT END SET WS-EndOfPurchaseOrders TO "Y"
                NOT AT END
                    IF WS-OrderLineCount < 2000
                        ADD 1 TO WS-OrderLineCount
                        MOVE PurchaseOrderRecord
                            TO WS-OrderLine(WS-OrderLineCount)
                    ELSE
                        ADD 1 TO WS-OrderLineOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PurchaseOrderFile
    END-IF
    IF WS-OrderLineCount = ZERO
        DISPLAY "Error: PURCHORD.DAT is missing or empty - there are no "
                "purchase orders to receive against."
        MOVE "CONFIG" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "PURCHORD.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-RECEIVING-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-OrderLineOverflow > ZERO
        DISPLAY "Error: PURCHORD.DAT holds more than 2000 order lines - "
                "the overflow would be lost on rewrite. Run refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

REWRITE-PURCHASE-ORDERS.
    OPEN OUTPUT PurchaseOrderFile
    IF WS-PurchaseOrderStatus NOT EQUAL ZERO
        MOVE WS-PurchaseOrderStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PURCHORD.DAT. File Status: "
                WS-PurchaseOrderStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-PurchaseOrderStatus TO WS-ErrorLog-FileStatus
        MOVE "PURCHORD.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-RECEIVING-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-OrderLineIndex FROM 1 BY 1
            UNTIL WS-OrderLineIndex > WS-OrderLineCount
        MOVE WS-OrderLine(WS-OrderLineIndex) TO PurchaseOrderRecord
        WRITE PurchaseOrderRecord
    END-PERFORM
    CLOSE PurchaseOrderFile.

LOG-RECEIVING-ERROR.
    MOVE "ReceivingEntry" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".

END PROGRAM ReceivingEntry.
