IDENTIFICATION DIVISION.
PROGRAM-ID. StoreTransfer.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "ProductMasterFileControl.cpy".

    SELECT StockFile ASSIGN TO "STOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockStatus.

    SELECT StoreConfigFile ASSIGN TO "STORES.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StoreConfigStatus.

    SELECT TransferFile ASSIGN TO "TRANSFER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TransferStatus.

    SELECT TransferNumberFile ASSIGN TO "XFERNO.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TransferNumberStatus.

    SELECT StockAdjustmentFile ASSIGN TO "STKADJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockAdjustmentStatus.

    COPY "OperatorMasterFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD ProductMasterFile.
COPY "ProductMasterRecord.cpy".

FD StockFile.
COPY "StockRecord.cpy".

FD StoreConfigFile.
01 StoreConfigLine PIC X(24).

FD TransferFile.
COPY "TransferRecord.cpy".

FD TransferNumberFile.
01 TransferNumberLine PIC 9(8).

FD StockAdjustmentFile.
COPY "StockAdjustmentRecord.cpy".

COPY "OperatorMasterFD.cpy".
COPY "ErrorLogFD.cpy".

WORKING-STORAGE SECTION.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-StockStatus PIC 9(2) VALUE ZEROS.
01 WS-StoreConfigStatus PIC 9(2) VALUE ZEROS.
01 WS-TransferStatus PIC 9(2) VALUE ZEROS.
01 WS-TransferNumberStatus PIC 9(2) VALUE ZEROS.
01 WS-StockAdjustmentStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfStoreConfig PIC X VALUE "N".
01 WS-EndOfStock PIC X VALUE "N".
01 WS-EndOfTransfers PIC X VALUE "N".
01 WS-AnotherTransfer PIC X VALUE "Y".
01 WS-Function PIC X VALUE SPACES.

01 WS-StoreTable.
   05 WS-Store OCCURS 20 TIMES.
      10 WS-Store-ID PIC X(4) VALUE SPACES.
      10 WS-Store-Name PIC X(20) VALUE SPACES.
01 WS-StoreCount PIC 9(2) VALUE ZEROS.
01 WS-StoreIndex PIC 9(2) VALUE ZEROS.
01 WS-StoreValid PIC X VALUE "N".
01 WS-CheckStoreID PIC X(4) VALUE SPACES.

01 WS-StockTable.
   05 WS-Stock OCCURS 2000 TIMES.
      10 WS-Stock-Store PIC X(4) VALUE SPACES.
      10 WS-Stock-ID PIC X(10) VALUE SPACES.
      10 WS-Stock-Qty PIC S9(6) VALUE ZEROS.
01 WS-StockCount PIC 9(4) VALUE ZEROS.
01 WS-StockIndex PIC 9(4) VALUE ZEROS.
01 WS-StockFoundIndex PIC 9(4) VALUE ZEROS.
01 WS-StockOverflow PIC 9(6) VALUE ZEROS.
01 WS-StockStoreID PIC X(4) VALUE SPACES.

01 WS-TransferTable.
   05 WS-Transfer OCCURS 2000 TIMES.
      10 WS-TF-Number PIC 9(8).
      10 WS-TF-Status PIC X.
      10 WS-TF-FromStoreID PIC X(4).
      10 WS-TF-ToStoreID PIC X(4).
      10 WS-TF-ProductID PIC X(10).
      10 WS-TF-Quantity PIC 9(6).
      10 WS-TF-ShipDate PIC 9(8).
      10 WS-TF-ShipOperator PIC X(8).
      10 WS-TF-ReceiveDate PIC 9(8).
      10 WS-TF-ReceiveOperator PIC X(8).
01 WS-TransferCount PIC 9(4) VALUE ZEROS.
01 WS-TransferIndex PIC 9(4) VALUE ZEROS.
01 WS-TransferFoundIndex PIC 9(4) VALUE ZEROS.
01 WS-TransferOverflow PIC 9(6) VALUE ZEROS.
01 WS-NextTransferNumber PIC 9(8) VALUE ZEROS.

01 WS-EntryFromStoreID PIC X(4) VALUE SPACES.
01 WS-EntryToStoreID PIC X(4) VALUE SPACES.
01 WS-EntryProductID PIC X(10) VALUE SPACES.
01 WS-EntryQuantity PIC 9(6) VALUE ZEROS.
01 WS-EntryTransferNumber PIC 9(8) VALUE ZEROS.
01 WS-AdjustQty PIC S9(6) VALUE ZEROS.
01 WS-TodayDate PIC 9(8) VALUE ZEROS.

01 WS-ShippedCount PIC 9(4) VALUE ZEROS.
01 WS-ReceivedCount PIC 9(4) VALUE ZEROS.
01 WS-OnHand-Edit PIC -ZZZ,ZZ9.
01 WS-Quantity-Edit PIC ZZZ,ZZ9.
01 WS-TransferNumber-Edit PIC Z(7)9.
01 WS-ShipDate-Edit PIC 9(4)/99/99.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "OperatorSignonFields.cpy".

PROCEDURE DIVISION.
Begin.
    DISPLAY "Enter your operator ID: "
    ACCEPT WS-Signon-OperatorID
    PERFORM VERIFY-OPERATOR-SIGNON
    IF WS-Signon-Valid = "N"
        STOP RUN
    END-IF
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD
    PERFORM LOAD-STORE-MASTER
    PERFORM LOAD-STOCK-FILE
    PERFORM LOAD-TRANSFERS
    PERFORM LOAD-TRANSFER-NUMBER

    OPEN INPUT ProductMasterFile
    IF WS-ProductMasterStatus NOT EQUAL ZERO
        MOVE WS-ProductMasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PRODUCT.MASTER. File Status: " WS-ProductMasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ProductMasterStatus TO WS-ErrorLog-FileStatus
        MOVE "PRODUCT.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-TRANSFER-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN EXTEND StockAdjustmentFile
    IF WS-StockAdjustmentStatus = "35"
        OPEN OUTPUT StockAdjustmentFile
        CLOSE StockAdjustmentFile
        OPEN EXTEND StockAdjustmentFile
    END-IF
    IF WS-StockAdjustmentStatus NOT EQUAL ZERO
        MOVE WS-StockAdjustmentStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open STKADJ.DAT. File Status: "
                WS-StockAdjustmentStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-StockAdjustmentStatus TO WS-ErrorLog-FileStatus
        MOVE "STKADJ.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-TRANSFER-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL WS-AnotherTransfer NOT = "Y"
        DISPLAY "Ship a transfer or confirm one received? (S/R): "
        ACCEPT WS-Function
        EVALUATE WS-Function
            WHEN "S"
            WHEN "s"
                PERFORM SHIP-ONE-TRANSFER
            WHEN "R"
            WHEN "r"
                PERFORM RECEIVE-ONE-TRANSFER
            WHEN OTHER
                DISPLAY "Error: Choose S to ship or R to receive."
        END-EVALUATE
        DISPLAY "Another transfer? (Y/N): "
        ACCEPT WS-AnotherTransfer
    END-PERFORM

    CLOSE ProductMasterFile
    CLOSE StockAdjustmentFile

    IF WS-ShippedCount > ZERO OR WS-ReceivedCount > ZERO
        PERFORM REWRITE-STOCK-FILE
        PERFORM REWRITE-TRANSFERS
        PERFORM SAVE-TRANSFER-NUMBER
        DISPLAY "Transfers shipped:  " WS-ShippedCount
        DISPLAY "Transfers received: " WS-ReceivedCount
    ELSE
        DISPLAY "No transfers entered - STOCK.DAT unchanged."
    END-IF
    STOP RUN.

SHIP-ONE-TRANSFER.
    DISPLAY "Enter the sending store ID: "
    ACCEPT WS-EntryFromStoreID
    DISPLAY "Enter the receiving store ID: "
    ACCEPT WS-EntryToStoreID
    MOVE WS-EntryFromStoreID TO WS-CheckStoreID
    PERFORM VALIDATE-STORE
    IF WS-StoreValid = "N"
        DISPLAY "Error: Unknown sending store ID " WS-EntryFromStoreID "."
    ELSE
        MOVE WS-EntryToStoreID TO WS-CheckStoreID
        PERFORM VALIDATE-STORE
        IF WS-StoreValid = "N"
            DISPLAY "Error: Unknown receiving store ID " WS-EntryToStoreID "."
        ELSE
            IF WS-EntryFromStoreID = WS-EntryToStoreID
                DISPLAY "Error: Sending and receiving store are the same."
            ELSE
                PERFORM SHIP-TRANSFER-PRODUCT
            END-IF
        END-IF
    END-IF.

SHIP-TRANSFER-PRODUCT.
    DISPLAY "Enter the product ID to transfer: "
    ACCEPT WS-EntryProductID
    MOVE WS-EntryProductID TO PM-ProductID
    READ ProductMasterFile
        INVALID KEY
            DISPLAY "Error: No product on file with product ID "
                    WS-EntryProductID
        NOT INVALID KEY
            IF PM-ActiveFlag NOT = "A"
                DISPLAY "Error: Product " WS-EntryProductID " is inactive."
            ELSE
                DISPLAY "Enter the quantity shipped: "
                ACCEPT WS-EntryQuantity
                MOVE WS-EntryFromStoreID TO WS-StockStoreID
                PERFORM FIND-STOCK-ROW
                IF WS-EntryQuantity = ZERO
                    DISPLAY "Error: Quantity shipped cannot be zero."
                ELSE
                    IF WS-StockFoundIndex = ZERO
                        DISPLAY "Error: Store " WS-EntryFromStoreID
                                " holds no stock of " WS-EntryProductID "."
                    ELSE
                        IF WS-EntryQuantity > WS-Stock-Qty(WS-StockFoundIndex)
                            MOVE WS-Stock-Qty(WS-StockFoundIndex)
                                TO WS-OnHand-Edit
                            DISPLAY "Error: Only " WS-OnHand-Edit
                                    " on hand at " WS-EntryFromStoreID
                                    " - transfer refused."
                        ELSE
                            PERFORM RECORD-SHIPMENT
                        END-IF
                    END-IF
                END-IF
            END-IF
    END-READ.

RECORD-SHIPMENT.
    IF WS-TransferCount NOT < 2000
        DISPLAY "Error: transfer table is full (2000 documents) - "
                "transfer not recorded."
    ELSE
        SUBTRACT WS-EntryQuantity FROM WS-Stock-Qty(WS-StockFoundIndex)
        MOVE WS-Stock-Qty(WS-StockFoundIndex) TO WS-OnHand-Edit
        COMPUTE WS-AdjustQty = ZERO - WS-EntryQuantity
        MOVE WS-EntryFromStoreID TO WS-StockStoreID
        MOVE "XFEROUT" TO SA-Source
        PERFORM WRITE-TRANSFER-ADJUSTMENT

        ADD 1 TO WS-NextTransferNumber
        ADD 1 TO WS-TransferCount
        MOVE WS-NextTransferNumber TO WS-TF-Number(WS-TransferCount)
        MOVE "T" TO WS-TF-Status(WS-TransferCount)
        MOVE WS-EntryFromStoreID TO WS-TF-FromStoreID(WS-TransferCount)
        MOVE WS-EntryToStoreID TO WS-TF-ToStoreID(WS-TransferCount)
        MOVE WS-EntryProductID TO WS-TF-ProductID(WS-TransferCount)
        MOVE WS-EntryQuantity TO WS-TF-Quantity(WS-TransferCount)
        MOVE WS-TodayDate TO WS-TF-ShipDate(WS-TransferCount)
        MOVE WS-Signon-OperatorID TO WS-TF-ShipOperator(WS-TransferCount)
        MOVE ZEROS TO WS-TF-ReceiveDate(WS-TransferCount)
        MOVE SPACES TO WS-TF-ReceiveOperator(WS-TransferCount)
        ADD 1 TO WS-ShippedCount
        MOVE WS-NextTransferNumber TO WS-TransferNumber-Edit
        DISPLAY "Transfer " WS-TransferNumber-Edit " shipped and in transit. "
                "On hand at " WS-EntryFromStoreID " is now " WS-OnHand-Edit
    END-IF.

RECEIVE-ONE-TRANSFER.
    DISPLAY "Enter the transfer number received: "
    ACCEPT WS-EntryTransferNumber
    DISPLAY "Enter the receiving store ID: "
    ACCEPT WS-EntryToStoreID
    MOVE ZERO TO WS-TransferFoundIndex
    PERFORM VARYING WS-TransferIndex FROM 1 BY 1
            UNTIL WS-TransferIndex > WS-TransferCount
        IF WS-TF-Number(WS-TransferIndex) = WS-EntryTransferNumber
            MOVE WS-TransferIndex TO WS-TransferFoundIndex
        END-IF
    END-PERFORM
    IF WS-TransferFoundIndex = ZERO
        DISPLAY "Error: No transfer on file with number "
                WS-EntryTransferNumber "."
    ELSE
        IF WS-TF-Status(WS-TransferFoundIndex) NOT = "T"
            DISPLAY "Error: Transfer " WS-EntryTransferNumber
                    " is not in transit - already received."
        ELSE
            IF WS-TF-ToStoreID(WS-TransferFoundIndex) NOT = WS-EntryToStoreID
                DISPLAY "Error: Transfer " WS-EntryTransferNumber
                        " was shipped to store "
                        WS-TF-ToStoreID(WS-TransferFoundIndex)
                        ", not " WS-EntryToStoreID "."
            ELSE
                PERFORM CONFIRM-TRANSFER-RECEIPT
            END-IF
        END-IF
    END-IF.

CONFIRM-TRANSFER-RECEIPT.
    MOVE WS-TF-ShipDate(WS-TransferFoundIndex) TO WS-ShipDate-Edit
    MOVE WS-TF-Quantity(WS-TransferFoundIndex) TO WS-Quantity-Edit
    DISPLAY "  From store " WS-TF-FromStoreID(WS-TransferFoundIndex)
            "  product " WS-TF-ProductID(WS-TransferFoundIndex)
            "  quantity " WS-Quantity-Edit
            "  shipped " WS-ShipDate-Edit
    MOVE WS-EntryToStoreID TO WS-StockStoreID
    MOVE WS-TF-ProductID(WS-TransferFoundIndex) TO WS-EntryProductID
    PERFORM FIND-STOCK-ROW
    IF WS-StockFoundIndex = ZERO
        IF WS-StockCount < 2000
            ADD 1 TO WS-StockCount
            MOVE WS-StockCount TO WS-StockFoundIndex
            MOVE WS-EntryToStoreID TO WS-Stock-Store(WS-StockFoundIndex)
            MOVE WS-EntryProductID TO WS-Stock-ID(WS-StockFoundIndex)
            MOVE ZERO TO WS-Stock-Qty(WS-StockFoundIndex)
        ELSE
            DISPLAY "Error: stock table is full (2000 store/product rows) - "
                    "receipt not applied."
        END-IF
    END-IF
    IF WS-StockFoundIndex > ZERO
        ADD WS-TF-Quantity(WS-TransferFoundIndex)
            TO WS-Stock-Qty(WS-StockFoundIndex)
        MOVE WS-Stock-Qty(WS-StockFoundIndex) TO WS-OnHand-Edit
        MOVE WS-TF-Quantity(WS-TransferFoundIndex) TO WS-AdjustQty
        MOVE "XFERIN" TO SA-Source
        PERFORM WRITE-TRANSFER-ADJUSTMENT
        MOVE "R" TO WS-TF-Status(WS-TransferFoundIndex)
        MOVE WS-TodayDate TO WS-TF-ReceiveDate(WS-TransferFoundIndex)
        MOVE WS-Signon-OperatorID
            TO WS-TF-ReceiveOperator(WS-TransferFoundIndex)
        ADD 1 TO WS-ReceivedCount
        DISPLAY "Transfer received. On hand at " WS-EntryToStoreID " for "
                WS-EntryProductID " is now " WS-OnHand-Edit
    END-IF.

WRITE-TRANSFER-ADJUSTMENT.
    MOVE WS-TodayDate TO SA-AdjustDate
    MOVE WS-StockStoreID TO SA-StoreID
    MOVE WS-EntryProductID TO SA-ProductID
    MOVE WS-AdjustQty TO SA-AdjustQty
    MOVE "TR" TO SA-ReasonCode
    MOVE WS-Signon-OperatorID TO SA-OperatorID
    WRITE StockAdjustmentRecord.

VALIDATE-STORE.
    MOVE "N" TO WS-StoreValid
    PERFORM VARYING WS-StoreIndex FROM 1 BY 1
            UNTIL WS-StoreIndex > WS-StoreCount
        IF WS-Store-ID(WS-StoreIndex) = WS-CheckStoreID
            MOVE "Y" TO WS-StoreValid
        END-IF
    END-PERFORM.

FIND-STOCK-ROW.
    MOVE ZERO TO WS-StockFoundIndex
    PERFORM VARYING WS-StockIndex FROM 1 BY 1
            UNTIL WS-StockIndex > WS-StockCount
        IF WS-Stock-Store(WS-StockIndex) = WS-StockStoreID
                AND WS-Stock-ID(WS-StockIndex) = WS-EntryProductID
            MOVE WS-StockIndex TO WS-StockFoundIndex
        END-IF
    END-PERFORM.

LOAD-STORE-MASTER.
    MOVE ZERO TO WS-StoreCount
    OPEN INPUT StoreConfigFile
    IF WS-StoreConfigStatus = ZERO
        PERFORM UNTIL WS-EndOfStoreConfig = "Y"
            READ StoreConfigFile
                AT END SET WS-EndOfStoreConfig TO "Y"
                NOT AT END
                    IF WS-StoreCount < 20
                        ADD 1 TO WS-StoreCount
                        MOVE StoreConfigLine(1:4) TO WS-Store-ID(WS-StoreCount)
                        MOVE StoreConfigLine(5:20) TO WS-Store-Name(WS-StoreCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StoreConfigFile
    END-IF
    IF WS-StoreCount = ZERO
        DISPLAY "Error: STORES.CFG is missing or empty - no store master to "
                "transfer between."
        MOVE "CONFIG" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "STORES.CFG" TO WS-ErrorLog-FileName
        PERFORM LOG-TRANSFER-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-STOCK-FILE.
    MOVE ZERO TO WS-StockCount
    OPEN INPUT StockFile
    IF WS-StockStatus = ZERO
        PERFORM UNTIL WS-EndOfStock = "Y"
            READ StockFile
                AT END SET WS-EndOfStock TO "Y"
                NOT AT END
                    IF WS-StockCount < 2000
                        ADD 1 TO WS-StockCount
                        MOVE SK-StoreID TO WS-Stock-Store(WS-StockCount)
                        MOVE SK-ProductID TO WS-Stock-ID(WS-StockCount)
                        MOVE SK-OnHandQty TO WS-Stock-Qty(WS-StockCount)
                    ELSE
                        ADD 1 TO WS-StockOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StockFile
    END-IF
    IF WS-StockOverflow > ZERO
        DISPLAY "Error: STOCK.DAT holds more than 2000 store/product rows - "
                "the overflow would be lost on rewrite. Run refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-TRANSFERS.
    MOVE ZERO TO WS-TransferCount
    OPEN INPUT TransferFile
    IF WS-TransferStatus = ZERO
        PERFORM UNTIL WS-EndOfTransfers = "Y"
            READ TransferFile
                AT END SET WS-EndOfTransfers TO "Y"
                NOT AT END
                    IF WS-TransferCount < 2000
                        ADD 1 TO WS-TransferCount
                        MOVE TransferRecord TO WS-Transfer(WS-TransferCount)
                    ELSE
                        ADD 1 TO WS-TransferOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TransferFile
    END-IF
    IF WS-TransferOverflow > ZERO
        DISPLAY "Error: TRANSFER.DAT holds more than 2000 documents - the "
                "overflow would be lost on rewrite. Run refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-TRANSFER-NUMBER.
    MOVE ZEROS TO WS-NextTransferNumber
    OPEN INPUT TransferNumberFile
    IF WS-TransferNumberStatus = ZERO
        READ TransferNumberFile
            AT END CONTINUE
            NOT AT END MOVE TransferNumberLine TO WS-NextTransferNumber
        END-READ
        CLOSE TransferNumberFile
    END-IF.

SAVE-TRANSFER-NUMBER.
    OPEN OUTPUT TransferNumberFile
    IF WS-TransferNumberStatus = ZERO
        MOVE WS-NextTransferNumber TO TransferNumberLine
        WRITE TransferNumberLine
        CLOSE TransferNumberFile
    END-IF.

REWRITE-STOCK-FILE.
    OPEN OUTPUT StockFile
    IF WS-StockStatus NOT EQUAL ZERO
        MOVE WS-StockStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open STOCK.DAT. File Status: " WS-StockStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-StockStatus TO WS-ErrorLog-FileStatus
        MOVE "STOCK.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-TRANSFER-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-StockIndex FROM 1 BY 1
            UNTIL WS-StockIndex > WS-StockCount
        MOVE WS-Stock-Store(WS-StockIndex) TO SK-StoreID
        MOVE WS-Stock-ID(WS-StockIndex) TO SK-ProductID
        MOVE WS-Stock-Qty(WS-StockIndex) TO SK-OnHandQty
        WRITE StockRecord
    END-PERFORM
    CLOSE StockFile.

REWRITE-TRANSFERS.
    OPEN OUTPUT TransferFile
    IF WS-TransferStatus NOT EQUAL ZERO
        MOVE WS-TransferStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open TRANSFER.DAT. File Status: "
                WS-TransferStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-TransferStatus TO WS-ErrorLog-FileStatus
        MOVE "TRANSFER.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-TRANSFER-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-TransferIndex FROM 1 BY 1
            UNTIL WS-TransferIndex > WS-TransferCount
        MOVE WS-Transfer(WS-TransferIndex) TO TransferRecord
        WRITE TransferRecord
    END-PERFORM
    CLOSE TransferFile.

LOG-TRANSFER-ERROR.
    MOVE "StoreTransfer" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "OperatorSignon.cpy".

END PROGRAM StoreTransfer.
