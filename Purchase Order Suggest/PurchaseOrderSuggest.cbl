IDENTIFICATION DIVISION.
PROGRAM-ID. PurchaseOrderSuggest.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "ProductMasterFileControl.cpy".

    SELECT StockFile ASSIGN TO "STOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockStatus.

    SELECT VendorFile ASSIGN TO "VENDOR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VendorStatus.

    SELECT VendorProductFile ASSIGN TO "VENDPROD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VendorProductStatus.

    SELECT PurchaseOrderFile ASSIGN TO "PURCHORD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PurchaseOrderStatus.

    SELECT PONumberFile ASSIGN TO "PONO.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PONumberStatus.

    SELECT SuggestReportFile ASSIGN TO "POSUGG.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD ProductMasterFile.
COPY "ProductMasterRecord.cpy".

FD StockFile.
COPY "StockRecord.cpy".

FD VendorFile.
COPY "VendorRecord.cpy".

FD VendorProductFile.
COPY "VendorProductRecord.cpy".

FD PurchaseOrderFile.
COPY "PurchaseOrderRecord.cpy".

FD PONumberFile.
01 PONumberLine PIC 9(8).

FD SuggestReportFile.
01 SuggestReportLine PIC X(120).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-StockStatus PIC 9(2) VALUE ZEROS.
01 WS-VendorStatus PIC 9(2) VALUE ZEROS.
01 WS-VendorProductStatus PIC 9(2) VALUE ZEROS.
01 WS-PurchaseOrderStatus PIC 9(2) VALUE ZEROS.
01 WS-PONumberStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfProductMaster PIC X VALUE "N".
01 WS-EndOfStock PIC X VALUE "N".
01 WS-EndOfVendors PIC X VALUE "N".
01 WS-EndOfVendorProducts PIC X VALUE "N".
01 WS-EndOfPurchaseOrders PIC X VALUE "N".

01 WS-ProductMasterTable.
   05 WS-Product OCCURS 500 TIMES.
      10 WS-Product-ID PIC X(10) VALUE SPACES.
      10 WS-Product-Desc PIC X(30) VALUE SPACES.
      10 WS-Product-Active PIC X VALUE SPACE.
      10 WS-Product-ReorderPoint PIC 9(6) VALUE ZEROS.
01 WS-ProductMasterCount PIC 9(3) VALUE ZEROS.
01 WS-ProductOverflow PIC 9(6) VALUE ZEROS.
01 WS-ProductMasterIndex PIC 9(3) VALUE ZEROS.
01 WS-ProductFoundIndex PIC 9(3) VALUE ZEROS.

01 WS-VendorTable.
   05 WS-Vend OCCURS 100 TIMES.
      10 WS-Vend-ID PIC X(6) VALUE SPACES.
      10 WS-Vend-Name PIC X(30) VALUE SPACES.
      10 WS-Vend-LeadTime PIC 9(3) VALUE ZEROS.
      10 WS-Vend-Active PIC X VALUE SPACE.
01 WS-VendCount PIC 9(3) VALUE ZEROS.
01 WS-VendIndex PIC 9(3) VALUE ZEROS.
01 WS-VendChosenIndex PIC 9(3) VALUE ZEROS.

01 WS-VendorProductTable.
   05 WS-VProd OCCURS 2000 TIMES.
      10 WS-VProd-Vendor PIC X(6) VALUE SPACES.
      10 WS-VProd-ID PIC X(10) VALUE SPACES.
01 WS-VProdCount PIC 9(4) VALUE ZEROS.
01 WS-VProdIndex PIC 9(4) VALUE ZEROS.

01 WS-OpenOrderTable.
   05 WS-OpenOrder OCCURS 2000 TIMES.
      10 WS-OpenOrder-Store PIC X(4) VALUE SPACES.
      10 WS-OpenOrder-ID PIC X(10) VALUE SPACES.
      10 WS-OpenOrder-Number PIC 9(8) VALUE ZEROS.
01 WS-OpenOrderCount PIC 9(4) VALUE ZEROS.
01 WS-OpenOrderOverflow PIC 9(6) VALUE ZEROS.
01 WS-OpenOrderIndex PIC 9(4) VALUE ZEROS.
01 WS-OpenOrderFound PIC X VALUE "N".
01 WS-OpenOrderNumber PIC 9(8) VALUE ZEROS.

01 WS-RunOrderTable.
   05 WS-RunOrder OCCURS 200 TIMES.
      10 WS-RunOrder-Vendor PIC X(6) VALUE SPACES.
      10 WS-RunOrder-Store PIC X(4) VALUE SPACES.
      10 WS-RunOrder-Number PIC 9(8) VALUE ZEROS.
      10 WS-RunOrder-Lines PIC 9(3) VALUE ZEROS.
01 WS-RunOrderCount PIC 9(3) VALUE ZEROS.
01 WS-RunOrderIndex PIC 9(3) VALUE ZEROS.
01 WS-RunOrderFoundIndex PIC 9(3) VALUE ZEROS.

01 WS-NextPONumber PIC 9(8) VALUE ZEROS.
01 WS-SuggestQty PIC S9(7) VALUE ZEROS.

01 WS-StockRowsRead PIC 9(6) VALUE ZEROS.
01 WS-BelowCount PIC 9(6) VALUE ZEROS.
01 WS-SuggestedCount PIC 9(6) VALUE ZEROS.
01 WS-OnOrderCount PIC 9(6) VALUE ZEROS.
01 WS-NoVendorCount PIC 9(6) VALUE ZEROS.
01 WS-RunOrderOverflow PIC 9(6) VALUE ZEROS.
01 WS-PONumberNotSaved PIC X VALUE "N".

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-OnHand-Edit PIC -ZZZ,ZZ9.
01 WS-ReorderPoint-Edit PIC ZZZ,ZZ9.
01 WS-Quantity-Edit PIC ZZZ,ZZ9.
01 WS-PONumber-Edit PIC Z(7)9.
01 WS-Count-Edit PIC ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "PurchaseOrderSuggest" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    PERFORM LOAD-PRODUCT-MASTER
    PERFORM LOAD-VENDOR-MASTER
    PERFORM LOAD-VENDOR-PRODUCTS
    PERFORM LOAD-OPEN-ORDERS
    PERFORM LOAD-PO-NUMBER

    OPEN OUTPUT SuggestReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open POSUGG.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "POSUGG.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-SUGGEST-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN EXTEND PurchaseOrderFile
    IF WS-PurchaseOrderStatus = "35"
        OPEN OUTPUT PurchaseOrderFile
        CLOSE PurchaseOrderFile
        OPEN EXTEND PurchaseOrderFile
    END-IF
    IF WS-PurchaseOrderStatus NOT EQUAL ZERO
        MOVE WS-PurchaseOrderStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PURCHORD.DAT. File Status: "
                WS-PurchaseOrderStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-PurchaseOrderStatus TO WS-ErrorLog-FileStatus
        MOVE "PURCHORD.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-SUGGEST-ERROR
        CLOSE SuggestReportFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING

    OPEN INPUT StockFile
    IF WS-StockStatus NOT EQUAL ZERO
        MOVE SPACES TO SuggestReportLine
        STRING "No STOCK.DAT on file - no stock on hand to order against"
               INTO SuggestReportLine
        WRITE SuggestReportLine
    ELSE
        PERFORM UNTIL WS-EndOfStock = "Y"
            READ StockFile
                AT END SET WS-EndOfStock TO "Y"
                NOT AT END
                    ADD 1 TO WS-StockRowsRead
                    PERFORM CHECK-ONE-STOCK-ROW
            END-READ
        END-PERFORM
        CLOSE StockFile
    END-IF

    IF WS-BelowCount = ZERO
        MOVE SPACES TO SuggestReportLine
        STRING "  (no store/product rows are below their reorder point)"
               INTO SuggestReportLine
        WRITE SuggestReportLine
    END-IF

    CLOSE PurchaseOrderFile
    PERFORM SAVE-PO-NUMBER
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE SuggestReportFile

    DISPLAY "Stock rows checked:         " WS-StockRowsRead
    DISPLAY "Rows below reorder point:   " WS-BelowCount
    DISPLAY "Order lines suggested:      " WS-SuggestedCount
    DISPLAY "Purchase orders raised:     " WS-RunOrderCount
    DISPLAY "Already on order:           " WS-OnOrderCount
    DISPLAY "No vendor for product:      " WS-NoVendorCount
    DISPLAY "Report written to POSUGG.RPT"

    MOVE WS-StockRowsRead TO WS-JobStats-RecordsRead
    MOVE WS-SuggestedCount TO WS-JobStats-RecordsWritten
    MOVE WS-NoVendorCount TO WS-JobStats-RecordsRejected
    IF WS-RunOrderOverflow > ZERO
        DISPLAY "Error: more than 200 vendor/store orders were needed - "
                WS-RunOrderOverflow " row(s) below reorder point were not "
                "ordered. Rerun once the orders raised are on file."
        MOVE "SUGGEST" TO WS-ErrorLog-Operation
        MOVE "OVFL" TO WS-ErrorLog-FileStatus
        MOVE "PURCHORD.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-SUGGEST-ERROR
        MOVE 8 TO WS-JobStats-ReturnCode
        PERFORM WRITE-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-PONumberNotSaved = "Y"
        MOVE 8 TO WS-JobStats-ReturnCode
        PERFORM WRITE-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

CHECK-ONE-STOCK-ROW.
    MOVE ZERO TO WS-ProductFoundIndex
    PERFORM VARYING WS-ProductMasterIndex FROM 1 BY 1
            UNTIL WS-ProductMasterIndex > WS-ProductMasterCount
        IF WS-Product-ID(WS-ProductMasterIndex) = SK-ProductID
            MOVE WS-ProductMasterIndex TO WS-ProductFoundIndex
        END-IF
    END-PERFORM
    IF WS-ProductFoundIndex > ZERO
        IF WS-Product-Active(WS-ProductFoundIndex) = "A"
                AND SK-OnHandQty < WS-Product-ReorderPoint(WS-ProductFoundIndex)
            ADD 1 TO WS-BelowCount
            PERFORM FIND-OPEN-ORDER
            IF WS-OpenOrderFound = "Y"
                ADD 1 TO WS-OnOrderCount
                PERFORM WRITE-ON-ORDER-LINE
            ELSE
                PERFORM FIND-SUPPLYING-VENDOR
                IF WS-VendChosenIndex = ZERO
                    ADD 1 TO WS-NoVendorCount
                    PERFORM WRITE-NO-VENDOR-LINE
                ELSE
                    PERFORM RAISE-SUGGESTED-LINE
                END-IF
            END-IF
        END-IF
    END-IF.

FIND-OPEN-ORDER.
    MOVE "N" TO WS-OpenOrderFound
    MOVE ZEROS TO WS-OpenOrderNumber
    PERFORM VARYING WS-OpenOrderIndex FROM 1 BY 1
            UNTIL WS-OpenOrderIndex > WS-OpenOrderCount
        IF WS-OpenOrder-Store(WS-OpenOrderIndex) = SK-StoreID
                AND WS-OpenOrder-ID(WS-OpenOrderIndex) = SK-ProductID
            MOVE "Y" TO WS-OpenOrderFound
            MOVE WS-OpenOrder-Number(WS-OpenOrderIndex) TO WS-OpenOrderNumber
        END-IF
    END-PERFORM.

FIND-SUPPLYING-VENDOR.
    MOVE ZERO TO WS-VendChosenIndex
    PERFORM VARYING WS-VProdIndex FROM 1 BY 1
            UNTIL WS-VProdIndex > WS-VProdCount
        IF WS-VProd-ID(WS-VProdIndex) = SK-ProductID
            PERFORM VARYING WS-VendIndex FROM 1 BY 1
                    UNTIL WS-VendIndex > WS-VendCount
                IF WS-Vend-ID(WS-VendIndex) = WS-VProd-Vendor(WS-VProdIndex)
                        AND WS-Vend-Active(WS-VendIndex) = "A"
                    IF WS-VendChosenIndex = ZERO
                        MOVE WS-VendIndex TO WS-VendChosenIndex
                    ELSE
                        IF WS-Vend-LeadTime(WS-VendIndex) <
                                WS-Vend-LeadTime(WS-VendChosenIndex)
                            MOVE WS-VendIndex TO WS-VendChosenIndex
                        END-IF
                    END-IF
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

RAISE-SUGGESTED-LINE.
    MOVE ZERO TO WS-RunOrderFoundIndex
    PERFORM VARYING WS-RunOrderIndex FROM 1 BY 1
            UNTIL WS-RunOrderIndex > WS-RunOrderCount
        IF WS-RunOrder-Vendor(WS-RunOrderIndex) = WS-Vend-ID(WS-VendChosenIndex)
                AND WS-RunOrder-Store(WS-RunOrderIndex) = SK-StoreID
            MOVE WS-RunOrderIndex TO WS-RunOrderFoundIndex
        END-IF
    END-PERFORM
    IF WS-RunOrderFoundIndex = ZERO
        IF WS-RunOrderCount < 200
            ADD 1 TO WS-RunOrderCount
            MOVE WS-RunOrderCount TO WS-RunOrderFoundIndex
            ADD 1 TO WS-NextPONumber
            MOVE WS-Vend-ID(WS-VendChosenIndex)
                TO WS-RunOrder-Vendor(WS-RunOrderFoundIndex)
            MOVE SK-StoreID TO WS-RunOrder-Store(WS-RunOrderFoundIndex)
            MOVE WS-NextPONumber TO WS-RunOrder-Number(WS-RunOrderFoundIndex)
            MOVE ZEROS TO WS-RunOrder-Lines(WS-RunOrderFoundIndex)
        ELSE
            ADD 1 TO WS-RunOrderOverflow
            MOVE SPACES TO SuggestReportLine
            STRING "Warning: more than 200 vendor/store orders this run - "
                   DELIMITED SIZE
                   SK-ProductID DELIMITED SIZE
                   " at store " DELIMITED SIZE
                   SK-StoreID DELIMITED SIZE
                   " not ordered" DELIMITED SIZE
                   INTO SuggestReportLine
            WRITE SuggestReportLine
        END-IF
    END-IF
    IF WS-RunOrderFoundIndex > ZERO
        PERFORM WRITE-SUGGESTED-ORDER-LINE
    END-IF.

WRITE-SUGGESTED-ORDER-LINE.
    COMPUTE WS-SuggestQty =
        (WS-Product-ReorderPoint(WS-ProductFoundIndex) * 2) - SK-OnHandQty
    ADD 1 TO WS-RunOrder-Lines(WS-RunOrderFoundIndex)

    MOVE SPACES TO PurchaseOrderRecord
    MOVE WS-RunOrder-Number(WS-RunOrderFoundIndex) TO PO-Number
    MOVE WS-RunOrder-Lines(WS-RunOrderFoundIndex) TO PO-LineNumber
    MOVE "S" TO PO-Status
    MOVE WS-Vend-ID(WS-VendChosenIndex) TO PO-VendorID
    MOVE SK-StoreID TO PO-StoreID
    MOVE SK-ProductID TO PO-ProductID
    MOVE WS-SuggestQty TO PO-OrderQty
    MOVE ZEROS TO PO-ReceivedQty
    MOVE WS-RunDate TO PO-RaisedDate
    MOVE ZEROS TO PO-ReleaseDate
    MOVE ZEROS TO PO-DueDate
    MOVE SPACES TO PO-ReleaseOperator
    MOVE ZEROS TO PO-LastReceiptDate
    WRITE PurchaseOrderRecord
    ADD 1 TO WS-SuggestedCount
    PERFORM WRITE-SUGGESTED-LINE.

WRITE-SUGGESTED-LINE.
    MOVE PO-Number TO WS-PONumber-Edit
    MOVE SK-OnHandQty TO WS-OnHand-Edit
    MOVE WS-Product-ReorderPoint(WS-ProductFoundIndex) TO WS-ReorderPoint-Edit
    MOVE PO-OrderQty TO WS-Quantity-Edit
    MOVE SPACES TO SuggestReportLine
    STRING "PO " DELIMITED SIZE
           WS-PONumber-Edit DELIMITED SIZE
           "  VENDOR " DELIMITED SIZE
           PO-VendorID DELIMITED SIZE
           "  STORE " DELIMITED SIZE
           SK-StoreID DELIMITED SIZE
           "  " DELIMITED SIZE
           SK-ProductID DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Product-Desc(WS-ProductFoundIndex) DELIMITED SIZE
           "  On hand: " DELIMITED SIZE
           WS-OnHand-Edit DELIMITED SIZE
           "  ROP: " DELIMITED SIZE
           WS-ReorderPoint-Edit DELIMITED SIZE
           "  Order: " DELIMITED SIZE
           WS-Quantity-Edit DELIMITED SIZE
           INTO SuggestReportLine
    WRITE SuggestReportLine.

WRITE-ON-ORDER-LINE.
    MOVE WS-OpenOrderNumber TO WS-PONumber-Edit
    MOVE SK-OnHandQty TO WS-OnHand-Edit
    MOVE SPACES TO SuggestReportLine
    STRING "ON ORDER      STORE " DELIMITED SIZE
           SK-StoreID DELIMITED SIZE
           "  " DELIMITED SIZE
           SK-ProductID DELIMITED SIZE
           "  On hand: " DELIMITED SIZE
           WS-OnHand-Edit DELIMITED SIZE
           "  already open on PO " DELIMITED SIZE
           WS-PONumber-Edit DELIMITED SIZE
           INTO SuggestReportLine
    WRITE SuggestReportLine.

WRITE-NO-VENDOR-LINE.
    MOVE SK-OnHandQty TO WS-OnHand-Edit
    MOVE SPACES TO SuggestReportLine
    STRING "NO VENDOR     STORE " DELIMITED SIZE
           SK-StoreID DELIMITED SIZE
           "  " DELIMITED SIZE
           SK-ProductID DELIMITED SIZE
           "  On hand: " DELIMITED SIZE
           WS-OnHand-Edit DELIMITED SIZE
           "  - no active vendor on VENDPROD.DAT supplies this product"
           DELIMITED SIZE
           INTO SuggestReportLine
    WRITE SuggestReportLine.

LOAD-PRODUCT-MASTER.
    MOVE ZERO TO WS-ProductMasterCount
    OPEN INPUT ProductMasterFile
    IF WS-ProductMasterStatus = ZERO
        PERFORM UNTIL WS-EndOfProductMaster = "Y"
            READ ProductMasterFile NEXT RECORD
                AT END SET WS-EndOfProductMaster TO "Y"
                NOT AT END
                    IF WS-ProductMasterCount < 500
                        ADD 1 TO WS-ProductMasterCount
                        MOVE PM-ProductID TO WS-Product-ID(WS-ProductMasterCount)
                        MOVE PM-Description TO WS-Product-Desc(WS-ProductMasterCount)
                        MOVE PM-ActiveFlag TO WS-Product-Active(WS-ProductMasterCount)
                        MOVE PM-ReorderPoint
                            TO WS-Product-ReorderPoint(WS-ProductMasterCount)
                    ELSE
                        ADD 1 TO WS-ProductOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ProductMasterFile
    END-IF
    IF WS-ProductMasterCount = ZERO
        DISPLAY "Error: PRODUCT.MASTER is missing or empty - no reorder "
                "points to order against. Run refused."
        MOVE "CONFIG" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "PRODUCT.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-SUGGEST-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-ProductOverflow > ZERO
        DISPLAY "Error: PRODUCT.MASTER holds more than 500 products - "
                WS-ProductOverflow " could not be loaded and would never "
                "be suggested. Run refused."
        MOVE "LOAD" TO WS-ErrorLog-Operation
        MOVE "OVFL" TO WS-ErrorLog-FileStatus
        MOVE "PRODUCT.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-SUGGEST-ERROR
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
    END-IF
    IF WS-VendCount = ZERO
        DISPLAY "Warning: VENDOR.DAT is missing or empty - rows below their "
                "reorder point will be listed without an order"
    END-IF.

LOAD-VENDOR-PRODUCTS.
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
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VendorProductFile
    END-IF.

LOAD-OPEN-ORDERS.
    MOVE ZERO TO WS-OpenOrderCount
    OPEN INPUT PurchaseOrderFile
    IF WS-PurchaseOrderStatus = ZERO
        PERFORM UNTIL WS-EndOfPurchaseOrders = "Y"
            READ PurchaseOrderFile
                AT END SET WS-EndOfPurchaseOrders TO "Y"
                NOT AT END
                    IF PO-Status = "S" OR PO-Status = "R"
                        IF WS-OpenOrderCount < 2000
                            ADD 1 TO WS-OpenOrderCount
                            MOVE PO-StoreID TO WS-OpenOrder-Store(WS-OpenOrderCount)
                            MOVE PO-ProductID TO WS-OpenOrder-ID(WS-OpenOrderCount)
                            MOVE PO-Number TO WS-OpenOrder-Number(WS-OpenOrderCount)
                        ELSE
                            ADD 1 TO WS-OpenOrderOverflow
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PurchaseOrderFile
    END-IF
    IF WS-OpenOrderOverflow > ZERO
        DISPLAY "Error: PURCHORD.DAT holds more than 2000 open order lines - "
                WS-OpenOrderOverflow " could not be loaded and would be "
                "ordered again. Run refused."
        MOVE "LOAD" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "PURCHORD.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-SUGGEST-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-PO-NUMBER.
    MOVE ZEROS TO WS-NextPONumber
    OPEN INPUT PONumberFile
    IF WS-PONumberStatus = ZERO
        READ PONumberFile
            AT END CONTINUE
            NOT AT END MOVE PONumberLine TO WS-NextPONumber
        END-READ
        CLOSE PONumberFile
    END-IF.

SAVE-PO-NUMBER.
    OPEN OUTPUT PONumberFile
    IF WS-PONumberStatus = ZERO
        MOVE WS-NextPONumber TO PONumberLine
        WRITE PONumberLine
        CLOSE PONumberFile
    ELSE
        MOVE WS-PONumberStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PONO.CFG. File Status: "
                WS-PONumberStatus " - " WS-FileStatus-Lookup-Message
        DISPLAY "The last PO number used was " WS-NextPONumber
                " - PONO.CFG must be set to it before the next run."
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-PONumberStatus TO WS-ErrorLog-FileStatus
        MOVE "PONO.CFG" TO WS-ErrorLog-FileName
        PERFORM LOG-SUGGEST-ERROR
        MOVE "Y" TO WS-PONumberNotSaved
    END-IF.

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE SPACES TO SuggestReportLine
    STRING "================ SUGGESTED PURCHASE ORDERS ================"
           INTO SuggestReportLine
    WRITE SuggestReportLine
    MOVE SPACES TO SuggestReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           "   Order quantity brings on hand up to twice the reorder point"
           DELIMITED SIZE
           INTO SuggestReportLine
    WRITE SuggestReportLine
    MOVE SPACES TO SuggestReportLine
    WRITE SuggestReportLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO SuggestReportLine
    WRITE SuggestReportLine
    MOVE WS-BelowCount TO WS-Count-Edit
    MOVE SPACES TO SuggestReportLine
    STRING "Store/product rows below reorder point: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO SuggestReportLine
    WRITE SuggestReportLine
    MOVE WS-SuggestedCount TO WS-Count-Edit
    MOVE SPACES TO SuggestReportLine
    STRING "Order lines suggested:                  " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO SuggestReportLine
    WRITE SuggestReportLine
    MOVE WS-RunOrderCount TO WS-Count-Edit
    MOVE SPACES TO SuggestReportLine
    STRING "Purchase orders raised for approval:    " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO SuggestReportLine
    WRITE SuggestReportLine
    MOVE WS-OnOrderCount TO WS-Count-Edit
    MOVE SPACES TO SuggestReportLine
    STRING "Rows already on an open order:          " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO SuggestReportLine
    WRITE SuggestReportLine
    MOVE WS-NoVendorCount TO WS-Count-Edit
    MOVE SPACES TO SuggestReportLine
    STRING "Rows with no vendor to order from:      " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO SuggestReportLine
    WRITE SuggestReportLine
    IF WS-RunOrderOverflow > ZERO
        MOVE WS-RunOrderOverflow TO WS-Count-Edit
        MOVE SPACES TO SuggestReportLine
        STRING "Rows not ordered - 200 order limit:     " DELIMITED SIZE
               WS-Count-Edit DELIMITED SIZE
               INTO SuggestReportLine
        WRITE SuggestReportLine
    END-IF.

LOG-SUGGEST-ERROR.
    MOVE "PurchaseOrderSuggest" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM PurchaseOrderSuggest.
