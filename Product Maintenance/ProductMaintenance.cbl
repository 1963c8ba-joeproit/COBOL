   05 WS-Category PIC X(10) VALUE SPACES.
01 WS-ListPrice PIC 9(7)V99 VALUE ZEROS.
01 WS-ReorderPoint PIC 9(6) VALUE ZEROS.
01 WS-UnitCost PIC 9(7)V99 VALUE ZEROS.
01 WS-ConfirmReply PIC X VALUE "N".

01 WS-ListPrice-Edit PIC Z(6)9.99.
01 WS-UnitCost-Edit PIC Z(6)9.99.
01 WS-StatusLabel PIC X(8) VALUE SPACES.

COPY "FileStatusMsg.cpy".
        ACCEPT WS-ListPrice
        DISPLAY "Enter the reorder point (units on hand): "
        ACCEPT WS-ReorderPoint
        DISPLAY "Enter the unit cost: "
        ACCEPT WS-UnitCost

        MOVE WS-ProductID TO PM-ProductID
        MOVE WS-Description TO PM-Description
        MOVE WS-ListPrice TO PM-ListPrice
        MOVE "A" TO PM-ActiveFlag
        MOVE WS-ReorderPoint TO PM-ReorderPoint
        MOVE WS-UnitCost TO PM-UnitCost
        WRITE ProductMasterRecord
        IF WS-ProductMasterStatus NOT EQUAL ZERO
            MOVE WS-ProductMasterStatus TO WS-FileStatus-Lookup-Code
    PERFORM FETCH-REQUESTED-PRODUCT
    IF WS-ProductFound = "Y"
        MOVE PM-ListPrice TO WS-ListPrice-Edit
        MOVE PM-UnitCost TO WS-UnitCost-Edit
        IF PM-ActiveFlag = "A"
            MOVE "ACTIVE" TO WS-StatusLabel
        ELSE
        DISPLAY "Description: " PM-Description
        DISPLAY "Category:    " PM-Category
        DISPLAY "List Price:  " WS-ListPrice-Edit
        DISPLAY "Unit Cost:   " WS-UnitCost-Edit
        DISPLAY "Reorder At:  " PM-ReorderPoint
        DISPLAY "Status:      " WS-StatusLabel
    END-IF.
        IF WS-ReorderPoint > ZERO
            MOVE WS-ReorderPoint TO PM-ReorderPoint
        END-IF
        MOVE PM-UnitCost TO WS-UnitCost-Edit
        DISPLAY "Unit cost (" WS-UnitCost-Edit ") (0 to keep): "
        ACCEPT WS-UnitCost
        IF WS-UnitCost > ZERO
            MOVE WS-UnitCost TO PM-UnitCost
        END-IF
        PERFORM REWRITE-PRODUCT
        IF WS-ProductMasterStatus = ZERO
            DISPLAY "Product " WS-ProductID " updated."
