IDENTIFICATION DIVISION.
PROGRAM-ID. TellerDrawer.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DrawerMovementFile ASSIGN TO "DRAWERMOV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MovementStatus.

    SELECT VaultPositionFile ASSIGN TO "VAULT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VaultStatus.

    COPY "CashItemFileControl.cpy".
    COPY "OperatorMasterFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD DrawerMovementFile.
COPY "DrawerMovementRecord.cpy".

FD VaultPositionFile.
COPY "VaultPositionRecord.cpy".

COPY "CashItemFD.cpy".
COPY "OperatorMasterFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MovementStatus PIC 9(2) VALUE ZEROS.
01 WS-VaultStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfMovements PIC X VALUE "N".
01 WS-EndOfCashItems PIC X VALUE "N".
01 WS-EndOfScan PIC X VALUE "N".
01 WS-Function PIC X VALUE SPACES.
01 WS-AnotherFunction PIC X VALUE "Y".
01 WS-Direction PIC X VALUE SPACES.
01 WS-ConfirmReply PIC X VALUE SPACES.

01 WS-TodayDate PIC 9(8) VALUE ZEROS.
01 WS-NowTime PIC 9(8) VALUE ZEROS.
01 WS-WorkTellerID PIC X(8) VALUE SPACES.
01 WS-WorkTellerName PIC X(30) VALUE SPACES.
01 WS-TellerFound PIC X VALUE "N".
01 WS-WorkAmount PIC 9(7)V99 VALUE ZEROS.
01 WS-MoveType PIC X VALUE SPACES.

01 WS-VaultOpening PIC 9(9)V99 VALUE ZEROS.
01 WS-VaultOnHand PIC S9(9)V99 VALUE ZEROS.

01 WS-Drawer-Opened PIC X VALUE "N".
01 WS-Drawer-Counted PIC X VALUE "N".
01 WS-Drawer-Issued PIC 9(9)V99 VALUE ZEROS.
01 WS-Drawer-Returned PIC 9(9)V99 VALUE ZEROS.
01 WS-Drawer-CashIn PIC 9(9)V99 VALUE ZEROS.
01 WS-Drawer-CashOut PIC 9(9)V99 VALUE ZEROS.
01 WS-Drawer-Position PIC S9(9)V99 VALUE ZEROS.

01 WS-Amount-Edit PIC -ZZZ,ZZZ,ZZ9.99.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "OperatorSignonFields.cpy".
COPY "CashItemFields.cpy".

PROCEDURE DIVISION.
Begin.
    DISPLAY "Enter operator ID: ".
    ACCEPT WS-Audit-OperatorID.
    MOVE "TellerDrawer" TO WS-Audit-ProgramName.
    MOVE WS-Audit-OperatorID TO WS-Signon-OperatorID
    PERFORM VERIFY-OPERATOR-SIGNON
    IF WS-Signon-Valid = "N"
        STOP RUN
    END-IF
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD

    PERFORM UNTIL WS-AnotherFunction NOT = "Y"
        DISPLAY "Enter function (O=Opening issue, B=Buy from vault, "
                "S=Sell to vault, C=Closing count, V=Vault shipment, "
                "P=Vault position): "
        ACCEPT WS-Function
        EVALUATE WS-Function
            WHEN "O"
                PERFORM ISSUE-OPENING-CASH
            WHEN "B"
                PERFORM BUY-FROM-VAULT
            WHEN "S"
                PERFORM SELL-TO-VAULT
            WHEN "C"
                PERFORM ENTER-CLOSING-COUNT
            WHEN "V"
                PERFORM RECORD-VAULT-SHIPMENT
            WHEN "P"
                PERFORM SHOW-VAULT-POSITION
            WHEN OTHER
                DISPLAY "Error: Invalid function. Must be O, B, S, C, V or P."
        END-EVALUATE
        DISPLAY "Another function? (Y/N): "
        ACCEPT WS-AnotherFunction
    END-PERFORM
    STOP RUN.

CHECK-SUPERVISOR-ROLE.
    IF WS-Signon-Role NOT = "S" AND WS-Signon-Role NOT = "A"
        DISPLAY "Error: Vault movements require the supervisor role."
        MOVE "N" TO WS-TellerFound
    ELSE
        MOVE "Y" TO WS-TellerFound
    END-IF.

ISSUE-OPENING-CASH.
    PERFORM CHECK-SUPERVISOR-ROLE
    IF WS-TellerFound = "Y"
        PERFORM FIND-REQUESTED-TELLER
    END-IF
    IF WS-TellerFound = "Y"
        PERFORM COMPUTE-DRAWER-POSITION
        IF WS-Drawer-Opened = "Y"
            DISPLAY "Error: Teller " WS-WorkTellerID " has already been issued "
                    "opening cash today - use B to buy more from the vault."
        ELSE
            PERFORM ACCEPT-MOVEMENT-AMOUNT
            IF WS-WorkAmount > ZERO
                PERFORM COMPUTE-VAULT-POSITION
                IF WS-WorkAmount > WS-VaultOnHand
                    MOVE WS-VaultOnHand TO WS-Amount-Edit
                    DISPLAY "Error: The vault holds only " WS-Amount-Edit
                            ". Issue refused."
                ELSE
                    MOVE "O" TO WS-MoveType
                    PERFORM WRITE-DRAWER-MOVEMENT
                    DISPLAY "Opening cash issued to " WS-WorkTellerID "."
                END-IF
            END-IF
        END-IF
    END-IF.

BUY-FROM-VAULT.
    PERFORM CHECK-SUPERVISOR-ROLE
    IF WS-TellerFound = "Y"
        PERFORM FIND-REQUESTED-TELLER
    END-IF
    IF WS-TellerFound = "Y"
        PERFORM COMPUTE-DRAWER-POSITION
        IF WS-Drawer-Opened = "N" OR WS-Drawer-Counted = "Y"
            DISPLAY "Error: Teller " WS-WorkTellerID " has no open drawer today."
        ELSE
            PERFORM ACCEPT-MOVEMENT-AMOUNT
            IF WS-WorkAmount > ZERO
                PERFORM COMPUTE-VAULT-POSITION
                IF WS-WorkAmount > WS-VaultOnHand
                    MOVE WS-VaultOnHand TO WS-Amount-Edit
                    DISPLAY "Error: The vault holds only " WS-Amount-Edit
                            ". Buy refused."
                ELSE
                    MOVE "B" TO WS-MoveType
                    PERFORM WRITE-DRAWER-MOVEMENT
                    DISPLAY "Cash bought from the vault by " WS-WorkTellerID "."
                END-IF
            END-IF
        END-IF
    END-IF.

SELL-TO-VAULT.
    PERFORM CHECK-SUPERVISOR-ROLE
    IF WS-TellerFound = "Y"
        PERFORM FIND-REQUESTED-TELLER
    END-IF
    IF WS-TellerFound = "Y"
        PERFORM COMPUTE-DRAWER-POSITION
        IF WS-Drawer-Opened = "N" OR WS-Drawer-Counted = "Y"
            DISPLAY "Error: Teller " WS-WorkTellerID " has no open drawer today."
        ELSE
            PERFORM ACCEPT-MOVEMENT-AMOUNT
            IF WS-WorkAmount > ZERO
                IF WS-WorkAmount > WS-Drawer-Position
                    MOVE WS-Drawer-Position TO WS-Amount-Edit
                    DISPLAY "Error: The drawer should hold only "
                            WS-Amount-Edit ". Sell refused."
                ELSE
                    MOVE "S" TO WS-MoveType
                    PERFORM WRITE-DRAWER-MOVEMENT
                    DISPLAY "Cash sold to the vault by " WS-WorkTellerID "."
                END-IF
            END-IF
        END-IF
    END-IF.

ENTER-CLOSING-COUNT.
    MOVE WS-Audit-OperatorID TO WS-WorkTellerID
    PERFORM COMPUTE-DRAWER-POSITION
    IF WS-Drawer-Opened = "N"
        DISPLAY "Error: No opening cash was issued to " WS-WorkTellerID
                " today - there is no drawer to count."
    ELSE
        IF WS-Drawer-Counted = "Y"
            DISPLAY "Error: The drawer for " WS-WorkTellerID
                    " has already been counted today."
        ELSE
            DISPLAY "Enter the cash counted in your drawer: "
            ACCEPT WS-WorkAmount
            DISPLAY "Record a count of " WS-WorkAmount
                    " and close the drawer? (Y/N): "
            ACCEPT WS-ConfirmReply
            IF WS-ConfirmReply = "Y" OR WS-ConfirmReply = "y"
                MOVE "C" TO WS-MoveType
                PERFORM WRITE-DRAWER-MOVEMENT
                DISPLAY "Closing count recorded. The drawer is closed and "
                        "returned to the vault."
            ELSE
                DISPLAY "Count not recorded."
            END-IF
        END-IF
    END-IF.

RECORD-VAULT-SHIPMENT.
    PERFORM CHECK-SUPERVISOR-ROLE
    IF WS-TellerFound = "Y"
        DISPLAY "Shipment in from or out to the cash centre? (I/E): "
        ACCEPT WS-Direction
        IF WS-Direction NOT = "I" AND WS-Direction NOT = "E"
            DISPLAY "Error: Invalid direction. Must be I or E."
        ELSE
            MOVE "VAULT" TO WS-WorkTellerID
            PERFORM ACCEPT-MOVEMENT-AMOUNT
            IF WS-WorkAmount > ZERO
                PERFORM COMPUTE-VAULT-POSITION
                IF WS-Direction = "E" AND WS-WorkAmount > WS-VaultOnHand
                    MOVE WS-VaultOnHand TO WS-Amount-Edit
                    DISPLAY "Error: The vault holds only " WS-Amount-Edit
                            ". Shipment refused."
                ELSE
                    MOVE WS-Direction TO WS-MoveType
                    PERFORM WRITE-DRAWER-MOVEMENT
                    DISPLAY "Vault shipment recorded."
                END-IF
            END-IF
        END-IF
    END-IF.

SHOW-VAULT-POSITION.
    PERFORM COMPUTE-VAULT-POSITION
    MOVE WS-VaultOpening TO WS-Amount-Edit
    DISPLAY "Vault opening position: " WS-Amount-Edit
    MOVE WS-VaultOnHand TO WS-Amount-Edit
    DISPLAY "Vault cash on hand now: " WS-Amount-Edit.

ACCEPT-MOVEMENT-AMOUNT.
    DISPLAY "Enter the amount: "
    ACCEPT WS-WorkAmount
    IF WS-WorkAmount = ZERO
        DISPLAY "Error: The amount must be greater than zero."
    END-IF.

FIND-REQUESTED-TELLER.
    MOVE "N" TO WS-TellerFound
    MOVE "N" TO WS-EndOfScan
    DISPLAY "Enter the teller operator ID: "
    ACCEPT WS-WorkTellerID
    OPEN INPUT OperatorMasterFile
    IF WS-OperatorFileStatus = ZERO
        PERFORM UNTIL WS-EndOfScan = "Y"
            READ OperatorMasterFile
                AT END SET WS-EndOfScan TO "Y"
                NOT AT END
                    IF OP-OperatorID = WS-WorkTellerID
                            AND OP-ActiveFlag = "A"
                        MOVE "Y" TO WS-TellerFound
                        MOVE OP-OperatorName TO WS-WorkTellerName
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OperatorMasterFile
    END-IF
    IF WS-TellerFound = "N"
        DISPLAY "Error: " WS-WorkTellerID " is not an active operator on "
                "OPERATOR.DAT."
    END-IF.

COMPUTE-DRAWER-POSITION.
    MOVE "N" TO WS-Drawer-Opened
    MOVE "N" TO WS-Drawer-Counted
    MOVE ZEROS TO WS-Drawer-Issued
    MOVE ZEROS TO WS-Drawer-Returned
    MOVE ZEROS TO WS-Drawer-CashIn
    MOVE ZEROS TO WS-Drawer-CashOut
    MOVE "N" TO WS-EndOfMovements
    OPEN INPUT DrawerMovementFile
    IF WS-MovementStatus = ZERO
        PERFORM UNTIL WS-EndOfMovements = "Y"
            READ DrawerMovementFile
                AT END SET WS-EndOfMovements TO "Y"
                NOT AT END
                    IF DM-BusinessDate = WS-TodayDate
                            AND DM-TellerID = WS-WorkTellerID
                        EVALUATE DM-MoveType
                            WHEN "O"
                                MOVE "Y" TO WS-Drawer-Opened
                                ADD DM-Amount TO WS-Drawer-Issued
                            WHEN "B"
                                ADD DM-Amount TO WS-Drawer-Issued
                            WHEN "S"
                                ADD DM-Amount TO WS-Drawer-Returned
                            WHEN "C"
                                MOVE "Y" TO WS-Drawer-Counted
                        END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DrawerMovementFile
    END-IF
    MOVE "N" TO WS-EndOfCashItems
    OPEN INPUT CashItemFile
    IF WS-CashItem-OpenStatus = ZERO
        PERFORM UNTIL WS-EndOfCashItems = "Y"
            READ CashItemFile
                AT END SET WS-EndOfCashItems TO "Y"
                NOT AT END
                    IF CX-TranDate = WS-TodayDate
                            AND CX-OperatorID = WS-WorkTellerID
                            AND CX-DepositType = "C"
                        IF CX-TransactionType = "D"
                            ADD CX-Amount TO WS-Drawer-CashIn
                        ELSE
                            ADD CX-Amount TO WS-Drawer-CashOut
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CashItemFile
    END-IF
    COMPUTE WS-Drawer-Position = WS-Drawer-Issued - WS-Drawer-Returned
                               + WS-Drawer-CashIn - WS-Drawer-CashOut.

COMPUTE-VAULT-POSITION.
    MOVE ZEROS TO WS-VaultOpening
    OPEN INPUT VaultPositionFile
    IF WS-VaultStatus = ZERO
        READ VaultPositionFile
            AT END CONTINUE
            NOT AT END
                IF VP-BusinessDate < WS-TodayDate
                    MOVE VP-ClosingBalance TO WS-VaultOpening
                ELSE
                    MOVE VP-OpeningBalance TO WS-VaultOpening
                END-IF
        END-READ
        CLOSE VaultPositionFile
    END-IF
    MOVE WS-VaultOpening TO WS-VaultOnHand
    MOVE "N" TO WS-EndOfMovements
    OPEN INPUT DrawerMovementFile
    IF WS-MovementStatus = ZERO
        PERFORM UNTIL WS-EndOfMovements = "Y"
            READ DrawerMovementFile
                AT END SET WS-EndOfMovements TO "Y"
                NOT AT END
                    IF DM-BusinessDate = WS-TodayDate
                        EVALUATE DM-MoveType
                            WHEN "O"
                            WHEN "B"
                            WHEN "E"
                                SUBTRACT DM-Amount FROM WS-VaultOnHand
                            WHEN "S"
                            WHEN "C"
                            WHEN "I"
                                ADD DM-Amount TO WS-VaultOnHand
                        END-EVALUATE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DrawerMovementFile
    END-IF.

WRITE-DRAWER-MOVEMENT.
    ACCEPT WS-NowTime FROM TIME
    OPEN EXTEND DrawerMovementFile
    IF WS-MovementStatus = "35"
        OPEN OUTPUT DrawerMovementFile
        CLOSE DrawerMovementFile
        OPEN EXTEND DrawerMovementFile
    END-IF
    IF WS-MovementStatus NOT EQUAL ZERO
        MOVE WS-MovementStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open DRAWERMOV.DAT. File Status: "
                WS-MovementStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-MovementStatus TO WS-ErrorLog-FileStatus
        MOVE "DRAWERMOV.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-DRAWER-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-TodayDate TO DM-BusinessDate
    MOVE WS-WorkTellerID TO DM-TellerID
    MOVE WS-MoveType TO DM-MoveType
    MOVE WS-WorkAmount TO DM-Amount
    MOVE WS-Audit-OperatorID TO DM-EnteredBy
    MOVE WS-NowTime TO DM-EntryTime
    WRITE DrawerMovementRecord
    CLOSE DrawerMovementFile
    MOVE SPACES TO WS-Audit-BeforeImage
    MOVE "WRITE" TO WS-Audit-Action
    MOVE SPACES TO WS-Audit-AfterImage
    MOVE DrawerMovementRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY.

LOG-DRAWER-ERROR.
    MOVE "TellerDrawer" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "OperatorSignon.cpy".

END PROGRAM TellerDrawer.
