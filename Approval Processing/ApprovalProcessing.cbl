    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".
    COPY "AccountTypeFileControl.cpy".
    COPY "AlertEventFileControl.cpy".

DATA DIVISION.
FILE SECTION.
01 MinBalanceConfigLine PIC X(15).

FD FeeScheduleConfigFile.
01 FeeScheduleConfigLine PIC X(23).

FD ReceiptFile.
01 ReceiptRecord PIC X(80).
COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".
COPY "AccountTypeFD.cpy".
COPY "AlertEventFD.cpy".

WORKING-STORAGE SECTION.
01 WS-FileStatus PIC 9(2) VALUE ZEROS.
01 WS-Decision PIC X VALUE SPACES.
01 WS-DecisionReason PIC X(30) VALUE SPACES.
01 WS-MinimumBalance PIC 9(7)V99 VALUE ZEROS.
01 WS-DefaultMinimumBalance PIC 9(7)V99 VALUE ZEROS.
01 WS-Available PIC S9(8)V99 VALUE ZEROS.
01 WS-PostingOK PIC X VALUE "Y".

01 WS-FeeCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-FeeTable.
   05 WS-Fee OCCURS 30 TIMES.
      10 WS-Fee-TranType PIC X VALUE SPACE.
      10 WS-Fee-AccountType PIC X(2) VALUE SPACES.
      10 WS-Fee-FlatAmount PIC 9(5)V99 VALUE ZEROS.
      10 WS-Fee-PctRate PIC 9V9(4) VALUE ZEROS.
01 WS-FeeCount PIC 9(2) VALUE ZEROS.
01 WS-FeeIndex PIC 9(2) VALUE ZEROS.
01 WS-FeeTypeMatched PIC X VALUE "N".
01 WS-EndOfFeeConfig PIC X VALUE "N".
01 WS-FeeAmount PIC 9(7)V99 VALUE ZEROS.
01 WS-BalanceAfterFee PIC 9(7)V99 VALUE ZEROS.
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "OperatorSignonFields.cpy".
COPY "AccountTypeFields.cpy".
COPY "AlertEventFields.cpy".

PROCEDURE DIVISION.
Begin.
    END-IF.

    PERFORM LOAD-MINIMUM-BALANCE
    PERFORM LOAD-ACCOUNT-TYPES
    PERFORM LOAD-FEE-SCHEDULE
    PERFORM OPEN-MASTER-FILE

            MOVE WS-Audit-OperatorID TO WS-Pend-DecisionOperator(WS-PendingIndex)
            MOVE WS-DecisionReason TO WS-Pend-DecisionReason(WS-PendingIndex)
            ADD 1 TO WS-RejectedCount
            MOVE "PR" TO WS-AlertEvent-Type
            MOVE WS-DecisionReason TO WS-AlertEvent-Detail
            PERFORM RECORD-DECISION-EVENT
            DISPLAY "Item rejected."
        WHEN OTHER
            ADD 1 TO WS-SkippedCount
    END-IF

    IF WS-PostingOK = "Y"
        PERFORM APPLY-ACCOUNT-TYPE-RULES
        PERFORM COMPUTE-TRANSACTION-FEE
        MOVE CM-AccountBalance TO AccountBalance
        COMPUTE WS-Available =
        MOVE WS-Audit-OperatorID TO WS-Pend-DecisionOperator(WS-PendingIndex)
        MOVE "Approved" TO WS-Pend-DecisionReason(WS-PendingIndex)
        ADD 1 TO WS-ApprovedCount
        MOVE "PA" TO WS-AlertEvent-Type
        MOVE "Approved" TO WS-AlertEvent-Detail
        PERFORM RECORD-DECISION-EVENT
        DISPLAY "Item approved and posted under receipt " WS-ReceiptNumber
    ELSE
        ADD 1 TO WS-SkippedCount
    END-IF.

RECORD-DECISION-EVENT.
    MOVE WS-Pend-AccountNumber(WS-PendingIndex) TO WS-AlertEvent-AccountNumber
    MOVE WS-Pend-Amount(WS-PendingIndex) TO WS-AlertEvent-Amount
    MOVE "ApprovalProcessing" TO WS-AlertEvent-ProgramName
    PERFORM WRITE-ALERT-EVENT.

READ-APPROVAL-TARGET.
    MOVE WS-Pend-TargetAccountNumber(WS-PendingIndex) TO CM-AccountNumber
    READ CustomerMasterFile
    MOVE CustomerMasterRecord TO WS-Audit-BeforeImage
    MOVE "REWRITE" TO WS-Audit-Action
    MOVE WS-BalanceAfterFee TO CM-AccountBalance
    PERFORM COUNT-ACCOUNT-WITHDRAWAL
    REWRITE CustomerMasterRecord
    IF WS-MasterStatus NOT EQUAL ZERO
        PERFORM REPORT-MASTER-UPDATE-ERROR
            MOVE TargetUpdatedBalance TO TL-BalanceAfter
            MOVE WS-ReceiptNumber TO TL-ReceiptNumber
            MOVE ZEROS TO TL-RefReceiptNumber
            MOVE WS-Audit-OperatorID TO TL-OperatorID
            MOVE "AP" TO TL-Channel
            MOVE WS-Pend-RequestOperator(WS-PendingIndex) TO TL-OrigOperatorID
            WRITE TransactionLogRecord
        END-IF
        MOVE WS-Pend-AccountNumber(WS-PendingIndex) TO TL-AccountNumber
        MOVE UpdatedBalance TO TL-BalanceAfter
        MOVE WS-ReceiptNumber TO TL-ReceiptNumber
        MOVE ZEROS TO TL-RefReceiptNumber
        MOVE WS-Audit-OperatorID TO TL-OperatorID
        MOVE "AP" TO TL-Channel
        MOVE WS-Pend-RequestOperator(WS-PendingIndex) TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        IF WS-FeeAmount > ZERO
            MOVE WS-Pend-AccountNumber(WS-PendingIndex) TO TL-AccountNumber
            MOVE WS-BalanceAfterFee TO TL-BalanceAfter
            MOVE WS-ReceiptNumber TO TL-ReceiptNumber
            MOVE ZEROS TO TL-RefReceiptNumber
            MOVE WS-Audit-OperatorID TO TL-OperatorID
            MOVE "AP" TO TL-Channel
            MOVE WS-Pend-RequestOperator(WS-PendingIndex) TO TL-OrigOperatorID
            WRITE TransactionLogRecord
        END-IF
        CLOSE TransactionLogFile
    END-IF.

LOAD-MINIMUM-BALANCE.
    MOVE ZEROS TO WS-DefaultMinimumBalance
    OPEN INPUT MinBalanceConfigFile
    IF WS-ConfigStatus = ZERO
        READ MinBalanceConfigFile
            AT END CONTINUE
            NOT AT END COMPUTE WS-DefaultMinimumBalance = FUNCTION NUMVAL(MinBalanceConfigLine)
        END-READ
        CLOSE MinBalanceConfigFile
    END-IF.
            READ FeeScheduleConfigFile
                AT END SET WS-EndOfFeeConfig TO "Y"
                NOT AT END
                    IF WS-FeeCount < 30
                        ADD 1 TO WS-FeeCount
                        MOVE FeeScheduleConfigLine(1:1)
                            TO WS-Fee-TranType(WS-FeeCount)
                        MOVE FeeScheduleConfigLine(22:2)
                            TO WS-Fee-AccountType(WS-FeeCount)
                        COMPUTE WS-Fee-FlatAmount(WS-FeeCount) =
                            FUNCTION NUMVAL(FeeScheduleConfigLine(2:10))
                        COMPUTE WS-Fee-PctRate(WS-FeeCount) =

COMPUTE-TRANSACTION-FEE.
    MOVE ZEROS TO WS-FeeAmount
    MOVE "N" TO WS-FeeTypeMatched
    PERFORM VARYING WS-FeeIndex FROM 1 BY 1
            UNTIL WS-FeeIndex > WS-FeeCount
        IF WS-Fee-TranType(WS-FeeIndex) = WS-Pend-TransactionType(WS-PendingIndex)
            IF WS-Fee-AccountType(WS-FeeIndex) = WS-Type-Code
                    AND WS-Type-Code NOT = SPACES
                COMPUTE WS-FeeAmount ROUNDED =
                    WS-Fee-FlatAmount(WS-FeeIndex) +
                    (WS-Pend-Amount(WS-PendingIndex) * WS-Fee-PctRate(WS-FeeIndex))
                MOVE "Y" TO WS-FeeTypeMatched
            END-IF
            IF WS-Fee-AccountType(WS-FeeIndex) = SPACES
                    AND WS-FeeTypeMatched = "N"
                COMPUTE WS-FeeAmount ROUNDED =
                    WS-Fee-FlatAmount(WS-FeeIndex) +
                    (WS-Pend-Amount(WS-PendingIndex) * WS-Fee-PctRate(WS-FeeIndex))
            END-IF
        END-IF
    END-PERFORM
    PERFORM CHECK-WITHDRAWAL-ALLOWANCE
    ADD WS-Type-ExcessFeeDue TO WS-FeeAmount.

APPLY-ACCOUNT-TYPE-RULES.
    MOVE CM-AccountType TO WS-Type-Code
    PERFORM FIND-ACCOUNT-TYPE
    IF WS-Type-Found = "Y"
        MOVE WS-Type-MinBalance TO WS-MinimumBalance
    ELSE
        MOVE WS-DefaultMinimumBalance TO WS-MinimumBalance
    END-IF.

NEXT-RECEIPT-NUMBER.
    MOVE ZEROS TO WS-ReceiptNumber
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "OperatorSignon.cpy".
COPY "AccountTypeLookup.cpy".
COPY "AlertEventWrite.cpy".

END PROGRAM ApprovalProcessing.
