           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PeriodCtlStatus.

    COPY "AccountTypeFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".
    COPY "JobStatsFileControl.cpy".
    COPY "AlertEventFileControl.cpy".

DATA DIVISION.
FILE SECTION.
01 MinBalanceConfigLine PIC X(15).

FD FeeScheduleConfigFile.
01 FeeScheduleConfigLine PIC X(23).

FD ReceiptFile.
01 ReceiptRecord PIC X(80).
   05 PC-InterestDone PIC X.
   05 PC-CycleDone PIC X.

COPY "AccountTypeFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".
COPY "JobStatsFD.cpy".
COPY "AlertEventFD.cpy".

WORKING-STORAGE SECTION.
01 WS-FileStatus PIC 9(2) VALUE ZEROS.
01 WS-OrderOverflow PIC 9(6) VALUE ZEROS.

01 WS-MinimumBalance PIC 9(7)V99 VALUE ZEROS.
01 WS-DefaultMinimumBalance PIC 9(7)V99 VALUE ZEROS.
01 WS-Available PIC S9(8)V99 VALUE ZEROS.
01 WS-FeeTable.
   05 WS-Fee OCCURS 30 TIMES.
      10 WS-Fee-TranType PIC X VALUE SPACE.
      10 WS-Fee-AccountType PIC X(2) VALUE SPACES.
      10 WS-Fee-FlatAmount PIC 9(5)V99 VALUE ZEROS.
      10 WS-Fee-PctRate PIC 9V9(4) VALUE ZEROS.
01 WS-FeeCount PIC 9(2) VALUE ZEROS.
01 WS-FeeIndex PIC 9(2) VALUE ZEROS.
01 WS-FeeTypeMatched PIC X VALUE "N".
01 WS-FeeAmount PIC 9(7)V99 VALUE ZEROS.
01 WS-BalanceAfterFee PIC 9(7)V99 VALUE ZEROS.
01 WS-FeeAmount-Edit PIC Z(6)9.99.
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "JobStatsFields.cpy".
COPY "AlertEventFields.cpy".
COPY "AccountTypeFields.cpy".

PROCEDURE DIVISION.
Begin.
    END-IF

    PERFORM LOAD-MINIMUM-BALANCE
    PERFORM LOAD-ACCOUNT-TYPES
    PERFORM LOAD-FEE-SCHEDULE
    PERFORM OPEN-MASTER-FILE
    PERFORM OPEN-ORDER-REPORT
    IF WS-PostingOK = "Y"
        MOVE CM-CustomerName TO WS-SourceCustomerName
        MOVE CM-AccountBalance TO AccountBalance
        PERFORM APPLY-ACCOUNT-TYPE-RULES
        PERFORM COMPUTE-ORDER-FEE
        COMPUTE WS-Available =
            AccountBalance - CM-HoldAmount - WS-MinimumBalance
    MOVE CustomerMasterRecord TO WS-Audit-BeforeImage
    MOVE "REWRITE" TO WS-Audit-Action
    MOVE WS-BalanceAfterFee TO CM-AccountBalance
    PERFORM COUNT-ACCOUNT-WITHDRAWAL
    REWRITE CustomerMasterRecord
    IF WS-MasterStatus NOT EQUAL ZERO
        PERFORM REPORT-MASTER-UPDATE-ERROR
           "  Reason: " DELIMITED SIZE
           WS-SkipReason DELIMITED SIZE
           INTO OrderReportLine
    WRITE OrderReportLine
    MOVE "SF" TO WS-AlertEvent-Type
    MOVE WS-Order-SourceAccount(WS-OrderIndex) TO WS-AlertEvent-AccountNumber
    MOVE WS-Order-Amount(WS-OrderIndex) TO WS-AlertEvent-Amount
    MOVE WS-SkipReason TO WS-AlertEvent-Detail
    MOVE "StandingOrderPosting" TO WS-AlertEvent-ProgramName
    PERFORM WRITE-ALERT-EVENT.

COMPUTE-ORDER-FEE.
    MOVE ZEROS TO WS-FeeAmount
    MOVE "N" TO WS-FeeTypeMatched
    PERFORM VARYING WS-FeeIndex FROM 1 BY 1
            UNTIL WS-FeeIndex > WS-FeeCount
        IF WS-Fee-TranType(WS-FeeIndex) = "T"
            IF WS-Fee-AccountType(WS-FeeIndex) = WS-Type-Code
                    AND WS-Type-Code NOT = SPACES
                COMPUTE WS-FeeAmount ROUNDED =
                    WS-Fee-FlatAmount(WS-FeeIndex) +
                    (WS-Order-Amount(WS-OrderIndex) * WS-Fee-PctRate(WS-FeeIndex))
                MOVE "Y" TO WS-FeeTypeMatched
            END-IF
            IF WS-Fee-AccountType(WS-FeeIndex) = SPACES
                    AND WS-FeeTypeMatched = "N"
                COMPUTE WS-FeeAmount ROUNDED =
                    WS-Fee-FlatAmount(WS-FeeIndex) +
                    (WS-Order-Amount(WS-OrderIndex) * WS-Fee-PctRate(WS-FeeIndex))
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

WRITE-ORDER-LOG-ENTRIES.
    OPEN EXTEND TransactionLogFile
        MOVE TargetUpdatedBalance TO TL-BalanceAfter
        MOVE WS-ReceiptNumber TO TL-ReceiptNumber
        MOVE ZEROS TO TL-RefReceiptNumber
        MOVE WS-Audit-OperatorID TO TL-OperatorID
        MOVE "SO" TO TL-Channel
        MOVE SPACES TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        MOVE WS-Order-SourceAccount(WS-OrderIndex) TO TL-AccountNumber
        MOVE WS-SourceCustomerName TO TL-CustomerName
        MOVE UpdatedBalance TO TL-BalanceAfter
        MOVE WS-ReceiptNumber TO TL-ReceiptNumber
        MOVE ZEROS TO TL-RefReceiptNumber
        MOVE WS-Audit-OperatorID TO TL-OperatorID
        MOVE "SO" TO TL-Channel
        MOVE SPACES TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        IF WS-FeeAmount > ZERO
            MOVE WS-Order-SourceAccount(WS-OrderIndex) TO TL-AccountNumber
            MOVE WS-BalanceAfterFee TO TL-BalanceAfter
            MOVE WS-ReceiptNumber TO TL-ReceiptNumber
            MOVE ZEROS TO TL-RefReceiptNumber
            MOVE WS-Audit-OperatorID TO TL-OperatorID
            MOVE "SO" TO TL-Channel
            MOVE SPACES TO TL-OrigOperatorID
            WRITE TransactionLogRecord
        END-IF
        CLOSE TransactionLogFile
    CLOSE StandingOrderFile.

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
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "JobStatsWrite.cpy".
COPY "AlertEventWrite.cpy".
COPY "AccountTypeLookup.cpy".

END PROGRAM StandingOrderPosting.
