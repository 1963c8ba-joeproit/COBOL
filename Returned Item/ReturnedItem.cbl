IDENTIFICATION DIVISION.
PROGRAM-ID. ReturnedItem.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "CustomerMasterFileControl.cpy".
    COPY "CustInfoFileControl.cpy".
    COPY "CustRelFileControl.cpy".

    SELECT TransactionLogFile ASSIGN TO "TRANSACTION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranLogStatus.

    SELECT ReceiptFile ASSIGN TO "RECEIPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FileStatus.

    SELECT ReceiptSequenceFile ASSIGN TO "RECEIPTNO.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReceiptSeqStatus.

    SELECT PeriodControlFile ASSIGN TO "PERIODCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PeriodCtlStatus.

    SELECT FeeScheduleConfigFile ASSIGN TO "FEESCHED.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FeeCfgStatus.

    SELECT ReturnedItemFile ASSIGN TO "RETURNITEM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReturnStatus.

    SELECT ReturnNoticeFile ASSIGN TO "RETNOTICE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NoticeStatus.

    COPY "CashItemFileControl.cpy".
    COPY "AccountTypeFileControl.cpy".
    COPY "OperatorMasterFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".
    COPY "BatchWindowFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD CustInfoFile.
COPY "CustInfoRecord.cpy".

FD CustRelFile.
COPY "CustRelRecord.cpy".

FD TransactionLogFile.
COPY "TransactionLogRecord.cpy".

FD ReceiptFile.
01 ReceiptRecord PIC X(80).

FD ReceiptSequenceFile.
01 ReceiptSequenceLine PIC 9(8).

FD PeriodControlFile.
01 PeriodControlLine.
   05 PC-OpenPeriod PIC 9(6).
   05 PC-InterestDone PIC X.
   05 PC-CycleDone PIC X.

FD FeeScheduleConfigFile.
01 FeeScheduleConfigLine PIC X(23).

FD ReturnedItemFile.
COPY "ReturnedItemRecord.cpy".

FD ReturnNoticeFile.
01 ReturnNoticeLine PIC X(80).

COPY "CashItemFD.cpy".
COPY "AccountTypeFD.cpy".
COPY "OperatorMasterFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".
COPY "BatchWindowFD.cpy".

WORKING-STORAGE SECTION.
01 WS-FileStatus PIC 9(2) VALUE ZEROS.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-TranLogStatus PIC 9(2) VALUE ZEROS.
01 WS-ReceiptSeqStatus PIC 9(2) VALUE ZEROS.
01 WS-ReturnStatus PIC 9(2) VALUE ZEROS.
01 WS-NoticeStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfTranLog PIC X VALUE "N".
01 WS-EndOfCashItems PIC X VALUE "N".

01 WS-OrigReceipt PIC 9(8) VALUE ZEROS.
01 WS-OrigFound PIC X VALUE "N".
01 WS-AlreadyReversed PIC X VALUE "N".
01 WS-OrigDepositType PIC X VALUE SPACE.
01 WS-OrigEntry.
   05 WS-Orig-AccountNumber PIC 9(8) VALUE ZEROS.
   05 WS-Orig-CustomerName PIC X(20) VALUE SPACES.
   05 WS-Orig-TranDate PIC 9(8) VALUE ZEROS.
   05 WS-Orig-Amount PIC 9(7)V99 VALUE ZEROS.
01 WS-PriorReturned PIC 9(9)V99 VALUE ZEROS.
01 WS-Returnable PIC 9(9)V99 VALUE ZEROS.

01 WS-ReturnAmount PIC 9(7)V99 VALUE ZEROS.
01 WS-ReturnReason PIC X(20) VALUE SPACES.
01 WS-ConfirmReply PIC X VALUE SPACES.
01 WS-Debited PIC 9(7)V99 VALUE ZEROS.
01 WS-Uncollected PIC 9(7)V99 VALUE ZEROS.
01 WS-FeeCharged PIC 9(7)V99 VALUE ZEROS.
01 WS-FeeWaived PIC 9(7)V99 VALUE ZEROS.
01 WS-HoldReleased PIC 9(7)V99 VALUE ZEROS.
01 WS-BalanceAfterReturn PIC 9(7)V99 VALUE ZEROS.
01 WS-BalanceAfterFee PIC 9(7)V99 VALUE ZEROS.

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

01 WS-PeriodCtlStatus PIC 9(2) VALUE ZEROS.
01 WS-OpenPeriod PIC 9(6) VALUE ZEROS.
01 WS-CurrentPeriod PIC 9(6) VALUE ZEROS.
01 WS-TodayDate PIC 9(8) VALUE ZEROS.

01 WS-Notice-Name PIC X(40) VALUE SPACES.
01 WS-Notice-AddressLine1 PIC X(30) VALUE SPACES.
01 WS-Notice-AddressLine2 PIC X(30) VALUE SPACES.
01 WS-Notice-City PIC X(20) VALUE SPACES.
01 WS-Notice-PostalCode PIC X(10) VALUE SPACES.

01 WS-ReceiptNumber PIC 9(8) VALUE ZEROS.
01 WS-ReceiptNumber-Edit PIC Z(7)9.
01 WS-OrigReceipt-Edit PIC Z(7)9.
01 WS-ReceiptDate PIC 9(8) VALUE ZEROS.
01 WS-ReceiptDate-Edit PIC 9(4)/99/99.
01 WS-Date-Edit PIC 9(4)/99/99.
01 WS-Amount-Edit PIC Z(6)9.99.
01 WS-Amount2-Edit PIC Z(6)9.99.
01 WS-Balance-Edit PIC Z(6)9.99.
01 WS-AccountNumber-Edit PIC Z(7)9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "OperatorSignonFields.cpy".
COPY "AccountTypeFields.cpy".
COPY "CashItemFields.cpy".
COPY "CustInfoFields.cpy".
COPY "BatchWindowFields.cpy".

PROCEDURE DIVISION.
Begin.
    DISPLAY "Enter operator ID: ".
    ACCEPT WS-Audit-OperatorID.
    MOVE "ReturnedItem" TO WS-Audit-ProgramName.
    MOVE WS-Audit-OperatorID TO WS-Signon-OperatorID
    PERFORM VERIFY-OPERATOR-SIGNON
    IF WS-Signon-Valid = "N"
        STOP RUN
    END-IF
    PERFORM CHECK-BATCH-WINDOW
    IF WS-BatchWindow-Open = "Y"
        DISPLAY "The batch window has been open since " WS-BatchWindow-Date
                " " WS-BatchWindow-Time "."
        DISPLAY "Error: Returned items cannot be posted while batch "
                "processing holds the master. Try again when the batch "
                "window has closed."
        STOP RUN
    END-IF
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD
    PERFORM CHECK-POSTING-PERIOD.

    DISPLAY "Enter the receipt number of the returned deposit: ".
    ACCEPT WS-OrigReceipt.
    IF WS-OrigReceipt = ZERO
        DISPLAY "Error: Receipt number cannot be zero."
        STOP RUN
    END-IF.

    PERFORM FIND-ORIGINAL-DEPOSIT

    IF WS-OrigFound = "N"
        DISPLAY "Error: No deposit on file with receipt number " WS-OrigReceipt
        STOP RUN
    END-IF.

    IF WS-AlreadyReversed = "Y"
        DISPLAY "Error: Receipt " WS-OrigReceipt " has been reversed - "
                "there is nothing left to return."
        STOP RUN
    END-IF.

    PERFORM FIND-DEPOSIT-TYPE
    IF WS-OrigDepositType = "C"
        DISPLAY "Error: Receipt " WS-OrigReceipt " was a cash deposit - "
                "cash cannot be returned unpaid."
        STOP RUN
    END-IF.

    COMPUTE WS-Returnable = WS-Orig-Amount - WS-PriorReturned
    DISPLAY "Enter the returned item amount: ".
    ACCEPT WS-ReturnAmount.
    IF WS-ReturnAmount = ZERO
        DISPLAY "Error: The returned amount must be greater than zero."
        STOP RUN
    END-IF.
    IF WS-ReturnAmount > WS-Returnable
        MOVE WS-Returnable TO WS-Amount-Edit
        DISPLAY "Error: Only " WS-Amount-Edit " of receipt " WS-OrigReceipt
                " has not already been returned."
        STOP RUN
    END-IF.
    DISPLAY "Enter the return reason: ".
    ACCEPT WS-ReturnReason.
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-ReturnReason)) = 0
        DISPLAY "Error: A return reason is required."
        STOP RUN
    END-IF.

    PERFORM LOAD-ACCOUNT-TYPES
    PERFORM LOAD-FEE-SCHEDULE
    PERFORM OPEN-MASTER-FILE
    PERFORM CALCULATE-RETURN

    MOVE WS-ReturnAmount TO WS-Amount-Edit
    MOVE WS-FeeCharged TO WS-Amount2-Edit
    MOVE WS-BalanceAfterFee TO WS-Balance-Edit
    DISPLAY "Account " WS-Orig-AccountNumber "  " CM-CustomerName
    DISPLAY "  Returned amount:  " WS-Amount-Edit
    DISPLAY "  Returned-item fee:" WS-Amount2-Edit
    DISPLAY "  Balance after:    " WS-Balance-Edit
    IF WS-Uncollected > ZERO OR WS-FeeWaived > ZERO
        MOVE WS-Uncollected TO WS-Amount-Edit
        MOVE WS-FeeWaived TO WS-Amount2-Edit
        DISPLAY "  The account cannot cover the return - uncollected "
                WS-Amount-Edit ", fee not charged " WS-Amount2-Edit
    END-IF
    DISPLAY "Post the returned item? (Y/N): "
    ACCEPT WS-ConfirmReply
    IF WS-ConfirmReply NOT = "Y" AND WS-ConfirmReply NOT = "y"
        DISPLAY "Returned item not posted."
        CLOSE CustomerMasterFile
        STOP RUN
    END-IF

    PERFORM APPLY-RETURN-TO-MASTER
    PERFORM NEXT-RECEIPT-NUMBER
    ACCEPT WS-ReceiptDate FROM DATE YYYYMMDD
    PERFORM WRITE-RETURN-LOG-ENTRIES
    PERFORM WRITE-RETURNED-ITEM-RECORD
    PERFORM WRITE-RETURN-RECEIPT
    PERFORM RESOLVE-NOTICE-ADDRESS
    PERFORM WRITE-CUSTOMER-NOTICE

    CLOSE CustomerMasterFile

    DISPLAY "Receipt " WS-OrigReceipt " returned under receipt " WS-ReceiptNumber
    DISPLAY "Customer notice written to RETNOTICE.RPT"
    MOVE ZERO TO RETURN-CODE
    STOP RUN.

CHECK-POSTING-PERIOD.
    MOVE ZEROS TO WS-OpenPeriod
    OPEN INPUT PeriodControlFile
    IF WS-PeriodCtlStatus = ZERO
        READ PeriodControlFile
            AT END CONTINUE
            NOT AT END MOVE PC-OpenPeriod TO WS-OpenPeriod
        END-READ
        CLOSE PeriodControlFile
    END-IF
    MOVE WS-TodayDate(1:6) TO WS-CurrentPeriod
    IF WS-OpenPeriod > ZERO AND WS-CurrentPeriod < WS-OpenPeriod
        DISPLAY "Error: the posting period " WS-CurrentPeriod " is closed "
                "(open period is " WS-OpenPeriod "). Run refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

FIND-ORIGINAL-DEPOSIT.
    OPEN INPUT TransactionLogFile
    IF WS-TranLogStatus NOT EQUAL ZERO
        MOVE WS-TranLogStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open TRANSACTION.LOG. File Status: " WS-TranLogStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-TranLogStatus TO WS-ErrorLog-FileStatus
        MOVE "TRANSACTION.LOG" TO WS-ErrorLog-FileName
        PERFORM LOG-RETURN-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL WS-EndOfTranLog = "Y"
        READ TransactionLogFile
            AT END SET WS-EndOfTranLog TO "Y"
            NOT AT END PERFORM EXAMINE-LOG-ENTRY
        END-READ
    END-PERFORM

    CLOSE TransactionLogFile.

EXAMINE-LOG-ENTRY.
    IF TL-RefReceiptNumber = WS-OrigReceipt
        IF TL-TransactionType = "R" OR TL-TransactionType = "S"
            MOVE "Y" TO WS-AlreadyReversed
        END-IF
    END-IF
    IF TL-ReceiptNumber = WS-OrigReceipt AND TL-TransactionType = "D"
        MOVE "Y" TO WS-OrigFound
        MOVE TL-AccountNumber TO WS-Orig-AccountNumber
        MOVE TL-CustomerName TO WS-Orig-CustomerName
        MOVE TL-TranDate TO WS-Orig-TranDate
        MOVE TL-Amount TO WS-Orig-Amount
    END-IF.

FIND-DEPOSIT-TYPE.
    MOVE SPACE TO WS-OrigDepositType
    OPEN INPUT CashItemFile
    IF WS-CashItem-OpenStatus = ZERO
        PERFORM UNTIL WS-EndOfCashItems = "Y"
            READ CashItemFile
                AT END SET WS-EndOfCashItems TO "Y"
                NOT AT END
                    IF CX-ReceiptNumber = WS-OrigReceipt
                            AND CX-TransactionType = "D"
                        MOVE CX-DepositType TO WS-OrigDepositType
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CashItemFile
    END-IF
    PERFORM ADD-REGISTERED-RETURNS.

ADD-REGISTERED-RETURNS.
    MOVE "N" TO WS-EndOfTranLog
    OPEN INPUT ReturnedItemFile
    IF WS-ReturnStatus = ZERO
        PERFORM UNTIL WS-EndOfTranLog = "Y"
            READ ReturnedItemFile
                AT END SET WS-EndOfTranLog TO "Y"
                NOT AT END
                    IF RI-OrigReceipt = WS-OrigReceipt
                        ADD RI-Amount TO WS-PriorReturned
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ReturnedItemFile
    END-IF.

OPEN-MASTER-FILE.
    OPEN I-O CustomerMasterFile
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open CUSTOMER.MASTER. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-MasterStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-RETURN-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

CALCULATE-RETURN.
    MOVE WS-Orig-AccountNumber TO CM-AccountNumber
    READ CustomerMasterFile
        INVALID KEY
            DISPLAY "Error: Account " WS-Orig-AccountNumber " no longer on file."
            CLOSE CustomerMasterFile
            STOP RUN
    END-READ
    IF WS-ReturnAmount > CM-AccountBalance
        MOVE CM-AccountBalance TO WS-Debited
    ELSE
        MOVE WS-ReturnAmount TO WS-Debited
    END-IF
    COMPUTE WS-Uncollected = WS-ReturnAmount - WS-Debited
    COMPUTE WS-BalanceAfterReturn = CM-AccountBalance - WS-Debited

    MOVE CM-AccountType TO WS-Type-Code
    PERFORM FIND-ACCOUNT-TYPE
    PERFORM COMPUTE-RETURN-FEE
    IF WS-FeeAmount > WS-BalanceAfterReturn
        MOVE WS-BalanceAfterReturn TO WS-FeeCharged
    ELSE
        MOVE WS-FeeAmount TO WS-FeeCharged
    END-IF
    COMPUTE WS-FeeWaived = WS-FeeAmount - WS-FeeCharged
    COMPUTE WS-BalanceAfterFee = WS-BalanceAfterReturn - WS-FeeCharged

    IF CM-HoldAmount > WS-ReturnAmount
        MOVE WS-ReturnAmount TO WS-HoldReleased
    ELSE
        MOVE CM-HoldAmount TO WS-HoldReleased
    END-IF.

APPLY-RETURN-TO-MASTER.
    MOVE CustomerMasterRecord TO WS-Audit-BeforeImage
    MOVE "REWRITE" TO WS-Audit-Action
    MOVE WS-BalanceAfterFee TO CM-AccountBalance
    SUBTRACT WS-HoldReleased FROM CM-HoldAmount
    IF CM-HoldAmount = ZERO
        MOVE ZEROS TO CM-HoldReleaseDate
    END-IF
    REWRITE CustomerMasterRecord
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to update CUSTOMER.MASTER. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "REWRITE" TO WS-ErrorLog-Operation
        MOVE WS-MasterStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-RETURN-ERROR
        CLOSE CustomerMasterFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE CustomerMasterRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY.

LOAD-FEE-SCHEDULE.
    MOVE ZERO TO WS-FeeCount
    OPEN INPUT FeeScheduleConfigFile
    IF WS-FeeCfgStatus = ZERO
        PERFORM UNTIL WS-EndOfFeeConfig = "Y"
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
                            FUNCTION NUMVAL(FeeScheduleConfigLine(12:10))
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FeeScheduleConfigFile
    END-IF.

COMPUTE-RETURN-FEE.
    MOVE ZEROS TO WS-FeeAmount
    MOVE "N" TO WS-FeeTypeMatched
    PERFORM VARYING WS-FeeIndex FROM 1 BY 1
            UNTIL WS-FeeIndex > WS-FeeCount
        IF WS-Fee-TranType(WS-FeeIndex) = "N"
            IF WS-Fee-AccountType(WS-FeeIndex) = WS-Type-Code
                    AND WS-Type-Code NOT = SPACES
                COMPUTE WS-FeeAmount ROUNDED =
                    WS-Fee-FlatAmount(WS-FeeIndex) +
                    (WS-ReturnAmount * WS-Fee-PctRate(WS-FeeIndex))
                MOVE "Y" TO WS-FeeTypeMatched
            END-IF
            IF WS-Fee-AccountType(WS-FeeIndex) = SPACES
                    AND WS-FeeTypeMatched = "N"
                COMPUTE WS-FeeAmount ROUNDED =
                    WS-Fee-FlatAmount(WS-FeeIndex) +
                    (WS-ReturnAmount * WS-Fee-PctRate(WS-FeeIndex))
            END-IF
        END-IF
    END-PERFORM.

NEXT-RECEIPT-NUMBER.
    MOVE ZEROS TO WS-ReceiptNumber
    OPEN INPUT ReceiptSequenceFile
    IF WS-ReceiptSeqStatus = ZERO
        READ ReceiptSequenceFile
            AT END CONTINUE
            NOT AT END MOVE ReceiptSequenceLine TO WS-ReceiptNumber
        END-READ
        CLOSE ReceiptSequenceFile
    END-IF
    ADD 1 TO WS-ReceiptNumber
    OPEN OUTPUT ReceiptSequenceFile
    IF WS-ReceiptSeqStatus = ZERO
        MOVE WS-ReceiptNumber TO ReceiptSequenceLine
        WRITE ReceiptSequenceLine
        CLOSE ReceiptSequenceFile
    END-IF.

WRITE-RETURN-LOG-ENTRIES.
    OPEN EXTEND TransactionLogFile
    IF WS-TranLogStatus = "35"
        OPEN OUTPUT TransactionLogFile
        CLOSE TransactionLogFile
        OPEN EXTEND TransactionLogFile
    END-IF
    IF WS-TranLogStatus = ZERO
        IF WS-Debited > ZERO
            MOVE WS-Orig-AccountNumber TO TL-AccountNumber
            MOVE CM-CustomerName TO TL-CustomerName
            MOVE WS-ReceiptDate TO TL-TranDate
            MOVE "N" TO TL-TransactionType
            MOVE WS-Debited TO TL-Amount
            MOVE WS-BalanceAfterReturn TO TL-BalanceAfter
            MOVE WS-ReceiptNumber TO TL-ReceiptNumber
            MOVE WS-OrigReceipt TO TL-RefReceiptNumber
            MOVE WS-Audit-OperatorID TO TL-OperatorID
            MOVE "TL" TO TL-Channel
            MOVE SPACES TO TL-OrigOperatorID
            WRITE TransactionLogRecord
        END-IF
        IF WS-FeeCharged > ZERO
            MOVE WS-Orig-AccountNumber TO TL-AccountNumber
            MOVE CM-CustomerName TO TL-CustomerName
            MOVE WS-ReceiptDate TO TL-TranDate
            MOVE "F" TO TL-TransactionType
            MOVE WS-FeeCharged TO TL-Amount
            MOVE WS-BalanceAfterFee TO TL-BalanceAfter
            MOVE WS-ReceiptNumber TO TL-ReceiptNumber
            MOVE WS-OrigReceipt TO TL-RefReceiptNumber
            MOVE WS-Audit-OperatorID TO TL-OperatorID
            MOVE "TL" TO TL-Channel
            MOVE SPACES TO TL-OrigOperatorID
            WRITE TransactionLogRecord
        END-IF
        CLOSE TransactionLogFile
    END-IF.

WRITE-RETURNED-ITEM-RECORD.
    OPEN EXTEND ReturnedItemFile
    IF WS-ReturnStatus = "35"
        OPEN OUTPUT ReturnedItemFile
        CLOSE ReturnedItemFile
        OPEN EXTEND ReturnedItemFile
    END-IF
    IF WS-ReturnStatus NOT EQUAL ZERO
        MOVE WS-ReturnStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open RETURNITEM.DAT. File Status: " WS-ReturnStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReturnStatus TO WS-ErrorLog-FileStatus
        MOVE "RETURNITEM.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-RETURN-ERROR
    ELSE
        MOVE WS-ReceiptDate TO RI-ReturnDate
        MOVE WS-Orig-AccountNumber TO RI-AccountNumber
        MOVE WS-OrigReceipt TO RI-OrigReceipt
        MOVE WS-ReceiptNumber TO RI-ReturnReceipt
        MOVE WS-ReturnAmount TO RI-Amount
        MOVE WS-Debited TO RI-Debited
        MOVE WS-FeeAmount TO RI-Fee
        MOVE WS-FeeCharged TO RI-FeeCharged
        MOVE WS-HoldReleased TO RI-HoldReleased
        MOVE WS-ReturnReason TO RI-Reason
        MOVE WS-Audit-OperatorID TO RI-OperatorID
        WRITE ReturnedItemRecord
        CLOSE ReturnedItemFile
    END-IF.

WRITE-RETURN-RECEIPT.
    MOVE WS-ReceiptDate TO WS-ReceiptDate-Edit
    MOVE WS-ReceiptNumber TO WS-ReceiptNumber-Edit
    MOVE WS-OrigReceipt TO WS-OrigReceipt-Edit
    MOVE WS-Orig-AccountNumber TO WS-AccountNumber-Edit

    OPEN EXTEND ReceiptFile
    IF WS-FileStatus = "35"
        OPEN OUTPUT ReceiptFile
        CLOSE ReceiptFile
        OPEN EXTEND ReceiptFile
    END-IF
    IF WS-FileStatus NOT EQUAL ZERO
        MOVE WS-FileStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open RECEIPT.DAT. File Status: " WS-FileStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-FileStatus TO WS-ErrorLog-FileStatus
        MOVE "RECEIPT.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-RETURN-ERROR
        CLOSE CustomerMasterFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE SPACES TO ReceiptRecord
    STRING "=================== RETURNED ITEM RECEIPT ===================" INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    MOVE SPACES TO ReceiptRecord
    STRING "Receipt No: " DELIMITED SIZE WS-ReceiptNumber-Edit DELIMITED SIZE
           "   Date: " DELIMITED SIZE WS-ReceiptDate-Edit DELIMITED SIZE
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    MOVE SPACES TO ReceiptRecord
    STRING "Returned Deposit Receipt No: " DELIMITED SIZE
           WS-OrigReceipt-Edit DELIMITED SIZE
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    MOVE SPACES TO ReceiptRecord
    STRING "Account No: " DELIMITED SIZE WS-AccountNumber-Edit DELIMITED SIZE
           "   Customer: " DELIMITED SIZE CM-CustomerName DELIMITED SIZE
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    MOVE WS-Debited TO WS-Amount-Edit
    MOVE SPACES TO ReceiptRecord
    STRING "Amount Debited:  " DELIMITED SIZE WS-Amount-Edit DELIMITED SIZE
           "   Reason: " DELIMITED SIZE WS-ReturnReason DELIMITED SIZE
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    IF WS-Uncollected > ZERO
        MOVE WS-Uncollected TO WS-Amount-Edit
        MOVE SPACES TO ReceiptRecord
        STRING "Uncollected:     " DELIMITED SIZE WS-Amount-Edit DELIMITED SIZE
               INTO ReceiptRecord
        PERFORM WRITE-RECEIPT-LINE
    END-IF

    MOVE WS-FeeCharged TO WS-Amount-Edit
    MOVE SPACES TO ReceiptRecord
    STRING "Returned Item Fee: " DELIMITED SIZE WS-Amount-Edit DELIMITED SIZE
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    IF WS-HoldReleased > ZERO
        MOVE WS-HoldReleased TO WS-Amount-Edit
        MOVE SPACES TO ReceiptRecord
        STRING "Hold Released:   " DELIMITED SIZE WS-Amount-Edit DELIMITED SIZE
               INTO ReceiptRecord
        PERFORM WRITE-RECEIPT-LINE
    END-IF

    MOVE WS-BalanceAfterFee TO WS-Balance-Edit
    MOVE SPACES TO ReceiptRecord
    STRING "New Balance: " DELIMITED SIZE WS-Balance-Edit DELIMITED SIZE
           INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    MOVE SPACES TO ReceiptRecord
    STRING "===============================================================" INTO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    MOVE SPACES TO ReceiptRecord
    PERFORM WRITE-RECEIPT-LINE

    CLOSE ReceiptFile.

WRITE-RECEIPT-LINE.
    WRITE ReceiptRecord
    IF WS-FileStatus NOT EQUAL ZERO
        MOVE WS-FileStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to write to RECEIPT.DAT. File Status: " WS-FileStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "WRITE" TO WS-ErrorLog-Operation
        MOVE WS-FileStatus TO WS-ErrorLog-FileStatus
        MOVE "RECEIPT.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-RETURN-ERROR
        CLOSE ReceiptFile
        CLOSE CustomerMasterFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

RESOLVE-NOTICE-ADDRESS.
    MOVE CM-CustomerName TO WS-Notice-Name
    MOVE CM-AddressLine1 TO WS-Notice-AddressLine1
    MOVE CM-AddressLine2 TO WS-Notice-AddressLine2
    MOVE CM-City TO WS-Notice-City
    MOVE CM-PostalCode TO WS-Notice-PostalCode
    OPEN INPUT CustInfoFile
    IF WS-CustInfoStatus = ZERO
        OPEN INPUT CustRelFile
        IF WS-CustRelStatus = ZERO
            MOVE "Y" TO WS-Cif-FilesOpen
        ELSE
            CLOSE CustInfoFile
        END-IF
    END-IF
    MOVE WS-Orig-AccountNumber TO WS-Cif-AccountNumber
    PERFORM LOAD-ACCOUNT-OWNERS
    IF WS-Cif-PrimaryFound = "Y"
        MOVE CI-LegalName TO WS-Notice-Name
        MOVE CI-AddressLine1 TO WS-Notice-AddressLine1
        MOVE CI-AddressLine2 TO WS-Notice-AddressLine2
        MOVE CI-City TO WS-Notice-City
        MOVE CI-PostalCode TO WS-Notice-PostalCode
    END-IF
    IF WS-Cif-FilesOpen = "Y"
        CLOSE CustInfoFile
        CLOSE CustRelFile
        MOVE "N" TO WS-Cif-FilesOpen
    END-IF.

WRITE-CUSTOMER-NOTICE.
    OPEN EXTEND ReturnNoticeFile
    IF WS-NoticeStatus = "35"
        OPEN OUTPUT ReturnNoticeFile
        CLOSE ReturnNoticeFile
        OPEN EXTEND ReturnNoticeFile
    END-IF
    IF WS-NoticeStatus NOT EQUAL ZERO
        MOVE WS-NoticeStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open RETNOTICE.RPT. File Status: " WS-NoticeStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-NoticeStatus TO WS-ErrorLog-FileStatus
        MOVE "RETNOTICE.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-RETURN-ERROR
    ELSE
        MOVE WS-ReceiptDate TO WS-ReceiptDate-Edit
        MOVE SPACES TO ReturnNoticeLine
        STRING "NOTICE OF RETURNED DEPOSIT ITEM          Date: " DELIMITED SIZE
               WS-ReceiptDate-Edit DELIMITED SIZE
               INTO ReturnNoticeLine
        WRITE ReturnNoticeLine AFTER ADVANCING PAGE
        MOVE SPACES TO ReturnNoticeLine
        WRITE ReturnNoticeLine
        MOVE WS-Notice-Name TO ReturnNoticeLine
        WRITE ReturnNoticeLine
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-Notice-AddressLine1)) > 0
            MOVE WS-Notice-AddressLine1 TO ReturnNoticeLine
            WRITE ReturnNoticeLine
        END-IF
        IF FUNCTION LENGTH(FUNCTION TRIM(WS-Notice-AddressLine2)) > 0
            MOVE WS-Notice-AddressLine2 TO ReturnNoticeLine
            WRITE ReturnNoticeLine
        END-IF
        MOVE SPACES TO ReturnNoticeLine
        STRING WS-Notice-City DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Notice-PostalCode DELIMITED SIZE
               INTO ReturnNoticeLine
        WRITE ReturnNoticeLine
        MOVE SPACES TO ReturnNoticeLine
        WRITE ReturnNoticeLine
        MOVE WS-Orig-TranDate TO WS-Date-Edit
        MOVE WS-ReturnAmount TO WS-Amount-Edit
        MOVE SPACES TO ReturnNoticeLine
        STRING "Account No: " DELIMITED SIZE
               WS-AccountNumber-Edit DELIMITED SIZE
               INTO ReturnNoticeLine
        WRITE ReturnNoticeLine
        MOVE SPACES TO ReturnNoticeLine
        STRING "An item of " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE
               " you deposited on " DELIMITED SIZE
               WS-Date-Edit DELIMITED SIZE
               " (receipt " DELIMITED SIZE
               WS-OrigReceipt-Edit DELIMITED SIZE
               ")" DELIMITED SIZE
               INTO ReturnNoticeLine
        WRITE ReturnNoticeLine
        MOVE SPACES TO ReturnNoticeLine
        STRING "has been returned unpaid. Reason: " DELIMITED SIZE
               WS-ReturnReason DELIMITED SIZE
               INTO ReturnNoticeLine
        WRITE ReturnNoticeLine
        MOVE SPACES TO ReturnNoticeLine
        WRITE ReturnNoticeLine
        MOVE WS-Debited TO WS-Amount-Edit
        MOVE SPACES TO ReturnNoticeLine
        STRING "Debited from your account:   " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE
               INTO ReturnNoticeLine
        WRITE ReturnNoticeLine
        MOVE WS-FeeCharged TO WS-Amount-Edit
        MOVE SPACES TO ReturnNoticeLine
        STRING "Returned item fee:           " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE
               INTO ReturnNoticeLine
        WRITE ReturnNoticeLine
        IF WS-Uncollected > ZERO
            MOVE WS-Uncollected TO WS-Amount-Edit
            MOVE SPACES TO ReturnNoticeLine
            STRING "Still owed to the bank:      " DELIMITED SIZE
                   WS-Amount-Edit DELIMITED SIZE
                   INTO ReturnNoticeLine
            WRITE ReturnNoticeLine
        END-IF
        MOVE WS-BalanceAfterFee TO WS-Balance-Edit
        MOVE SPACES TO ReturnNoticeLine
        STRING "Your balance is now:         " DELIMITED SIZE
               WS-Balance-Edit DELIMITED SIZE
               INTO ReturnNoticeLine
        WRITE ReturnNoticeLine
        MOVE SPACES TO ReturnNoticeLine
        WRITE ReturnNoticeLine
        MOVE SPACES TO ReturnNoticeLine
        STRING "Please contact your branch if you have any questions."
               DELIMITED SIZE INTO ReturnNoticeLine
        WRITE ReturnNoticeLine
        CLOSE ReturnNoticeFile
    END-IF.

LOG-RETURN-ERROR.
    MOVE "ReturnedItem" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "OperatorSignon.cpy".
COPY "AccountTypeLookup.cpy".
COPY "CustInfoLookup.cpy".
COPY "BatchWindowCheck.cpy".

END PROGRAM ReturnedItem.
