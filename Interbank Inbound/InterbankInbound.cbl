IDENTIFICATION DIVISION.
PROGRAM-ID. InterbankInbound.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "CustomerMasterFileControl.cpy".

    SELECT InboundPaymentFile ASSIGN TO "INPAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InPayStatus.

    SELECT ReturnPaymentFile ASSIGN TO "INRETURN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReturnStatus.

    SELECT InboundHistoryFile ASSIGN TO "INPAYHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistoryStatus.

    SELECT InboundReportFile ASSIGN TO "INPAY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    SELECT InterbankConfigFile ASSIGN TO "INTERBANK.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InterbankCfgStatus.

    SELECT TransactionLogFile ASSIGN TO "TRANSACTION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranLogStatus.

    SELECT ReceiptSequenceFile ASSIGN TO "RECEIPTNO.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReceiptSeqStatus.

    SELECT PeriodControlFile ASSIGN TO "PERIODCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PeriodCtlStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD InboundPaymentFile.
COPY "InterbankPaymentRecord.cpy".

FD ReturnPaymentFile.
01 ReturnPaymentLine PIC X(94).

FD InboundHistoryFile.
01 InboundHistoryRecord.
   05 IH-OriginBank PIC 9(9).
   05 IH-FileDate PIC 9(8).
   05 IH-FileSeq PIC 9(4).
   05 IH-ProcessedDate PIC 9(8).
   05 IH-EntryCount PIC 9(6).
   05 IH-TotalAmount PIC 9(10)V99.
   05 IH-PostedCount PIC 9(6).
   05 IH-ReturnedCount PIC 9(6).

FD InboundReportFile.
01 InboundReportLine PIC X(100).

FD InterbankConfigFile.
01 InterbankConfigLine PIC X(41).

FD TransactionLogFile.
COPY "TransactionLogRecord.cpy".

FD ReceiptSequenceFile.
01 ReceiptSequenceLine PIC 9(8).

FD PeriodControlFile.
01 PeriodControlLine.
   05 PC-OpenPeriod PIC 9(6).
   05 PC-InterestDone PIC X.
   05 PC-CycleDone PIC X.

COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-InPayStatus PIC 9(2) VALUE ZEROS.
01 WS-ReturnStatus PIC 9(2) VALUE ZEROS.
01 WS-HistoryStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-InterbankCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-TranLogStatus PIC 9(2) VALUE ZEROS.
01 WS-ReceiptSeqStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfInPay PIC X VALUE "N".
01 WS-EndOfHistory PIC X VALUE "N".

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-OurBankCode PIC 9(9) VALUE ZEROS.
01 WS-OurBankName PIC X(23) VALUE SPACES.

01 WS-PeriodCtlStatus PIC 9(2) VALUE ZEROS.
01 WS-OpenPeriod PIC 9(6) VALUE ZEROS.
01 WS-CurrentPeriod PIC 9(6) VALUE ZEROS.

01 WS-RecordsRead PIC 9(6) VALUE ZEROS.
01 WS-HeaderSeen PIC X VALUE "N".
01 WS-TrailerSeen PIC X VALUE "N".
01 WS-OutOfSequence PIC X VALUE "N".
01 WS-BadAmountCount PIC 9(6) VALUE ZEROS.
01 WS-FileOriginBank PIC 9(9) VALUE ZEROS.
01 WS-FileDestinationBank PIC 9(9) VALUE ZEROS.
01 WS-FileDate PIC 9(8) VALUE ZEROS.
01 WS-FileSeq PIC 9(4) VALUE ZEROS.
01 WS-FileOriginName PIC X(23) VALUE SPACES.
01 WS-TrailerCount PIC 9(6) VALUE ZEROS.
01 WS-TrailerTotal PIC 9(10)V99 VALUE ZEROS.
01 WS-TrailerHash PIC 9(10) VALUE ZEROS.
01 WS-ActualCount PIC 9(6) VALUE ZEROS.
01 WS-ActualTotal PIC 9(10)V99 VALUE ZEROS.
01 WS-ActualHashSum PIC 9(12) VALUE ZEROS.
01 WS-ActualHash PIC 9(10) VALUE ZEROS.
01 WS-BankPrefix PIC 9(8) VALUE ZEROS.
01 WS-AlreadyProcessed PIC X VALUE "N".

01 WS-CreditOK PIC X VALUE "Y".
01 WS-ReturnReason PIC X(3) VALUE SPACES.
01 WS-ReturnText PIC X(30) VALUE SPACES.
01 WS-CreditAccount PIC 9(8) VALUE ZEROS.
01 WS-NewBalance PIC 9(8)V99 VALUE ZEROS.
01 WS-PostedCount PIC 9(6) VALUE ZEROS.
01 WS-PostedTotal PIC 9(10)V99 VALUE ZEROS.
01 WS-ReturnedCount PIC 9(6) VALUE ZEROS.
01 WS-ReturnedTotal PIC 9(10)V99 VALUE ZEROS.
01 WS-ReturnHashSum PIC 9(12) VALUE ZEROS.
01 WS-ReturnHash PIC 9(10) VALUE ZEROS.

01 WS-ReceiptNumber PIC 9(8) VALUE ZEROS.

01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-FileDate-Edit PIC 9(4)/99/99.
01 WS-Amount-Edit PIC Z(7)9.99.
01 WS-Total-Edit PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-Count-Edit PIC ZZZ,ZZ9.
01 WS-Trace-Edit PIC Z(7)9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "INBOUND" TO WS-Audit-OperatorID
    MOVE "InterbankInbound" TO WS-Audit-ProgramName
    MOVE "InterbankInbound" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    OPEN INPUT InboundPaymentFile
    IF WS-InPayStatus = "35"
        DISPLAY "No inbound payment file (INPAY.DAT) today - nothing to post."
        MOVE ZEROS TO WS-JobStats-RecordsRead
        MOVE ZEROS TO WS-JobStats-RecordsWritten
        MOVE ZEROS TO WS-JobStats-RecordsRejected
        MOVE ZEROS TO WS-JobStats-ReturnCode
        PERFORM WRITE-JOB-STATS
        MOVE ZERO TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-InPayStatus NOT EQUAL ZERO
        MOVE WS-InPayStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open INPAY.DAT. File Status: " WS-InPayStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-InPayStatus TO WS-ErrorLog-FileStatus
        MOVE "INPAY.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-INBOUND-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    CLOSE InboundPaymentFile

    PERFORM LOAD-INTERBANK-CONFIG
    PERFORM CHECK-POSTING-PERIOD
    PERFORM VERIFY-INBOUND-CONTROLS

    PERFORM OPEN-MASTER-FILE
    PERFORM OPEN-OUTPUT-FILES
    PERFORM WRITE-RETURN-HEADER

    MOVE "N" TO WS-EndOfInPay
    OPEN INPUT InboundPaymentFile
    PERFORM UNTIL WS-EndOfInPay = "Y"
        READ InboundPaymentFile
            AT END SET WS-EndOfInPay TO "Y"
            NOT AT END
                IF IP-RecordType = "6"
                    PERFORM PROCESS-ONE-CREDIT
                END-IF
        END-READ
    END-PERFORM
    CLOSE InboundPaymentFile

    PERFORM WRITE-RETURN-TRAILER
    CLOSE ReturnPaymentFile
    CLOSE CustomerMasterFile
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE InboundReportFile
    PERFORM RECORD-FILE-PROCESSED

    DISPLAY "Inbound credits read:     " WS-ActualCount
    DISPLAY "Inbound credits posted:   " WS-PostedCount
    DISPLAY "Inbound credits returned: " WS-ReturnedCount
    DISPLAY "Report written to INPAY.RPT, returns to INRETURN.DAT"

    MOVE WS-ActualCount TO WS-JobStats-RecordsRead
    MOVE WS-PostedCount TO WS-JobStats-RecordsWritten
    MOVE WS-ReturnedCount TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

VERIFY-INBOUND-CONTROLS.
    MOVE "N" TO WS-EndOfInPay
    OPEN INPUT InboundPaymentFile
    PERFORM UNTIL WS-EndOfInPay = "Y"
        READ InboundPaymentFile
            AT END SET WS-EndOfInPay TO "Y"
            NOT AT END PERFORM SCAN-ONE-INBOUND-RECORD
        END-READ
    END-PERFORM
    CLOSE InboundPaymentFile
    MOVE WS-ActualHashSum TO WS-ActualHash

    IF WS-HeaderSeen = "N"
        DISPLAY "Error: INPAY.DAT carries no file header record. Run refused."
        PERFORM ABEND-INBOUND-CONTROL-FAILURE
    END-IF
    IF WS-TrailerSeen = "N"
        DISPLAY "Error: INPAY.DAT carries no file trailer record - the file "
                "may be truncated. Run refused."
        PERFORM ABEND-INBOUND-CONTROL-FAILURE
    END-IF
    IF WS-OutOfSequence = "Y"
        DISPLAY "Error: INPAY.DAT records are out of sequence (entries "
                "before the header or after the trailer, or an unknown "
                "record type). Run refused."
        PERFORM ABEND-INBOUND-CONTROL-FAILURE
    END-IF
    IF WS-FileDestinationBank NOT = WS-OurBankCode
        DISPLAY "Error: INPAY.DAT is addressed to bank " WS-FileDestinationBank
                ", not to this bank (" WS-OurBankCode "). Run refused."
        PERFORM ABEND-INBOUND-CONTROL-FAILURE
    END-IF
    IF WS-BadAmountCount > ZERO
        DISPLAY "Error: INPAY.DAT holds " WS-BadAmountCount " entries with a "
                "non-numeric amount. Run refused."
        PERFORM ABEND-INBOUND-CONTROL-FAILURE
    END-IF
    IF WS-ActualCount NOT = WS-TrailerCount
        DISPLAY "Error: INPAY.DAT trailer count " WS-TrailerCount
                " does not match entries read " WS-ActualCount
                ". Run refused."
        PERFORM ABEND-INBOUND-CONTROL-FAILURE
    END-IF
    IF WS-ActualTotal NOT = WS-TrailerTotal
        MOVE WS-TrailerTotal TO WS-Total-Edit
        DISPLAY "Error: INPAY.DAT trailer total " WS-Total-Edit
                " does not match the entry amounts. Run refused."
        PERFORM ABEND-INBOUND-CONTROL-FAILURE
    END-IF
    IF WS-ActualHash NOT = WS-TrailerHash
        DISPLAY "Error: INPAY.DAT trailer entry hash " WS-TrailerHash
                " does not match the computed hash " WS-ActualHash
                ". Run refused."
        PERFORM ABEND-INBOUND-CONTROL-FAILURE
    END-IF
    PERFORM CHECK-ALREADY-PROCESSED
    IF WS-AlreadyProcessed = "Y"
        MOVE WS-FileDate TO WS-FileDate-Edit
        DISPLAY "Error: INPAY.DAT file " WS-FileDate-Edit " sequence " WS-FileSeq
                " from bank " WS-FileOriginBank " has already been posted. "
                "Run refused."
        PERFORM ABEND-INBOUND-CONTROL-FAILURE
    END-IF.

SCAN-ONE-INBOUND-RECORD.
    ADD 1 TO WS-RecordsRead
    EVALUATE IPH-RecordType
        WHEN "1"
            IF WS-HeaderSeen = "Y" OR WS-RecordsRead NOT = 1
                MOVE "Y" TO WS-OutOfSequence
            END-IF
            MOVE "Y" TO WS-HeaderSeen
            MOVE IPH-DestinationBank TO WS-FileDestinationBank
            MOVE IPH-OriginBank TO WS-FileOriginBank
            MOVE IPH-FileDate TO WS-FileDate
            MOVE IPH-FileSeq TO WS-FileSeq
            MOVE IPH-OriginName TO WS-FileOriginName
        WHEN "6"
            IF WS-HeaderSeen = "N" OR WS-TrailerSeen = "Y"
                MOVE "Y" TO WS-OutOfSequence
            END-IF
            ADD 1 TO WS-ActualCount
            IF IP-Amount IS NUMERIC
                ADD IP-Amount TO WS-ActualTotal
            ELSE
                ADD 1 TO WS-BadAmountCount
            END-IF
            IF IP-BankCode IS NUMERIC
                MOVE IP-BankCode(1:8) TO WS-BankPrefix
                ADD WS-BankPrefix TO WS-ActualHashSum
            END-IF
        WHEN "9"
            IF WS-TrailerSeen = "Y"
                MOVE "Y" TO WS-OutOfSequence
            END-IF
            MOVE "Y" TO WS-TrailerSeen
            MOVE IPT-EntryCount TO WS-TrailerCount
            MOVE IPT-TotalAmount TO WS-TrailerTotal
            MOVE IPT-EntryHash TO WS-TrailerHash
        WHEN OTHER
            MOVE "Y" TO WS-OutOfSequence
    END-EVALUATE.

CHECK-ALREADY-PROCESSED.
    MOVE "N" TO WS-AlreadyProcessed
    OPEN INPUT InboundHistoryFile
    IF WS-HistoryStatus = ZERO
        PERFORM UNTIL WS-EndOfHistory = "Y"
            READ InboundHistoryFile
                AT END SET WS-EndOfHistory TO "Y"
                NOT AT END
                    IF IH-OriginBank = WS-FileOriginBank
                            AND IH-FileDate = WS-FileDate
                            AND IH-FileSeq = WS-FileSeq
                        MOVE "Y" TO WS-AlreadyProcessed
                    END-IF
            END-READ
        END-PERFORM
        CLOSE InboundHistoryFile
    END-IF.

ABEND-INBOUND-CONTROL-FAILURE.
    MOVE "CONTROL" TO WS-ErrorLog-Operation
    MOVE ZEROS TO WS-ErrorLog-FileStatus
    MOVE "INPAY.DAT" TO WS-ErrorLog-FileName
    PERFORM LOG-INBOUND-ERROR
    PERFORM WRITE-FAILED-JOB-STATS
    MOVE 8 TO RETURN-CODE
    STOP RUN.

PROCESS-ONE-CREDIT.
    MOVE "Y" TO WS-CreditOK
    MOVE SPACES TO WS-ReturnReason
    MOVE SPACES TO WS-ReturnText

    IF IP-BankCode NOT = WS-OurBankCode
        MOVE "N" TO WS-CreditOK
        MOVE "R13" TO WS-ReturnReason
        MOVE "Not addressed to this bank" TO WS-ReturnText
    END-IF
    IF WS-CreditOK = "Y"
        IF IP-AccountNumber(1:8) IS NOT NUMERIC
                OR IP-AccountNumber(9:9) NOT = SPACES
            MOVE "N" TO WS-CreditOK
            MOVE "R04" TO WS-ReturnReason
            MOVE "Invalid account number" TO WS-ReturnText
        ELSE
            MOVE IP-AccountNumber(1:8) TO WS-CreditAccount
        END-IF
    END-IF
    IF WS-CreditOK = "Y" AND IP-Amount = ZERO
        MOVE "N" TO WS-CreditOK
        MOVE "R99" TO WS-ReturnReason
        MOVE "Zero amount" TO WS-ReturnText
    END-IF
    IF WS-CreditOK = "Y"
        MOVE WS-CreditAccount TO CM-AccountNumber
        READ CustomerMasterFile
            INVALID KEY
                MOVE "N" TO WS-CreditOK
                MOVE "R03" TO WS-ReturnReason
                MOVE "No account on file" TO WS-ReturnText
        END-READ
    END-IF
    IF WS-CreditOK = "Y" AND CM-AccountStatus = "C"
        MOVE "N" TO WS-CreditOK
        MOVE "R02" TO WS-ReturnReason
        MOVE "Account closed" TO WS-ReturnText
    END-IF
    IF WS-CreditOK = "Y"
        COMPUTE WS-NewBalance = CM-AccountBalance + IP-Amount
        IF WS-NewBalance > 9999999.99
            MOVE "N" TO WS-CreditOK
            MOVE "R99" TO WS-ReturnReason
            MOVE "Balance limit exceeded" TO WS-ReturnText
        END-IF
    END-IF

    IF WS-CreditOK = "Y"
        PERFORM POST-ONE-CREDIT
    ELSE
        PERFORM RETURN-ONE-CREDIT
    END-IF.

POST-ONE-CREDIT.
    MOVE CustomerMasterRecord TO WS-Audit-BeforeImage
    MOVE "REWRITE" TO WS-Audit-Action
    MOVE WS-NewBalance TO CM-AccountBalance
    REWRITE CustomerMasterRecord
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to update CUSTOMER.MASTER. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "REWRITE" TO WS-ErrorLog-Operation
        MOVE WS-MasterStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-INBOUND-ERROR
        CLOSE CustomerMasterFile
        CLOSE InboundPaymentFile
        CLOSE ReturnPaymentFile
        CLOSE InboundReportFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE CustomerMasterRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY

    PERFORM NEXT-RECEIPT-NUMBER
    OPEN EXTEND TransactionLogFile
    IF WS-TranLogStatus = "35"
        OPEN OUTPUT TransactionLogFile
        CLOSE TransactionLogFile
        OPEN EXTEND TransactionLogFile
    END-IF
    IF WS-TranLogStatus = ZERO
        MOVE CM-AccountNumber TO TL-AccountNumber
        MOVE CM-CustomerName TO TL-CustomerName
        MOVE WS-RunDate TO TL-TranDate
        MOVE "C" TO TL-TransactionType
        MOVE IP-Amount TO TL-Amount
        MOVE CM-AccountBalance TO TL-BalanceAfter
        MOVE WS-ReceiptNumber TO TL-ReceiptNumber
        MOVE ZEROS TO TL-RefReceiptNumber
        MOVE WS-Audit-OperatorID TO TL-OperatorID
        MOVE "IB" TO TL-Channel
        MOVE SPACES TO TL-OrigOperatorID
        WRITE TransactionLogRecord
        CLOSE TransactionLogFile
    END-IF

    ADD 1 TO WS-PostedCount
    ADD IP-Amount TO WS-PostedTotal
    PERFORM WRITE-CREDIT-REPORT-LINE.

RETURN-ONE-CREDIT.
    ADD 1 TO WS-ReturnedCount
    ADD IP-Amount TO WS-ReturnedTotal
    PERFORM WRITE-CREDIT-REPORT-LINE
    MOVE WS-FileOriginBank TO IP-BankCode
    MOVE WS-ReturnReason TO IP-ReturnReason
    MOVE IP-BankCode(1:8) TO WS-BankPrefix
    ADD WS-BankPrefix TO WS-ReturnHashSum
    MOVE InterbankDetailRecord TO ReturnPaymentLine
    WRITE ReturnPaymentLine.

WRITE-CREDIT-REPORT-LINE.
    MOVE IP-TraceNumber TO WS-Trace-Edit
    MOVE IP-Amount TO WS-Amount-Edit
    IF WS-CreditOK = "Y"
        MOVE SPACES TO InboundReportLine
        STRING "POSTED    " DELIMITED SIZE
               WS-Trace-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               IP-AccountNumber DELIMITED SIZE
               " " DELIMITED SIZE
               IP-PayeeName DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               IP-Reference DELIMITED SIZE
               INTO InboundReportLine
    ELSE
        MOVE SPACES TO InboundReportLine
        STRING "RETURNED  " DELIMITED SIZE
               WS-Trace-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               IP-AccountNumber DELIMITED SIZE
               " " DELIMITED SIZE
               IP-PayeeName DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-ReturnReason DELIMITED SIZE
               " " DELIMITED SIZE
               WS-ReturnText DELIMITED SIZE
               INTO InboundReportLine
    END-IF
    WRITE InboundReportLine.

WRITE-RETURN-HEADER.
    MOVE SPACES TO InterbankHeaderRecord
    MOVE "1" TO IPH-RecordType
    MOVE WS-FileOriginBank TO IPH-DestinationBank
    MOVE WS-OurBankCode TO IPH-OriginBank
    MOVE WS-RunDate TO IPH-FileDate
    MOVE WS-FileSeq TO IPH-FileSeq
    MOVE WS-OurBankName TO IPH-OriginName
    MOVE InterbankHeaderRecord TO ReturnPaymentLine
    WRITE ReturnPaymentLine.

WRITE-RETURN-TRAILER.
    MOVE WS-ReturnHashSum TO WS-ReturnHash
    MOVE SPACES TO InterbankTrailerRecord
    MOVE "9" TO IPT-RecordType
    MOVE WS-ReturnedCount TO IPT-EntryCount
    MOVE WS-ReturnedTotal TO IPT-TotalAmount
    MOVE WS-ReturnHash TO IPT-EntryHash
    MOVE InterbankTrailerRecord TO ReturnPaymentLine
    WRITE ReturnPaymentLine.

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
        PERFORM LOG-INBOUND-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

OPEN-OUTPUT-FILES.
    OPEN OUTPUT ReturnPaymentFile
    IF WS-ReturnStatus NOT EQUAL ZERO
        MOVE WS-ReturnStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open INRETURN.DAT. File Status: " WS-ReturnStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReturnStatus TO WS-ErrorLog-FileStatus
        MOVE "INRETURN.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-INBOUND-ERROR
        CLOSE CustomerMasterFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT InboundReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open INPAY.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "INPAY.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-INBOUND-ERROR
        CLOSE ReturnPaymentFile
        CLOSE CustomerMasterFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE WS-FileDate TO WS-FileDate-Edit
    MOVE SPACES TO InboundReportLine
    STRING "================ INBOUND INTERBANK CREDIT FILE ================"
           INTO InboundReportLine
    WRITE InboundReportLine
    MOVE SPACES TO InboundReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           "   From: " DELIMITED SIZE WS-FileOriginBank DELIMITED SIZE
           " " DELIMITED SIZE WS-FileOriginName DELIMITED SIZE
           INTO InboundReportLine
    WRITE InboundReportLine
    MOVE SPACES TO InboundReportLine
    STRING "File Date: " DELIMITED SIZE WS-FileDate-Edit DELIMITED SIZE
           "   Sequence: " DELIMITED SIZE WS-FileSeq DELIMITED SIZE
           "   Controls balanced" DELIMITED SIZE
           INTO InboundReportLine
    WRITE InboundReportLine
    MOVE SPACES TO InboundReportLine
    WRITE InboundReportLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO InboundReportLine
    WRITE InboundReportLine
    MOVE WS-PostedCount TO WS-Count-Edit
    MOVE WS-PostedTotal TO WS-Total-Edit
    MOVE SPACES TO InboundReportLine
    STRING "Credits posted:   " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           "   Value: " DELIMITED SIZE
           WS-Total-Edit DELIMITED SIZE
           INTO InboundReportLine
    WRITE InboundReportLine
    MOVE WS-ReturnedCount TO WS-Count-Edit
    MOVE WS-ReturnedTotal TO WS-Total-Edit
    MOVE SPACES TO InboundReportLine
    STRING "Credits returned: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           "   Value: " DELIMITED SIZE
           WS-Total-Edit DELIMITED SIZE
           INTO InboundReportLine
    WRITE InboundReportLine
    MOVE WS-ActualCount TO WS-Count-Edit
    MOVE WS-ActualTotal TO WS-Total-Edit
    MOVE SPACES TO InboundReportLine
    STRING "File total:       " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           "   Value: " DELIMITED SIZE
           WS-Total-Edit DELIMITED SIZE
           INTO InboundReportLine
    WRITE InboundReportLine.

RECORD-FILE-PROCESSED.
    OPEN EXTEND InboundHistoryFile
    IF WS-HistoryStatus = "35"
        OPEN OUTPUT InboundHistoryFile
        CLOSE InboundHistoryFile
        OPEN EXTEND InboundHistoryFile
    END-IF
    IF WS-HistoryStatus NOT EQUAL ZERO
        MOVE WS-HistoryStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to record the file on INPAYHIST.DAT. File Status: "
                WS-HistoryStatus " - " WS-FileStatus-Lookup-Message
        DISPLAY "The credits are posted - remove INPAY.DAT before the next run."
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-HistoryStatus TO WS-ErrorLog-FileStatus
        MOVE "INPAYHIST.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-INBOUND-ERROR
    ELSE
        MOVE WS-FileOriginBank TO IH-OriginBank
        MOVE WS-FileDate TO IH-FileDate
        MOVE WS-FileSeq TO IH-FileSeq
        MOVE WS-RunDate TO IH-ProcessedDate
        MOVE WS-ActualCount TO IH-EntryCount
        MOVE WS-ActualTotal TO IH-TotalAmount
        MOVE WS-PostedCount TO IH-PostedCount
        MOVE WS-ReturnedCount TO IH-ReturnedCount
        WRITE InboundHistoryRecord
        CLOSE InboundHistoryFile
    END-IF.

LOAD-INTERBANK-CONFIG.
    OPEN INPUT InterbankConfigFile
    IF WS-InterbankCfgStatus = ZERO
        READ InterbankConfigFile
            AT END CONTINUE
            NOT AT END
                IF InterbankConfigLine(1:9) IS NUMERIC
                    MOVE InterbankConfigLine(1:9) TO WS-OurBankCode
                END-IF
                MOVE InterbankConfigLine(10:23) TO WS-OurBankName
        END-READ
        CLOSE InterbankConfigFile
    END-IF
    IF WS-OurBankCode = ZERO
        DISPLAY "Error: INTERBANK.CFG does not hold this bank's code. "
                "Run refused."
        MOVE "CONTROL" TO WS-ErrorLog-Operation
        MOVE WS-InterbankCfgStatus TO WS-ErrorLog-FileStatus
        MOVE "INTERBANK.CFG" TO WS-ErrorLog-FileName
        PERFORM LOG-INBOUND-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

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
    MOVE WS-RunDate(1:6) TO WS-CurrentPeriod
    IF WS-OpenPeriod > ZERO AND WS-CurrentPeriod < WS-OpenPeriod
        DISPLAY "Error: the posting period " WS-CurrentPeriod " is closed "
                "(open period is " WS-OpenPeriod "). Run refused."
        MOVE "PERIOD" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "PERIODCTL.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-INBOUND-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

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

WRITE-FAILED-JOB-STATS.
    MOVE WS-ActualCount TO WS-JobStats-RecordsRead
    MOVE WS-PostedCount TO WS-JobStats-RecordsWritten
    MOVE WS-ReturnedCount TO WS-JobStats-RecordsRejected
    MOVE 8 TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS.

LOG-INBOUND-ERROR.
    MOVE "InterbankInbound" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM InterbankInbound.
