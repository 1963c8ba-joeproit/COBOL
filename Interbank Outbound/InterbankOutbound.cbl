IDENTIFICATION DIVISION.
PROGRAM-ID. InterbankOutbound.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ExternalTransferFile ASSIGN TO "EXTXFER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XferStatus.

    SELECT InterbankConfigFile ASSIGN TO "INTERBANK.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InterbankCfgStatus.

    SELECT FileSequenceFile ASSIGN TO "OUTPAYSEQ.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FileSeqStatus.

    SELECT OutboundPaymentFile ASSIGN TO "OUTPAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OutPayStatus.

    SELECT OutboundReportFile ASSIGN TO "OUTPAY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD ExternalTransferFile.
COPY "ExternalTransferRecord.cpy".

FD InterbankConfigFile.
01 InterbankConfigLine PIC X(41).

FD FileSequenceFile.
01 FileSequenceLine.
   05 FS-LastFileDate PIC 9(8).
   05 FS-LastFileSeq PIC 9(4).

FD OutboundPaymentFile.
COPY "InterbankPaymentRecord.cpy".

FD OutboundReportFile.
01 OutboundReportLine PIC X(100).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-XferStatus PIC 9(2) VALUE ZEROS.
01 WS-InterbankCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-FileSeqStatus PIC 9(2) VALUE ZEROS.
01 WS-OutPayStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfXfer PIC X VALUE "N".

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-OurBankCode PIC 9(9) VALUE ZEROS.
01 WS-OurBankName PIC X(23) VALUE SPACES.
01 WS-ClearingBankCode PIC 9(9) VALUE ZEROS.
01 WS-FileSeq PIC 9(4) VALUE ZEROS.

01 WS-XferTable.
   05 WS-Xfer OCCURS 5000 TIMES.
      10 WS-Xfer-Receipt PIC 9(8).
      10 WS-Xfer-QueueDate PIC 9(8).
      10 WS-Xfer-AccountNumber PIC 9(8).
      10 WS-Xfer-Amount PIC 9(7)V99.
      10 WS-Xfer-Fee PIC 9(7)V99.
      10 WS-Xfer-BankCode PIC 9(9).
      10 WS-Xfer-BeneAccount PIC X(17).
      10 WS-Xfer-BeneName PIC X(22).
      10 WS-Xfer-Reference PIC X(18).
      10 WS-Xfer-Status PIC X.
      10 WS-Xfer-FileDate PIC 9(8).
      10 WS-Xfer-FileSeq PIC 9(4).
      10 WS-Xfer-OperatorID PIC X(8).
01 WS-XferCount PIC 9(4) VALUE ZEROS.
01 WS-XferIndex PIC 9(4) VALUE ZEROS.

01 WS-EntryCount PIC 9(6) VALUE ZEROS.
01 WS-EntryTotal PIC 9(10)V99 VALUE ZEROS.
01 WS-EntryHashSum PIC 9(12) VALUE ZEROS.
01 WS-EntryHash PIC 9(10) VALUE ZEROS.
01 WS-BankPrefix PIC 9(8) VALUE ZEROS.

01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-Date-Edit PIC 9(4)/99/99.
01 WS-AccountNumber-Edit PIC Z(7)9.
01 WS-Receipt-Edit PIC Z(7)9.
01 WS-Amount-Edit PIC Z(6)9.99.
01 WS-Total-Edit PIC Z,ZZZ,ZZZ,ZZ9.99.
01 WS-Count-Edit PIC ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "InterbankOutbound" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    PERFORM LOAD-PAYMENT-QUEUE
    PERFORM VARYING WS-XferIndex FROM 1 BY 1
            UNTIL WS-XferIndex > WS-XferCount
        IF WS-Xfer-Status(WS-XferIndex) = "Q"
            ADD 1 TO WS-EntryCount
        END-IF
    END-PERFORM

    IF WS-EntryCount > ZERO
        PERFORM LOAD-INTERBANK-CONFIG
        PERFORM NEXT-FILE-SEQUENCE
    END-IF

    OPEN OUTPUT OutboundPaymentFile
    IF WS-OutPayStatus NOT EQUAL ZERO
        MOVE WS-OutPayStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open OUTPAY.DAT. File Status: " WS-OutPayStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-OutPayStatus TO WS-ErrorLog-FileStatus
        MOVE "OUTPAY.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-OUTBOUND-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT OutboundReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open OUTPAY.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "OUTPAY.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-OUTBOUND-ERROR
        CLOSE OutboundPaymentFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING

    IF WS-EntryCount = ZERO
        MOVE SPACES TO OutboundReportLine
        STRING "  (no queued payments - empty outbound file written)"
               INTO OutboundReportLine
        WRITE OutboundReportLine
        CLOSE OutboundPaymentFile
        CLOSE OutboundReportFile
        DISPLAY "No queued external payments - OUTPAY.DAT is empty."
        MOVE ZEROS TO WS-JobStats-RecordsRead
        MOVE ZEROS TO WS-JobStats-RecordsWritten
        MOVE ZEROS TO WS-JobStats-RecordsRejected
        MOVE ZEROS TO WS-JobStats-ReturnCode
        PERFORM WRITE-JOB-STATS
        MOVE ZERO TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE ZEROS TO WS-EntryCount
    PERFORM WRITE-FILE-HEADER
    PERFORM VARYING WS-XferIndex FROM 1 BY 1
            UNTIL WS-XferIndex > WS-XferCount
        IF WS-Xfer-Status(WS-XferIndex) = "Q"
            PERFORM WRITE-PAYMENT-ENTRY
        END-IF
    END-PERFORM
    PERFORM WRITE-FILE-TRAILER
    CLOSE OutboundPaymentFile

    PERFORM REWRITE-PAYMENT-QUEUE
    PERFORM SAVE-FILE-SEQUENCE

    PERFORM WRITE-REPORT-SUMMARY
    CLOSE OutboundReportFile

    MOVE WS-EntryTotal TO WS-Total-Edit
    DISPLAY "Outbound payments written: " WS-EntryCount
    DISPLAY "Outbound file total:       " WS-Total-Edit
    DISPLAY "Payment file written to OUTPAY.DAT, report to OUTPAY.RPT"

    MOVE WS-XferCount TO WS-JobStats-RecordsRead
    MOVE WS-EntryCount TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

LOAD-PAYMENT-QUEUE.
    MOVE ZEROS TO WS-XferCount
    OPEN INPUT ExternalTransferFile
    IF WS-XferStatus = ZERO
        PERFORM UNTIL WS-EndOfXfer = "Y"
            READ ExternalTransferFile
                AT END SET WS-EndOfXfer TO "Y"
                NOT AT END
                    IF WS-XferCount < 5000
                        ADD 1 TO WS-XferCount
                        PERFORM STORE-QUEUE-ENTRY
                    ELSE
                        DISPLAY "Error: EXTXFER.DAT holds more than 5000 "
                                "payments - archive sent payments first. "
                                "Run refused."
                        CLOSE ExternalTransferFile
                        MOVE "CONTROL" TO WS-ErrorLog-Operation
                        MOVE ZEROS TO WS-ErrorLog-FileStatus
                        MOVE "EXTXFER.DAT" TO WS-ErrorLog-FileName
                        PERFORM LOG-OUTBOUND-ERROR
                        PERFORM WRITE-FAILED-JOB-STATS
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ExternalTransferFile
    ELSE
        IF WS-XferStatus NOT = "35"
            MOVE WS-XferStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to open EXTXFER.DAT. File Status: " WS-XferStatus
                    " - " WS-FileStatus-Lookup-Message
            MOVE "OPEN" TO WS-ErrorLog-Operation
            MOVE WS-XferStatus TO WS-ErrorLog-FileStatus
            MOVE "EXTXFER.DAT" TO WS-ErrorLog-FileName
            PERFORM LOG-OUTBOUND-ERROR
            PERFORM WRITE-FAILED-JOB-STATS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

STORE-QUEUE-ENTRY.
    MOVE XT-TransferReceipt TO WS-Xfer-Receipt(WS-XferCount)
    MOVE XT-QueueDate TO WS-Xfer-QueueDate(WS-XferCount)
    MOVE XT-AccountNumber TO WS-Xfer-AccountNumber(WS-XferCount)
    MOVE XT-Amount TO WS-Xfer-Amount(WS-XferCount)
    MOVE XT-Fee TO WS-Xfer-Fee(WS-XferCount)
    MOVE XT-BankCode TO WS-Xfer-BankCode(WS-XferCount)
    MOVE XT-BeneAccount TO WS-Xfer-BeneAccount(WS-XferCount)
    MOVE XT-BeneName TO WS-Xfer-BeneName(WS-XferCount)
    MOVE XT-Reference TO WS-Xfer-Reference(WS-XferCount)
    MOVE XT-Status TO WS-Xfer-Status(WS-XferCount)
    MOVE XT-FileDate TO WS-Xfer-FileDate(WS-XferCount)
    MOVE XT-FileSeq TO WS-Xfer-FileSeq(WS-XferCount)
    MOVE XT-OperatorID TO WS-Xfer-OperatorID(WS-XferCount).

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
                IF InterbankConfigLine(33:9) IS NUMERIC
                    MOVE InterbankConfigLine(33:9) TO WS-ClearingBankCode
                END-IF
        END-READ
        CLOSE InterbankConfigFile
    END-IF
    IF WS-OurBankCode = ZERO OR WS-ClearingBankCode = ZERO
        DISPLAY "Error: INTERBANK.CFG must hold this bank's code and the "
                "clearing house code. Run refused."
        MOVE "CONTROL" TO WS-ErrorLog-Operation
        MOVE WS-InterbankCfgStatus TO WS-ErrorLog-FileStatus
        MOVE "INTERBANK.CFG" TO WS-ErrorLog-FileName
        PERFORM LOG-OUTBOUND-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

NEXT-FILE-SEQUENCE.
    MOVE 1 TO WS-FileSeq
    OPEN INPUT FileSequenceFile
    IF WS-FileSeqStatus = ZERO
        READ FileSequenceFile
            AT END CONTINUE
            NOT AT END
                IF FS-LastFileDate = WS-RunDate
                    COMPUTE WS-FileSeq = FS-LastFileSeq + 1
                END-IF
        END-READ
        CLOSE FileSequenceFile
    END-IF.

SAVE-FILE-SEQUENCE.
    OPEN OUTPUT FileSequenceFile
    IF WS-FileSeqStatus = ZERO
        MOVE WS-RunDate TO FS-LastFileDate
        MOVE WS-FileSeq TO FS-LastFileSeq
        WRITE FileSequenceLine
        CLOSE FileSequenceFile
    END-IF.

WRITE-FILE-HEADER.
    MOVE SPACES TO InterbankHeaderRecord
    MOVE "1" TO IPH-RecordType
    MOVE WS-ClearingBankCode TO IPH-DestinationBank
    MOVE WS-OurBankCode TO IPH-OriginBank
    MOVE WS-RunDate TO IPH-FileDate
    MOVE WS-FileSeq TO IPH-FileSeq
    MOVE WS-OurBankName TO IPH-OriginName
    WRITE InterbankHeaderRecord
    PERFORM CHECK-PAYMENT-FILE-WRITE.

WRITE-PAYMENT-ENTRY.
    MOVE SPACES TO InterbankDetailRecord
    MOVE "6" TO IP-RecordType
    MOVE WS-Xfer-BankCode(WS-XferIndex) TO IP-BankCode
    MOVE WS-Xfer-BeneAccount(WS-XferIndex) TO IP-AccountNumber
    MOVE WS-Xfer-Amount(WS-XferIndex) TO IP-Amount
    MOVE WS-Xfer-BeneName(WS-XferIndex) TO IP-PayeeName
    MOVE WS-Xfer-Reference(WS-XferIndex) TO IP-Reference
    MOVE WS-Xfer-Receipt(WS-XferIndex) TO IP-TraceNumber
    WRITE InterbankDetailRecord
    PERFORM CHECK-PAYMENT-FILE-WRITE

    ADD 1 TO WS-EntryCount
    ADD WS-Xfer-Amount(WS-XferIndex) TO WS-EntryTotal
    MOVE WS-Xfer-BankCode(WS-XferIndex)(1:8) TO WS-BankPrefix
    ADD WS-BankPrefix TO WS-EntryHashSum
    MOVE "S" TO WS-Xfer-Status(WS-XferIndex)
    MOVE WS-RunDate TO WS-Xfer-FileDate(WS-XferIndex)
    MOVE WS-FileSeq TO WS-Xfer-FileSeq(WS-XferIndex)

    MOVE WS-Xfer-AccountNumber(WS-XferIndex) TO WS-AccountNumber-Edit
    MOVE WS-Xfer-Receipt(WS-XferIndex) TO WS-Receipt-Edit
    MOVE WS-Xfer-Amount(WS-XferIndex) TO WS-Amount-Edit
    MOVE WS-Xfer-QueueDate(WS-XferIndex) TO WS-Date-Edit
    MOVE SPACES TO OutboundReportLine
    STRING WS-Receipt-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Date-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-AccountNumber-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Xfer-BankCode(WS-XferIndex) DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Xfer-BeneAccount(WS-XferIndex) DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Xfer-BeneName(WS-XferIndex) DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE
           INTO OutboundReportLine
    WRITE OutboundReportLine.

WRITE-FILE-TRAILER.
    MOVE WS-EntryHashSum TO WS-EntryHash
    MOVE SPACES TO InterbankTrailerRecord
    MOVE "9" TO IPT-RecordType
    MOVE WS-EntryCount TO IPT-EntryCount
    MOVE WS-EntryTotal TO IPT-TotalAmount
    MOVE WS-EntryHash TO IPT-EntryHash
    WRITE InterbankTrailerRecord
    PERFORM CHECK-PAYMENT-FILE-WRITE.

CHECK-PAYMENT-FILE-WRITE.
    IF WS-OutPayStatus NOT EQUAL ZERO
        MOVE WS-OutPayStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to write to OUTPAY.DAT. File Status: " WS-OutPayStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "WRITE" TO WS-ErrorLog-Operation
        MOVE WS-OutPayStatus TO WS-ErrorLog-FileStatus
        MOVE "OUTPAY.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-OUTBOUND-ERROR
        CLOSE OutboundPaymentFile
        OPEN OUTPUT OutboundPaymentFile
        CLOSE OutboundPaymentFile
        CLOSE OutboundReportFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

REWRITE-PAYMENT-QUEUE.
    OPEN OUTPUT ExternalTransferFile
    IF WS-XferStatus NOT EQUAL ZERO
        MOVE WS-XferStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to rewrite EXTXFER.DAT. File Status: " WS-XferStatus
                " - " WS-FileStatus-Lookup-Message
        DISPLAY "OUTPAY.DAT has been withdrawn so the payments are not sent "
                "twice."
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-XferStatus TO WS-ErrorLog-FileStatus
        MOVE "EXTXFER.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-OUTBOUND-ERROR
        OPEN OUTPUT OutboundPaymentFile
        CLOSE OutboundPaymentFile
        CLOSE OutboundReportFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-XferIndex FROM 1 BY 1
            UNTIL WS-XferIndex > WS-XferCount
        MOVE WS-Xfer-Receipt(WS-XferIndex) TO XT-TransferReceipt
        MOVE WS-Xfer-QueueDate(WS-XferIndex) TO XT-QueueDate
        MOVE WS-Xfer-AccountNumber(WS-XferIndex) TO XT-AccountNumber
        MOVE WS-Xfer-Amount(WS-XferIndex) TO XT-Amount
        MOVE WS-Xfer-Fee(WS-XferIndex) TO XT-Fee
        MOVE WS-Xfer-BankCode(WS-XferIndex) TO XT-BankCode
        MOVE WS-Xfer-BeneAccount(WS-XferIndex) TO XT-BeneAccount
        MOVE WS-Xfer-BeneName(WS-XferIndex) TO XT-BeneName
        MOVE WS-Xfer-Reference(WS-XferIndex) TO XT-Reference
        MOVE WS-Xfer-Status(WS-XferIndex) TO XT-Status
        MOVE WS-Xfer-FileDate(WS-XferIndex) TO XT-FileDate
        MOVE WS-Xfer-FileSeq(WS-XferIndex) TO XT-FileSeq
        MOVE WS-Xfer-OperatorID(WS-XferIndex) TO XT-OperatorID
        WRITE ExternalTransferRecord
    END-PERFORM
    CLOSE ExternalTransferFile.

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE SPACES TO OutboundReportLine
    STRING "================ OUTBOUND INTERBANK PAYMENT FILE ================"
           INTO OutboundReportLine
    WRITE OutboundReportLine
    MOVE SPACES TO OutboundReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           "   File Sequence: " DELIMITED SIZE WS-FileSeq DELIMITED SIZE
           INTO OutboundReportLine
    WRITE OutboundReportLine
    MOVE SPACES TO OutboundReportLine
    WRITE OutboundReportLine
    MOVE SPACES TO OutboundReportLine
    STRING " Receipt  Queued        Account  Bank Code Beneficiary Account"
           DELIMITED SIZE
           "   Beneficiary Name           Amount" DELIMITED SIZE
           INTO OutboundReportLine
    WRITE OutboundReportLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO OutboundReportLine
    WRITE OutboundReportLine
    MOVE WS-EntryCount TO WS-Count-Edit
    MOVE WS-EntryTotal TO WS-Total-Edit
    MOVE SPACES TO OutboundReportLine
    STRING "Batch totals - entries: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           "   amount: " DELIMITED SIZE
           WS-Total-Edit DELIMITED SIZE
           "   entry hash: " DELIMITED SIZE
           WS-EntryHash DELIMITED SIZE
           INTO OutboundReportLine
    WRITE OutboundReportLine.

WRITE-FAILED-JOB-STATS.
    MOVE WS-XferCount TO WS-JobStats-RecordsRead
    MOVE ZEROS TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE 8 TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS.

LOG-OUTBOUND-ERROR.
    MOVE "InterbankOutbound" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM InterbankOutbound.
