IDENTIFICATION DIVISION.
PROGRAM-ID. CashCompliance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TransactionLogFile ASSIGN TO "TRANSACTION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranLogStatus.

    COPY "CashItemFileControl.cpy".
    COPY "CustomerMasterFileControl.cpy".
    COPY "CustInfoFileControl.cpy".
    COPY "CustRelFileControl.cpy".

    SELECT CashConfigFile ASSIGN TO "CASHRPT.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ConfigStatus.

    SELECT NearHistoryFile ASSIGN TO "CASHNEAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NearStatus.

    SELECT StructCaseFile ASSIGN TO "STRUCTCASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CaseStatus.

    SELECT CtrFile ASSIGN TO "CTR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CtrStatus.

    SELECT ComplianceReportFile ASSIGN TO "CASHCOMP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD TransactionLogFile.
COPY "TransactionLogRecord.cpy".

COPY "CashItemFD.cpy".

FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD CustInfoFile.
COPY "CustInfoRecord.cpy".

FD CustRelFile.
COPY "CustRelRecord.cpy".

FD CashConfigFile.
01 CashConfigLine PIC X(30).

FD NearHistoryFile.
01 NearHistoryRecord.
   05 NH-TranDate           PIC 9(8).
   05 NH-AccountNumber      PIC 9(8).
   05 NH-Direction          PIC X.
   05 NH-Amount             PIC 9(7)V99.
   05 NH-ReceiptNumber      PIC 9(8).
   05 NH-OperatorID         PIC X(8).

FD StructCaseFile.
COPY "StructCaseRecord.cpy".

FD CtrFile.
01 CtrHeaderRecord.
   05 CTRH-RecordType       PIC X.
   05 CTRH-BusinessDate     PIC 9(8).
   05 CTRH-Threshold        PIC 9(9)V99.
   05 FILLER                PIC X(172).
01 CtrDetailRecord.
   05 CTR-RecordType        PIC X.
   05 CTR-BusinessDate      PIC 9(8).
   05 CTR-AccountNumber     PIC 9(8).
   05 CTR-AccountName       PIC X(20).
   05 CTR-CustomerID        PIC 9(8).
   05 CTR-LegalName         PIC X(40).
   05 CTR-TaxID             PIC X(11).
   05 CTR-BirthDate         PIC 9(8).
   05 CTR-AddressLine1      PIC X(30).
   05 CTR-City              PIC X(20).
   05 CTR-PostalCode        PIC X(10).
   05 CTR-CashIn            PIC 9(9)V99.
   05 CTR-CashInCount       PIC 9(3).
   05 CTR-CashOut           PIC 9(9)V99.
   05 CTR-CashOutCount      PIC 9(3).
01 CtrTrailerRecord.
   05 CTRT-RecordType       PIC X.
   05 CTRT-RecordCount      PIC 9(6).
   05 CTRT-CashInTotal      PIC 9(11)V99.
   05 CTRT-CashOutTotal     PIC 9(11)V99.
   05 FILLER                PIC X(159).

FD ComplianceReportFile.
01 ComplianceReportLine PIC X(132).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-TranLogStatus PIC 9(2) VALUE ZEROS.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-ConfigStatus PIC 9(2) VALUE ZEROS.
01 WS-NearStatus PIC 9(2) VALUE ZEROS.
01 WS-CaseStatus PIC 9(2) VALUE ZEROS.
01 WS-CtrStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-MasterOpen PIC X VALUE "N".
01 WS-EndOfLog PIC X VALUE "N".
01 WS-EndOfItems PIC X VALUE "N".
01 WS-EndOfNear PIC X VALUE "N".
01 WS-EndOfCases PIC X VALUE "N".

01 WS-BusinessDate PIC 9(8) VALUE ZEROS.
01 WS-WindowStart PIC 9(8) VALUE ZEROS.
01 WS-DateInteger PIC 9(8) VALUE ZEROS.

01 WS-Threshold PIC 9(9)V99 VALUE ZEROS.
01 WS-NearFloor PIC 9(9)V99 VALUE ZEROS.
01 WS-WindowDays PIC 9(3) VALUE ZEROS.
01 WS-MinNearItems PIC 9(3) VALUE ZEROS.

01 WS-ItemTable.
   05 WS-Item OCCURS 5000 TIMES.
      10 WS-Item-Receipt PIC 9(8).
      10 WS-Item-DepositType PIC X.
      10 WS-Item-Operator PIC X(8).
01 WS-ItemCount PIC 9(4) VALUE ZEROS.
01 WS-ItemIndex PIC 9(4) VALUE ZEROS.
01 WS-ItemOverflow PIC 9(6) VALUE ZEROS.

01 WS-DayTable.
   05 WS-Day OCCURS 3000 TIMES.
      10 WS-Day-Account PIC 9(8).
      10 WS-Day-CashIn PIC 9(9)V99.
      10 WS-Day-InCount PIC 9(3).
      10 WS-Day-CashOut PIC 9(9)V99.
      10 WS-Day-OutCount PIC 9(3).
01 WS-DayCount PIC 9(4) VALUE ZEROS.
01 WS-DayIndex PIC 9(4) VALUE ZEROS.
01 WS-DayScan PIC 9(4) VALUE ZEROS.
01 WS-DayOverflow PIC 9(6) VALUE ZEROS.

01 WS-NearTable.
   05 WS-Near OCCURS 5000 TIMES.
      10 WS-Near-Date PIC 9(8).
      10 WS-Near-Account PIC 9(8).
      10 WS-Near-Direction PIC X.
      10 WS-Near-Amount PIC 9(7)V99.
      10 WS-Near-Receipt PIC 9(8).
      10 WS-Near-Operator PIC X(8).
      10 WS-Near-Done PIC X.
01 WS-NearCount PIC 9(4) VALUE ZEROS.
01 WS-NearIndex PIC 9(4) VALUE ZEROS.
01 WS-NearScan PIC 9(4) VALUE ZEROS.
01 WS-NearOverflow PIC 9(6) VALUE ZEROS.

01 WS-CaseTable.
   05 WS-Case OCCURS 1000 TIMES.
      10 WS-Case-Account PIC 9(8).
      10 WS-Case-Status PIC X.
      10 WS-Case-FirstDate PIC 9(8).
      10 WS-Case-LastDate PIC 9(8).
      10 WS-Case-ItemCount PIC 9(3).
      10 WS-Case-TotalAmount PIC 9(9)V99.
      10 WS-Case-TellerCount PIC 9(2).
      10 WS-Case-DetectedDate PIC 9(8).
      10 WS-Case-ReviewedBy PIC X(8).
      10 WS-Case-ReviewedDate PIC 9(8).
      10 WS-Case-ReviewNote PIC X(30).
01 WS-CaseCount PIC 9(4) VALUE ZEROS.
01 WS-CaseIndex PIC 9(4) VALUE ZEROS.
01 WS-CaseFound PIC 9(4) VALUE ZEROS.
01 WS-CaseOverflow PIC 9(6) VALUE ZEROS.

01 WS-TellerTable.
   05 WS-Teller-ID OCCURS 10 TIMES PIC X(8).
01 WS-TellerCount PIC 9(2) VALUE ZEROS.
01 WS-TellerIndex PIC 9(2) VALUE ZEROS.
01 WS-TellerSeen PIC X VALUE "N".

01 WS-ScanAccount PIC 9(8) VALUE ZEROS.
01 WS-ReviewedThrough PIC 9(8) VALUE ZEROS.
01 WS-ScanCount PIC 9(3) VALUE ZEROS.
01 WS-ScanTotal PIC 9(9)V99 VALUE ZEROS.
01 WS-ScanFirstDate PIC 9(8) VALUE ZEROS.
01 WS-ScanLastDate PIC 9(8) VALUE ZEROS.
01 WS-CaseLabel PIC X(4) VALUE SPACES.

01 WS-IsCash PIC X VALUE "N".
01 WS-LookupDepositType PIC X VALUE SPACE.
01 WS-LookupOperator PIC X(8) VALUE SPACES.
01 WS-AccountName PIC X(20) VALUE SPACES.

01 WS-LogEntriesRead PIC 9(6) VALUE ZEROS.
01 WS-DayEntries PIC 9(6) VALUE ZEROS.
01 WS-CashDepositCount PIC 9(6) VALUE ZEROS.
01 WS-ChequeDepositCount PIC 9(6) VALUE ZEROS.
01 WS-UnclassifiedCount PIC 9(6) VALUE ZEROS.
01 WS-WithdrawalCount PIC 9(6) VALUE ZEROS.
01 WS-CtrCount PIC 9(6) VALUE ZEROS.
01 WS-CtrCashInTotal PIC 9(11)V99 VALUE ZEROS.
01 WS-CtrCashOutTotal PIC 9(11)V99 VALUE ZEROS.
01 WS-SuspectCount PIC 9(6) VALUE ZEROS.
01 WS-NewCaseCount PIC 9(6) VALUE ZEROS.
01 WS-OpenCaseCount PIC 9(6) VALUE ZEROS.

01 WS-Date-Edit PIC 9(4)/99/99.
01 WS-Date2-Edit PIC 9(4)/99/99.
01 WS-AccountNumber-Edit PIC Z(7)9.
01 WS-Amount-Edit PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Amount2-Edit PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Items-Edit PIC ZZ9.
01 WS-Items2-Edit PIC ZZ9.
01 WS-Tellers-Edit PIC Z9.
01 WS-Count-Edit PIC ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".
COPY "CashItemFields.cpy".
COPY "CustInfoFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "CashCompliance" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-BusinessDate FROM DATE YYYYMMDD

    PERFORM LOAD-CASH-CONFIG
    COMPUTE WS-DateInteger =
        FUNCTION INTEGER-OF-DATE(WS-BusinessDate) - WS-WindowDays + 1
    COMPUTE WS-WindowStart = FUNCTION DATE-OF-INTEGER(WS-DateInteger)

    OPEN OUTPUT ComplianceReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open CASHCOMP.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "CASHCOMP.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-COMPLIANCE-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT CtrFile
    IF WS-CtrStatus NOT EQUAL ZERO
        MOVE WS-CtrStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open CTR.DAT. File Status: " WS-CtrStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-CtrStatus TO WS-ErrorLog-FileStatus
        MOVE "CTR.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-COMPLIANCE-ERROR
        CLOSE ComplianceReportFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO CtrHeaderRecord
    MOVE "H" TO CTRH-RecordType
    MOVE WS-BusinessDate TO CTRH-BusinessDate
    MOVE WS-Threshold TO CTRH-Threshold
    WRITE CtrHeaderRecord

    OPEN INPUT CustomerMasterFile
    IF WS-MasterStatus = ZERO
        MOVE "Y" TO WS-MasterOpen
    END-IF
    OPEN INPUT CustInfoFile
    IF WS-CustInfoStatus = ZERO
        OPEN INPUT CustRelFile
        IF WS-CustRelStatus = ZERO
            MOVE "Y" TO WS-Cif-FilesOpen
        ELSE
            CLOSE CustInfoFile
        END-IF
    END-IF

    PERFORM WRITE-REPORT-HEADING
    PERFORM LOAD-CASH-ITEMS
    PERFORM LOAD-NEAR-HISTORY
    PERFORM LOAD-STRUCTURING-CASES
    PERFORM SCAN-TRANSACTION-LOG
    PERFORM CHECK-WORK-TABLE-OVERFLOW

    PERFORM WRITE-CTR-SECTION
    MOVE SPACES TO CtrTrailerRecord
    MOVE "T" TO CTRT-RecordType
    MOVE WS-CtrCount TO CTRT-RecordCount
    MOVE WS-CtrCashInTotal TO CTRT-CashInTotal
    MOVE WS-CtrCashOutTotal TO CTRT-CashOutTotal
    WRITE CtrTrailerRecord
    CLOSE CtrFile

    PERFORM WRITE-STRUCTURING-SECTION
    IF WS-CaseOverflow > ZERO
        DISPLAY "Error: more than 1000 structuring cases - STRUCTCASE.DAT "
                "cannot be rewritten without losing cases. Run refused."
        MOVE "SCAN" TO WS-ErrorLog-Operation
        MOVE "OVFL" TO WS-ErrorLog-FileStatus
        MOVE "STRUCTCASE.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-COMPLIANCE-ERROR
        PERFORM REFUSE-OVERFLOW-RUN
    END-IF
    PERFORM REWRITE-NEAR-HISTORY
    PERFORM REWRITE-STRUCTURING-CASES
    PERFORM WRITE-REPORT-SUMMARY

    CLOSE ComplianceReportFile
    IF WS-MasterOpen = "Y"
        CLOSE CustomerMasterFile
    END-IF
    IF WS-Cif-FilesOpen = "Y"
        CLOSE CustInfoFile
        CLOSE CustRelFile
    END-IF

    DISPLAY "Log entries for the day:     " WS-DayEntries
    DISPLAY "Currency transaction reports:" WS-CtrCount
    DISPLAY "Suspected structuring:       " WS-SuspectCount
    DISPLAY "Cases awaiting review:       " WS-OpenCaseCount
    DISPLAY "Report written to CASHCOMP.RPT, filing to CTR.DAT"

    MOVE WS-LogEntriesRead TO WS-JobStats-RecordsRead
    COMPUTE WS-JobStats-RecordsWritten = WS-CtrCount + WS-SuspectCount
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

LOAD-CASH-CONFIG.
    MOVE 10000.00 TO WS-Threshold
    MOVE ZEROS TO WS-NearFloor
    MOVE 10 TO WS-WindowDays
    MOVE 3 TO WS-MinNearItems
    OPEN INPUT CashConfigFile
    IF WS-ConfigStatus = ZERO
        READ CashConfigFile
            AT END CONTINUE
            NOT AT END
                IF FUNCTION LENGTH(FUNCTION TRIM(CashConfigLine(1:10))) > 0
                    COMPUTE WS-Threshold = FUNCTION NUMVAL(CashConfigLine(1:10))
                END-IF
                IF FUNCTION LENGTH(FUNCTION TRIM(CashConfigLine(11:10))) > 0
                    COMPUTE WS-NearFloor = FUNCTION NUMVAL(CashConfigLine(11:10))
                END-IF
                IF FUNCTION LENGTH(FUNCTION TRIM(CashConfigLine(21:3))) > 0
                    COMPUTE WS-WindowDays = FUNCTION NUMVAL(CashConfigLine(21:3))
                END-IF
                IF FUNCTION LENGTH(FUNCTION TRIM(CashConfigLine(24:3))) > 0
                    COMPUTE WS-MinNearItems = FUNCTION NUMVAL(CashConfigLine(24:3))
                END-IF
        END-READ
        CLOSE CashConfigFile
    ELSE
        DISPLAY "CASHRPT.CFG not found - using the default reporting threshold."
    END-IF
    IF WS-NearFloor = ZERO OR WS-NearFloor NOT < WS-Threshold
        COMPUTE WS-NearFloor ROUNDED = WS-Threshold * 0.9
    END-IF
    IF WS-WindowDays = ZERO
        MOVE 10 TO WS-WindowDays
    END-IF
    IF WS-MinNearItems < 2
        MOVE 2 TO WS-MinNearItems
    END-IF.

LOAD-CASH-ITEMS.
    OPEN INPUT CashItemFile
    IF WS-CashItem-OpenStatus = ZERO
        PERFORM UNTIL WS-EndOfItems = "Y"
            READ CashItemFile
                AT END SET WS-EndOfItems TO "Y"
                NOT AT END
                    IF CX-TranDate = WS-BusinessDate
                        IF WS-ItemCount < 5000
                            ADD 1 TO WS-ItemCount
                            MOVE CX-ReceiptNumber TO WS-Item-Receipt(WS-ItemCount)
                            MOVE CX-DepositType TO WS-Item-DepositType(WS-ItemCount)
                            MOVE CX-OperatorID TO WS-Item-Operator(WS-ItemCount)
                        ELSE
                            ADD 1 TO WS-ItemOverflow
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CashItemFile
    END-IF.

LOAD-NEAR-HISTORY.
    OPEN INPUT NearHistoryFile
    IF WS-NearStatus = ZERO
        PERFORM UNTIL WS-EndOfNear = "Y"
            READ NearHistoryFile
                AT END SET WS-EndOfNear TO "Y"
                NOT AT END
                    IF NH-TranDate NOT < WS-WindowStart
                            AND NH-TranDate < WS-BusinessDate
                        IF WS-NearCount < 5000
                            ADD 1 TO WS-NearCount
                            MOVE NH-TranDate TO WS-Near-Date(WS-NearCount)
                            MOVE NH-AccountNumber TO WS-Near-Account(WS-NearCount)
                            MOVE NH-Direction TO WS-Near-Direction(WS-NearCount)
                            MOVE NH-Amount TO WS-Near-Amount(WS-NearCount)
                            MOVE NH-ReceiptNumber TO WS-Near-Receipt(WS-NearCount)
                            MOVE NH-OperatorID TO WS-Near-Operator(WS-NearCount)
                            MOVE "N" TO WS-Near-Done(WS-NearCount)
                        ELSE
                            ADD 1 TO WS-NearOverflow
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NearHistoryFile
    END-IF.

LOAD-STRUCTURING-CASES.
    OPEN INPUT StructCaseFile
    IF WS-CaseStatus = ZERO
        PERFORM UNTIL WS-EndOfCases = "Y"
            READ StructCaseFile
                AT END SET WS-EndOfCases TO "Y"
                NOT AT END
                    IF WS-CaseCount < 1000
                        ADD 1 TO WS-CaseCount
                        MOVE SC-AccountNumber TO WS-Case-Account(WS-CaseCount)
                        MOVE SC-Status TO WS-Case-Status(WS-CaseCount)
                        MOVE SC-FirstDate TO WS-Case-FirstDate(WS-CaseCount)
                        MOVE SC-LastDate TO WS-Case-LastDate(WS-CaseCount)
                        MOVE SC-ItemCount TO WS-Case-ItemCount(WS-CaseCount)
                        MOVE SC-TotalAmount TO WS-Case-TotalAmount(WS-CaseCount)
                        MOVE SC-TellerCount TO WS-Case-TellerCount(WS-CaseCount)
                        MOVE SC-DetectedDate TO WS-Case-DetectedDate(WS-CaseCount)
                        MOVE SC-ReviewedBy TO WS-Case-ReviewedBy(WS-CaseCount)
                        MOVE SC-ReviewedDate TO WS-Case-ReviewedDate(WS-CaseCount)
                        MOVE SC-ReviewNote TO WS-Case-ReviewNote(WS-CaseCount)
                    ELSE
                        ADD 1 TO WS-CaseOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StructCaseFile
    END-IF
    IF WS-CaseOverflow > ZERO
        DISPLAY "Error: STRUCTCASE.DAT holds more than 1000 cases - the "
                "case file cannot be updated without losing the overflow."
        MOVE "LOAD" TO WS-ErrorLog-Operation
        MOVE "OVFL" TO WS-ErrorLog-FileStatus
        MOVE "STRUCTCASE.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-COMPLIANCE-ERROR
        CLOSE CtrFile
        CLOSE ComplianceReportFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

SCAN-TRANSACTION-LOG.
    OPEN INPUT TransactionLogFile
    IF WS-TranLogStatus = ZERO
        PERFORM UNTIL WS-EndOfLog = "Y"
            READ TransactionLogFile
                AT END SET WS-EndOfLog TO "Y"
                NOT AT END
                    ADD 1 TO WS-LogEntriesRead
                    IF TL-TranDate = WS-BusinessDate
                            AND (TL-TransactionType = "D"
                                 OR TL-TransactionType = "W")
                        ADD 1 TO WS-DayEntries
                        PERFORM CLASSIFY-LOG-ENTRY
                        IF WS-IsCash = "Y"
                            PERFORM ADD-DAY-CASH
                            IF TL-Amount NOT < WS-NearFloor
                                    AND TL-Amount < WS-Threshold
                                PERFORM ADD-NEAR-ITEM
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE TransactionLogFile
    END-IF.

CLASSIFY-LOG-ENTRY.
    MOVE SPACE TO WS-LookupDepositType
    MOVE SPACES TO WS-LookupOperator
    PERFORM VARYING WS-ItemIndex FROM 1 BY 1
            UNTIL WS-ItemIndex > WS-ItemCount
        IF WS-Item-Receipt(WS-ItemIndex) = TL-ReceiptNumber
            MOVE WS-Item-DepositType(WS-ItemIndex) TO WS-LookupDepositType
            MOVE WS-Item-Operator(WS-ItemIndex) TO WS-LookupOperator
            MOVE WS-ItemCount TO WS-ItemIndex
        END-IF
    END-PERFORM
    MOVE "Y" TO WS-IsCash
    IF TL-TransactionType = "W"
        ADD 1 TO WS-WithdrawalCount
    ELSE
        EVALUATE WS-LookupDepositType
            WHEN "C"
                ADD 1 TO WS-CashDepositCount
            WHEN SPACE
                ADD 1 TO WS-UnclassifiedCount
            WHEN OTHER
                ADD 1 TO WS-ChequeDepositCount
                MOVE "N" TO WS-IsCash
        END-EVALUATE
    END-IF.

ADD-DAY-CASH.
    MOVE ZERO TO WS-DayIndex
    PERFORM VARYING WS-DayScan FROM 1 BY 1
            UNTIL WS-DayScan > WS-DayCount OR WS-DayIndex > ZERO
        IF WS-Day-Account(WS-DayScan) = TL-AccountNumber
            MOVE WS-DayScan TO WS-DayIndex
        END-IF
    END-PERFORM
    IF WS-DayIndex = ZERO
        IF WS-DayCount < 3000
            ADD 1 TO WS-DayCount
            MOVE WS-DayCount TO WS-DayIndex
            MOVE TL-AccountNumber TO WS-Day-Account(WS-DayIndex)
            MOVE ZEROS TO WS-Day-CashIn(WS-DayIndex)
            MOVE ZEROS TO WS-Day-InCount(WS-DayIndex)
            MOVE ZEROS TO WS-Day-CashOut(WS-DayIndex)
            MOVE ZEROS TO WS-Day-OutCount(WS-DayIndex)
        ELSE
            ADD 1 TO WS-DayOverflow
        END-IF
    END-IF
    IF WS-DayIndex > ZERO
        IF TL-TransactionType = "D"
            ADD TL-Amount TO WS-Day-CashIn(WS-DayIndex)
            ADD 1 TO WS-Day-InCount(WS-DayIndex)
        ELSE
            ADD TL-Amount TO WS-Day-CashOut(WS-DayIndex)
            ADD 1 TO WS-Day-OutCount(WS-DayIndex)
        END-IF
    END-IF.

ADD-NEAR-ITEM.
    IF WS-NearCount < 5000
        ADD 1 TO WS-NearCount
        MOVE TL-TranDate TO WS-Near-Date(WS-NearCount)
        MOVE TL-AccountNumber TO WS-Near-Account(WS-NearCount)
        IF TL-TransactionType = "D"
            MOVE "I" TO WS-Near-Direction(WS-NearCount)
        ELSE
            MOVE "O" TO WS-Near-Direction(WS-NearCount)
        END-IF
        MOVE TL-Amount TO WS-Near-Amount(WS-NearCount)
        MOVE TL-ReceiptNumber TO WS-Near-Receipt(WS-NearCount)
        MOVE WS-LookupOperator TO WS-Near-Operator(WS-NearCount)
        MOVE "N" TO WS-Near-Done(WS-NearCount)
    ELSE
        ADD 1 TO WS-NearOverflow
    END-IF.

WRITE-CTR-SECTION.
    MOVE SPACES TO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE SPACES TO ComplianceReportLine
    STRING "---- CURRENCY TRANSACTION REPORTS (cash in or out over the "
           "threshold for the day) ----" DELIMITED SIZE
           INTO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE SPACES TO ComplianceReportLine
    STRING "  ACCOUNT  NAME                        CASH IN ITEMS"
           "        CASH OUT ITEMS  OWNER TAX ID" DELIMITED SIZE
           INTO ComplianceReportLine
    WRITE ComplianceReportLine
    PERFORM VARYING WS-DayIndex FROM 1 BY 1
            UNTIL WS-DayIndex > WS-DayCount
        IF WS-Day-CashIn(WS-DayIndex) > WS-Threshold
                OR WS-Day-CashOut(WS-DayIndex) > WS-Threshold
            PERFORM WRITE-CTR-RECORD
        END-IF
    END-PERFORM
    IF WS-CtrCount = ZERO
        MOVE SPACES TO ComplianceReportLine
        STRING "  (none)" INTO ComplianceReportLine
        WRITE ComplianceReportLine
    END-IF.

WRITE-CTR-RECORD.
    MOVE WS-Day-Account(WS-DayIndex) TO WS-ScanAccount
    PERFORM FIND-ACCOUNT-NAME
    MOVE SPACES TO CtrDetailRecord
    MOVE "D" TO CTR-RecordType
    MOVE WS-BusinessDate TO CTR-BusinessDate
    MOVE WS-ScanAccount TO CTR-AccountNumber
    MOVE WS-AccountName TO CTR-AccountName
    MOVE ZEROS TO CTR-CustomerID
    MOVE ZEROS TO CTR-BirthDate
    IF WS-MasterOpen = "Y" AND WS-AccountName NOT = "(not on master)"
        MOVE CM-AddressLine1 TO CTR-AddressLine1
        MOVE CM-City TO CTR-City
        MOVE CM-PostalCode TO CTR-PostalCode
    END-IF
    MOVE WS-ScanAccount TO WS-Cif-AccountNumber
    PERFORM LOAD-ACCOUNT-OWNERS
    IF WS-Cif-PrimaryFound = "Y"
        MOVE CI-CustomerID TO CTR-CustomerID
        MOVE CI-LegalName TO CTR-LegalName
        MOVE CI-TaxID TO CTR-TaxID
        MOVE CI-BirthDate TO CTR-BirthDate
        MOVE CI-AddressLine1 TO CTR-AddressLine1
        MOVE CI-City TO CTR-City
        MOVE CI-PostalCode TO CTR-PostalCode
    ELSE
        MOVE WS-AccountName TO CTR-LegalName
    END-IF
    MOVE WS-Day-CashIn(WS-DayIndex) TO CTR-CashIn
    MOVE WS-Day-InCount(WS-DayIndex) TO CTR-CashInCount
    MOVE WS-Day-CashOut(WS-DayIndex) TO CTR-CashOut
    MOVE WS-Day-OutCount(WS-DayIndex) TO CTR-CashOutCount
    WRITE CtrDetailRecord
    ADD 1 TO WS-CtrCount
    ADD WS-Day-CashIn(WS-DayIndex) TO WS-CtrCashInTotal
    ADD WS-Day-CashOut(WS-DayIndex) TO WS-CtrCashOutTotal

    MOVE WS-ScanAccount TO WS-AccountNumber-Edit
    MOVE WS-Day-CashIn(WS-DayIndex) TO WS-Amount-Edit
    MOVE WS-Day-InCount(WS-DayIndex) TO WS-Items-Edit
    MOVE WS-Day-CashOut(WS-DayIndex) TO WS-Amount2-Edit
    MOVE WS-Day-OutCount(WS-DayIndex) TO WS-Items2-Edit
    MOVE SPACES TO ComplianceReportLine
    STRING "  " DELIMITED SIZE
           WS-AccountNumber-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-AccountName DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Items-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Amount2-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Items2-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           CTR-TaxID DELIMITED SIZE
           INTO ComplianceReportLine
    WRITE ComplianceReportLine
    IF CTR-TaxID = SPACES
        MOVE SPACES TO ComplianceReportLine
        STRING "           ** no tax ID on the customer file - complete "
               "the filing by hand **" DELIMITED SIZE
               INTO ComplianceReportLine
        WRITE ComplianceReportLine
    END-IF.

FIND-ACCOUNT-NAME.
    MOVE SPACES TO WS-AccountName
    IF WS-MasterOpen = "Y"
        MOVE WS-ScanAccount TO CM-AccountNumber
        READ CustomerMasterFile
            INVALID KEY MOVE "(not on master)" TO WS-AccountName
            NOT INVALID KEY MOVE CM-CustomerName TO WS-AccountName
        END-READ
    END-IF.

WRITE-STRUCTURING-SECTION.
    MOVE WS-WindowStart TO WS-Date-Edit
    MOVE SPACES TO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE SPACES TO ComplianceReportLine
    STRING "---- SUSPECTED STRUCTURING (near-threshold cash items since " DELIMITED SIZE
           WS-Date-Edit DELIMITED SIZE
           ") ----" DELIMITED SIZE
           INTO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE SPACES TO ComplianceReportLine
    STRING "  ACCOUNT  NAME                 FIRST ITEM  LAST ITEM  ITEMS"
           "           TOTAL TELLERS  CASE" DELIMITED SIZE
           INTO ComplianceReportLine
    WRITE ComplianceReportLine
    PERFORM VARYING WS-NearIndex FROM 1 BY 1
            UNTIL WS-NearIndex > WS-NearCount
        IF WS-Near-Done(WS-NearIndex) = "N"
            PERFORM TEST-ACCOUNT-STRUCTURING
        END-IF
    END-PERFORM
    IF WS-SuspectCount = ZERO
        MOVE SPACES TO ComplianceReportLine
        STRING "  (none)" INTO ComplianceReportLine
        WRITE ComplianceReportLine
    END-IF.

TEST-ACCOUNT-STRUCTURING.
    MOVE WS-Near-Account(WS-NearIndex) TO WS-ScanAccount
    MOVE ZEROS TO WS-ReviewedThrough
    PERFORM VARYING WS-CaseIndex FROM 1 BY 1
            UNTIL WS-CaseIndex > WS-CaseCount
        IF WS-Case-Account(WS-CaseIndex) = WS-ScanAccount
                AND WS-Case-Status(WS-CaseIndex) = "R"
                AND WS-Case-LastDate(WS-CaseIndex) > WS-ReviewedThrough
            MOVE WS-Case-LastDate(WS-CaseIndex) TO WS-ReviewedThrough
        END-IF
    END-PERFORM
    MOVE ZEROS TO WS-ScanCount
    MOVE ZEROS TO WS-ScanTotal
    MOVE 99999999 TO WS-ScanFirstDate
    MOVE ZEROS TO WS-ScanLastDate
    MOVE ZERO TO WS-TellerCount
    PERFORM VARYING WS-NearScan FROM WS-NearIndex BY 1
            UNTIL WS-NearScan > WS-NearCount
        IF WS-Near-Account(WS-NearScan) = WS-ScanAccount
            MOVE "Y" TO WS-Near-Done(WS-NearScan)
            IF WS-Near-Date(WS-NearScan) > WS-ReviewedThrough
                PERFORM COUNT-NEAR-ITEM
            END-IF
        END-IF
    END-PERFORM
    IF WS-ScanCount NOT < WS-MinNearItems
        PERFORM RECORD-STRUCTURING-CASE
    END-IF.

COUNT-NEAR-ITEM.
    ADD 1 TO WS-ScanCount
    ADD WS-Near-Amount(WS-NearScan) TO WS-ScanTotal
    IF WS-Near-Date(WS-NearScan) < WS-ScanFirstDate
        MOVE WS-Near-Date(WS-NearScan) TO WS-ScanFirstDate
    END-IF
    IF WS-Near-Date(WS-NearScan) > WS-ScanLastDate
        MOVE WS-Near-Date(WS-NearScan) TO WS-ScanLastDate
    END-IF
    IF WS-Near-Operator(WS-NearScan) NOT = SPACES
        MOVE "N" TO WS-TellerSeen
        PERFORM VARYING WS-TellerIndex FROM 1 BY 1
                UNTIL WS-TellerIndex > WS-TellerCount
            IF WS-Teller-ID(WS-TellerIndex) = WS-Near-Operator(WS-NearScan)
                MOVE "Y" TO WS-TellerSeen
            END-IF
        END-PERFORM
        IF WS-TellerSeen = "N" AND WS-TellerCount < 10
            ADD 1 TO WS-TellerCount
            MOVE WS-Near-Operator(WS-NearScan) TO WS-Teller-ID(WS-TellerCount)
        END-IF
    END-IF.

RECORD-STRUCTURING-CASE.
    ADD 1 TO WS-SuspectCount
    MOVE ZERO TO WS-CaseFound
    PERFORM VARYING WS-CaseIndex FROM 1 BY 1
            UNTIL WS-CaseIndex > WS-CaseCount
        IF WS-Case-Account(WS-CaseIndex) = WS-ScanAccount
                AND WS-Case-Status(WS-CaseIndex) = "O"
            MOVE WS-CaseIndex TO WS-CaseFound
        END-IF
    END-PERFORM
    MOVE "OPEN" TO WS-CaseLabel
    IF WS-CaseFound = ZERO
        IF WS-CaseCount < 1000
            ADD 1 TO WS-CaseCount
            MOVE WS-CaseCount TO WS-CaseFound
            MOVE WS-ScanAccount TO WS-Case-Account(WS-CaseFound)
            MOVE "O" TO WS-Case-Status(WS-CaseFound)
            MOVE WS-BusinessDate TO WS-Case-DetectedDate(WS-CaseFound)
            MOVE SPACES TO WS-Case-ReviewedBy(WS-CaseFound)
            MOVE ZEROS TO WS-Case-ReviewedDate(WS-CaseFound)
            MOVE SPACES TO WS-Case-ReviewNote(WS-CaseFound)
            ADD 1 TO WS-NewCaseCount
            MOVE "NEW" TO WS-CaseLabel
        ELSE
            ADD 1 TO WS-CaseOverflow
            MOVE "FULL" TO WS-CaseLabel
        END-IF
    END-IF
    IF WS-CaseFound > ZERO
        MOVE WS-ScanFirstDate TO WS-Case-FirstDate(WS-CaseFound)
        MOVE WS-ScanLastDate TO WS-Case-LastDate(WS-CaseFound)
        MOVE WS-ScanCount TO WS-Case-ItemCount(WS-CaseFound)
        MOVE WS-ScanTotal TO WS-Case-TotalAmount(WS-CaseFound)
        MOVE WS-TellerCount TO WS-Case-TellerCount(WS-CaseFound)
    END-IF

    PERFORM FIND-ACCOUNT-NAME
    MOVE WS-ScanAccount TO WS-AccountNumber-Edit
    MOVE WS-ScanFirstDate TO WS-Date-Edit
    MOVE WS-ScanLastDate TO WS-Date2-Edit
    MOVE WS-ScanCount TO WS-Items-Edit
    MOVE WS-ScanTotal TO WS-Amount-Edit
    MOVE WS-TellerCount TO WS-Tellers-Edit
    MOVE SPACES TO ComplianceReportLine
    STRING "  " DELIMITED SIZE
           WS-AccountNumber-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-AccountName DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Date-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Date2-Edit DELIMITED SIZE
           "   " DELIMITED SIZE
           WS-Items-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE
           "      " DELIMITED SIZE
           WS-Tellers-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-CaseLabel DELIMITED SIZE
           INTO ComplianceReportLine
    WRITE ComplianceReportLine.

REWRITE-NEAR-HISTORY.
    OPEN OUTPUT NearHistoryFile
    IF WS-NearStatus NOT EQUAL ZERO
        MOVE WS-NearStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to rewrite CASHNEAR.DAT. File Status: " WS-NearStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-NearStatus TO WS-ErrorLog-FileStatus
        MOVE "CASHNEAR.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-COMPLIANCE-ERROR
        CLOSE ComplianceReportFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-NearIndex FROM 1 BY 1
            UNTIL WS-NearIndex > WS-NearCount
        MOVE WS-Near-Date(WS-NearIndex) TO NH-TranDate
        MOVE WS-Near-Account(WS-NearIndex) TO NH-AccountNumber
        MOVE WS-Near-Direction(WS-NearIndex) TO NH-Direction
        MOVE WS-Near-Amount(WS-NearIndex) TO NH-Amount
        MOVE WS-Near-Receipt(WS-NearIndex) TO NH-ReceiptNumber
        MOVE WS-Near-Operator(WS-NearIndex) TO NH-OperatorID
        WRITE NearHistoryRecord
    END-PERFORM
    CLOSE NearHistoryFile.

REWRITE-STRUCTURING-CASES.
    OPEN OUTPUT StructCaseFile
    IF WS-CaseStatus NOT EQUAL ZERO
        MOVE WS-CaseStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to rewrite STRUCTCASE.DAT. File Status: " WS-CaseStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-CaseStatus TO WS-ErrorLog-FileStatus
        MOVE "STRUCTCASE.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-COMPLIANCE-ERROR
        CLOSE ComplianceReportFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-CaseIndex FROM 1 BY 1
            UNTIL WS-CaseIndex > WS-CaseCount
        MOVE WS-Case-Account(WS-CaseIndex) TO SC-AccountNumber
        MOVE WS-Case-Status(WS-CaseIndex) TO SC-Status
        MOVE WS-Case-FirstDate(WS-CaseIndex) TO SC-FirstDate
        MOVE WS-Case-LastDate(WS-CaseIndex) TO SC-LastDate
        MOVE WS-Case-ItemCount(WS-CaseIndex) TO SC-ItemCount
        MOVE WS-Case-TotalAmount(WS-CaseIndex) TO SC-TotalAmount
        MOVE WS-Case-TellerCount(WS-CaseIndex) TO SC-TellerCount
        MOVE WS-Case-DetectedDate(WS-CaseIndex) TO SC-DetectedDate
        MOVE WS-Case-ReviewedBy(WS-CaseIndex) TO SC-ReviewedBy
        MOVE WS-Case-ReviewedDate(WS-CaseIndex) TO SC-ReviewedDate
        MOVE WS-Case-ReviewNote(WS-CaseIndex) TO SC-ReviewNote
        WRITE StructCaseRecord
        IF SC-Status = "O"
            ADD 1 TO WS-OpenCaseCount
        END-IF
    END-PERFORM
    CLOSE StructCaseFile.

WRITE-REPORT-HEADING.
    MOVE WS-BusinessDate TO WS-Date-Edit
    MOVE SPACES TO ComplianceReportLine
    STRING "==================== CASH TRANSACTION COMPLIANCE REPORT ===================="
           INTO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE WS-Threshold TO WS-Amount-Edit
    MOVE WS-NearFloor TO WS-Amount2-Edit
    MOVE SPACES TO ComplianceReportLine
    STRING "Business Date: " DELIMITED SIZE WS-Date-Edit DELIMITED SIZE
           "   Reporting threshold: " DELIMITED SIZE WS-Amount-Edit DELIMITED SIZE
           "   Near-threshold from: " DELIMITED SIZE WS-Amount2-Edit DELIMITED SIZE
           INTO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE WS-WindowDays TO WS-Items-Edit
    MOVE WS-MinNearItems TO WS-Items2-Edit
    MOVE SPACES TO ComplianceReportLine
    STRING "Structuring window: " DELIMITED SIZE WS-Items-Edit DELIMITED SIZE
           " days   Items to flag: " DELIMITED SIZE WS-Items2-Edit DELIMITED SIZE
           INTO ComplianceReportLine
    WRITE ComplianceReportLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE SPACES TO ComplianceReportLine
    STRING "==================== SUMMARY ====================" INTO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE WS-DayEntries TO WS-Count-Edit
    MOVE SPACES TO ComplianceReportLine
    STRING "Deposits and withdrawals for the day:  " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE INTO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE WS-CashDepositCount TO WS-Count-Edit
    MOVE SPACES TO ComplianceReportLine
    STRING "  Cash deposits:                       " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE INTO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE WS-ChequeDepositCount TO WS-Count-Edit
    MOVE SPACES TO ComplianceReportLine
    STRING "  Cheque deposits (not counted):       " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE INTO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE WS-UnclassifiedCount TO WS-Count-Edit
    MOVE SPACES TO ComplianceReportLine
    STRING "  Deposits with no type, taken as cash:" DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE INTO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE WS-WithdrawalCount TO WS-Count-Edit
    MOVE SPACES TO ComplianceReportLine
    STRING "  Cash withdrawals:                    " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE INTO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE WS-CtrCount TO WS-Count-Edit
    MOVE SPACES TO ComplianceReportLine
    STRING "Currency transaction reports filed:    " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE INTO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE WS-SuspectCount TO WS-Count-Edit
    MOVE SPACES TO ComplianceReportLine
    STRING "Accounts with suspected structuring:   " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE INTO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE WS-NewCaseCount TO WS-Count-Edit
    MOVE SPACES TO ComplianceReportLine
    STRING "  New cases opened:                    " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE INTO ComplianceReportLine
    WRITE ComplianceReportLine
    MOVE WS-OpenCaseCount TO WS-Count-Edit
    MOVE SPACES TO ComplianceReportLine
    STRING "Cases awaiting review:                 " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE INTO ComplianceReportLine
    WRITE ComplianceReportLine.

CHECK-WORK-TABLE-OVERFLOW.
    IF WS-ItemOverflow > ZERO
        DISPLAY "Error: more than 5000 cash items for the day - "
                WS-ItemOverflow " not loaded."
        MOVE "SCAN" TO WS-ErrorLog-Operation
        MOVE "OVFL" TO WS-ErrorLog-FileStatus
        MOVE "CASHITEM.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-COMPLIANCE-ERROR
    END-IF
    IF WS-DayOverflow > ZERO
        DISPLAY "Error: more than 3000 accounts with cash activity - "
                WS-DayOverflow " log entries not totalled."
        MOVE "SCAN" TO WS-ErrorLog-Operation
        MOVE "OVFL" TO WS-ErrorLog-FileStatus
        MOVE "TRANSACTION.LOG" TO WS-ErrorLog-FileName
        PERFORM LOG-COMPLIANCE-ERROR
    END-IF
    IF WS-NearOverflow > ZERO
        DISPLAY "Error: more than 5000 near-threshold items - "
                WS-NearOverflow " not held."
        MOVE "SCAN" TO WS-ErrorLog-Operation
        MOVE "OVFL" TO WS-ErrorLog-FileStatus
        MOVE "CASHNEAR.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-COMPLIANCE-ERROR
    END-IF
    IF WS-ItemOverflow > ZERO OR WS-DayOverflow > ZERO
            OR WS-NearOverflow > ZERO
        DISPLAY "Error: CTR.DAT would be incomplete and CASHNEAR.DAT would "
                "lose history. Run refused."
        CLOSE CtrFile
        PERFORM REFUSE-OVERFLOW-RUN
    END-IF.

REFUSE-OVERFLOW-RUN.
    CLOSE ComplianceReportFile
    IF WS-MasterOpen = "Y"
        CLOSE CustomerMasterFile
    END-IF
    IF WS-Cif-FilesOpen = "Y"
        CLOSE CustInfoFile
        CLOSE CustRelFile
    END-IF
    PERFORM WRITE-FAILED-JOB-STATS
    MOVE 8 TO RETURN-CODE
    STOP RUN.

WRITE-FAILED-JOB-STATS.
    MOVE WS-LogEntriesRead TO WS-JobStats-RecordsRead
    MOVE ZEROS TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE 8 TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS.

LOG-COMPLIANCE-ERROR.
    MOVE "CashCompliance" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".
COPY "CustInfoLookup.cpy".

END PROGRAM CashCompliance.
