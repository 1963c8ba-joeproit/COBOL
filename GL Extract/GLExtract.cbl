ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "CustomerMasterFileControl.cpy".

    SELECT TransactionLogFile ASSIGN TO "TRANSACTION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranLogStatus.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "BranchFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD TransactionLogFile.
COPY "TransactionLogRecord.cpy".

   05 GJ-RecordType PIC X.
   05 GJ-BusinessDate PIC 9(8).
   05 GJ-GLAccount PIC 9(8).
   05 GJ-CostCentre PIC 9(4).
   05 GJ-TranType PIC X.
   05 GJ-Amount PIC S9(11)V99.

FD GLReportFile.
01 GLReportLine PIC X(120).

COPY "BranchFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-MasterOpen PIC X VALUE "N".
01 WS-TranLogStatus PIC 9(2) VALUE ZEROS.
01 WS-MapCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-JournalStatus PIC 9(2) VALUE ZEROS.
01 WS-MapFound PIC X VALUE "N".

01 WS-SumTable.
   05 WS-Sum OCCURS 2000 TIMES.
      10 WS-Sum-Date PIC 9(8) VALUE ZEROS.
      10 WS-Sum-TranType PIC X VALUE SPACE.
      10 WS-Sum-CostCentre PIC 9(4) VALUE ZEROS.
      10 WS-Sum-Amount PIC S9(11)V99 VALUE ZEROS.
01 WS-SumCount PIC 9(4) VALUE ZEROS.
01 WS-SumIndex PIC 9(4) VALUE ZEROS.
01 WS-SumIndex2 PIC 9(4) VALUE ZEROS.
01 WS-SumOverflow PIC 9(6) VALUE ZEROS.
01 WS-Found PIC X VALUE "N".

01 WS-DayCount PIC 9(3) VALUE ZEROS.
01 WS-DayIndex PIC 9(3) VALUE ZEROS.

01 WS-CentreTable.
   05 WS-Centre OCCURS 60 TIMES.
      10 WS-Centre-Code PIC 9(4) VALUE ZEROS.
      10 WS-Centre-Amount PIC S9(11)V99 VALUE ZEROS.
01 WS-CentreCount PIC 9(2) VALUE ZEROS.
01 WS-CentreIndex PIC 9(2) VALUE ZEROS.
01 WS-EntryCostCentre PIC 9(4) VALUE ZEROS.
01 WS-DefaultCostCentre PIC 9(4) VALUE ZEROS.
01 WS-DefaultCentreCount PIC 9(6) VALUE ZEROS.
01 WS-Centre-Edit PIC 9(4).
01 WS-Count-Edit PIC ZZZ,ZZ9.

01 WS-EntriesRead PIC 9(6) VALUE ZEROS.
01 WS-JournalLinesWritten PIC 9(6) VALUE ZEROS.
01 WS-ImbalanceFound PIC X VALUE "N".
COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".
COPY "BranchFields.cpy".

PROCEDURE DIVISION.
Begin.
        STOP RUN
    END-IF

    PERFORM LOAD-BRANCHES
    MOVE WS-Branch-DefaultCode TO WS-Branch-Code
    PERFORM FIND-BRANCH
    MOVE WS-Branch-CostCentre TO WS-DefaultCostCentre
    OPEN INPUT CustomerMasterFile
    IF WS-MasterStatus = ZERO
        MOVE "Y" TO WS-MasterOpen
    ELSE
        DISPLAY "Warning: CUSTOMER.MASTER could not be opened - all entries "
                "posted to the default cost centre " WS-DefaultCostCentre
    END-IF

    PERFORM SUMMARIZE-TRANSACTION-LOG

    IF WS-MasterOpen = "Y"
        CLOSE CustomerMasterFile
    END-IF

    OPEN OUTPUT GLReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
    END-IF

    PERFORM WRITE-JOURNAL-FILE
    PERFORM WRITE-COST-CENTRE-SECTION
    PERFORM WRITE-UNMAPPED-SECTION
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE GLReportFile
    END-PERFORM
    CLOSE TransactionLogFile
    IF WS-SumOverflow > ZERO
        DISPLAY "Error: more than 2000 date/type/cost centre combinations on the log - "
                "the extract would be incomplete. Run refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    IF WS-MapFound = "N"
        PERFORM NOTE-UNMAPPED-TYPE
    ELSE
        PERFORM FIND-ENTRY-COST-CENTRE
        MOVE "N" TO WS-Found
        PERFORM VARYING WS-SumIndex FROM 1 BY 1
                UNTIL WS-SumIndex > WS-SumCount
            IF WS-Sum-Date(WS-SumIndex) = TL-TranDate
                    AND WS-Sum-TranType(WS-SumIndex) = TL-TransactionType
                    AND WS-Sum-CostCentre(WS-SumIndex) = WS-EntryCostCentre
                ADD TL-Amount TO WS-Sum-Amount(WS-SumIndex)
                MOVE "Y" TO WS-Found
            END-IF
        END-PERFORM
        IF WS-Found = "N"
            IF WS-SumCount < 2000
                ADD 1 TO WS-SumCount
                MOVE TL-TranDate TO WS-Sum-Date(WS-SumCount)
                MOVE TL-TransactionType TO WS-Sum-TranType(WS-SumCount)
                MOVE WS-EntryCostCentre TO WS-Sum-CostCentre(WS-SumCount)
                MOVE TL-Amount TO WS-Sum-Amount(WS-SumCount)
            ELSE
                ADD 1 TO WS-SumOverflow
        END-IF
    END-IF.

FIND-ENTRY-COST-CENTRE.
    MOVE WS-DefaultCostCentre TO WS-EntryCostCentre
    MOVE "N" TO WS-Branch-Found
    IF WS-MasterOpen = "Y"
        MOVE TL-AccountNumber TO CM-AccountNumber
        READ CustomerMasterFile
            INVALID KEY CONTINUE
            NOT INVALID KEY
                MOVE CM-BranchCode TO WS-Branch-Code
                PERFORM FIND-BRANCH
        END-READ
    END-IF
    IF WS-Branch-Found = "Y"
        MOVE WS-Branch-CostCentre TO WS-EntryCostCentre
    ELSE
        ADD 1 TO WS-DefaultCentreCount
    END-IF.

FIND-TYPE-MAPPING.
    MOVE "N" TO WS-MapFound
    PERFORM VARYING WS-MapIndex FROM 1 BY 1
        MOVE "T" TO GJ-RecordType
        MOVE WS-Day-Date(WS-DayIndex) TO GJ-BusinessDate
        MOVE ZEROS TO GJ-GLAccount
        MOVE ZEROS TO GJ-CostCentre
        MOVE SPACE TO GJ-TranType
        MOVE WS-Day-DebitTotal(WS-DayIndex) TO GJ-Amount
        WRITE GLJournalRecord
            MOVE "D" TO GJ-RecordType
            MOVE WS-Sum-Date(WS-SumIndex) TO GJ-BusinessDate
            MOVE WS-Map-DebitAccount(WS-MapIndex) TO GJ-GLAccount
            MOVE WS-Sum-CostCentre(WS-SumIndex) TO GJ-CostCentre
            MOVE WS-Sum-TranType(WS-SumIndex) TO GJ-TranType
            MOVE WS-Sum-Amount(WS-SumIndex) TO GJ-Amount
            WRITE GLJournalRecord
            MOVE "C" TO GJ-RecordType
            MOVE WS-Sum-Date(WS-SumIndex) TO GJ-BusinessDate
            MOVE WS-Map-CreditAccount(WS-MapIndex) TO GJ-GLAccount
            MOVE WS-Sum-CostCentre(WS-SumIndex) TO GJ-CostCentre
            MOVE WS-Sum-TranType(WS-SumIndex) TO GJ-TranType
            MOVE WS-Sum-Amount(WS-SumIndex) TO GJ-Amount
            WRITE GLJournalRecord
        END-IF
    END-PERFORM.

WRITE-COST-CENTRE-SECTION.
    PERFORM VARYING WS-SumIndex FROM 1 BY 1
            UNTIL WS-SumIndex > WS-SumCount
        MOVE "N" TO WS-Found
        PERFORM VARYING WS-CentreIndex FROM 1 BY 1
                UNTIL WS-CentreIndex > WS-CentreCount
            IF WS-Centre-Code(WS-CentreIndex) = WS-Sum-CostCentre(WS-SumIndex)
                ADD WS-Sum-Amount(WS-SumIndex) TO WS-Centre-Amount(WS-CentreIndex)
                MOVE "Y" TO WS-Found
            END-IF
        END-PERFORM
        IF WS-Found = "N" AND WS-CentreCount < 60
            ADD 1 TO WS-CentreCount
            MOVE WS-Sum-CostCentre(WS-SumIndex) TO WS-Centre-Code(WS-CentreCount)
            MOVE WS-Sum-Amount(WS-SumIndex) TO WS-Centre-Amount(WS-CentreCount)
        END-IF
    END-PERFORM
    MOVE SPACES TO GLReportLine
    STRING "POSTINGS BY COST CENTRE:" DELIMITED SIZE
           INTO GLReportLine
    WRITE GLReportLine
    PERFORM VARYING WS-CentreIndex FROM 1 BY 1
            UNTIL WS-CentreIndex > WS-CentreCount
        MOVE WS-Centre-Code(WS-CentreIndex) TO WS-Centre-Edit
        MOVE WS-Centre-Amount(WS-CentreIndex) TO WS-Amount-Edit
        MOVE SPACES TO GLReportLine
        STRING "  Cost centre " DELIMITED SIZE
               WS-Centre-Edit DELIMITED SIZE
               "  Debits = Credits = " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE
               INTO GLReportLine
        WRITE GLReportLine
    END-PERFORM
    IF WS-DefaultCentreCount > ZERO
        MOVE WS-DefaultCentreCount TO WS-Count-Edit
        MOVE WS-DefaultCostCentre TO WS-Centre-Edit
        MOVE SPACES TO GLReportLine
        STRING "  " DELIMITED SIZE
               WS-Count-Edit DELIMITED SIZE
               " entr(ies) with no account or branch on file were posted to "
               DELIMITED SIZE
               "the default cost centre " DELIMITED SIZE
               WS-Centre-Edit DELIMITED SIZE
               INTO GLReportLine
        WRITE GLReportLine
    END-IF
    MOVE SPACES TO GLReportLine
    WRITE GLReportLine.

WRITE-UNMAPPED-SECTION.
    IF WS-UnmappedCount > ZERO
        MOVE SPACES TO GLReportLine
COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".
COPY "BranchLookup.cpy".

END PROGRAM GLExtract.
