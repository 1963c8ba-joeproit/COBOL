           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "BranchFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

COPY "TransactionLogRecord.cpy".

FD TrialBalanceFile.
01 TrialBalanceLine PIC X(110).

COPY "BranchFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

01 WS-Found PIC X VALUE "N".
01 WS-ReplayOverflowCount PIC 9(6) VALUE ZEROS.

01 WS-BranchTotalsTable.
   05 WS-BrTot OCCURS 60 TIMES.
      10 WS-BrTot-Code PIC X(4) VALUE SPACES.
      10 WS-BrTot-Accounts PIC 9(6) VALUE ZEROS.
      10 WS-BrTot-InBalance PIC 9(6) VALUE ZEROS.
      10 WS-BrTot-OutOfBalance PIC 9(6) VALUE ZEROS.
      10 WS-BrTot-MasterTotal PIC S9(10)V99 VALUE ZEROS.
      10 WS-BrTot-ComputedTotal PIC S9(10)V99 VALUE ZEROS.
01 WS-BrTotCount PIC 9(2) VALUE ZEROS.
01 WS-BrTotIndex PIC 9(2) VALUE ZEROS.
01 WS-BrTotFound PIC X VALUE "N".
01 WS-BrTotOverflowCount PIC 9(6) VALUE ZEROS.
01 WS-AccountInBalance PIC X VALUE "Y".
01 WS-AccountComputed PIC S9(8)V99 VALUE ZEROS.
01 WS-TotalMaster PIC S9(10)V99 VALUE ZEROS.
01 WS-TotalComputed PIC S9(10)V99 VALUE ZEROS.
01 WS-MasterOutOfBalance PIC 9(6) VALUE ZEROS.
01 WS-UnknownCount PIC 9(6) VALUE ZEROS.
01 WS-UnknownComputed PIC S9(10)V99 VALUE ZEROS.
01 WS-BranchLabel PIC X(4) VALUE SPACES.
01 WS-Total-Edit PIC -(10)9.99.
01 WS-Total2-Edit PIC -(10)9.99.
01 WS-InCount-Edit PIC ZZZ,ZZ9.
01 WS-OutCount-Edit PIC ZZZ,ZZ9.

01 WS-CustomersChecked PIC 9(6) VALUE ZEROS.
01 WS-InBalanceCount PIC 9(6) VALUE ZEROS.
01 WS-OutOfBalanceCount PIC 9(6) VALUE ZEROS.
COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".
COPY "BranchFields.cpy".

PROCEDURE DIVISION.
Begin.

    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    PERFORM LOAD-BRANCHES
    PERFORM VARYING WS-BranchIndex FROM 1 BY 1
            UNTIL WS-BranchIndex > WS-BranchCount
        ADD 1 TO WS-BrTotCount
        MOVE WS-Branch-TableCode(WS-BranchIndex) TO WS-BrTot-Code(WS-BrTotCount)
    END-PERFORM

    PERFORM REPLAY-TRANSACTION-LOG

    OPEN INPUT CustomerMasterFile
    END-PERFORM

    PERFORM REPORT-UNKNOWN-ACCOUNTS
    PERFORM WRITE-BRANCH-SUMMARY
    PERFORM WRITE-REPORT-SUMMARY

    CLOSE CustomerMasterFile
    DISPLAY "In balance:         " WS-InBalanceCount
    DISPLAY "Out of balance:     " WS-OutOfBalanceCount

    PERFORM VARYING WS-BrTotIndex FROM 1 BY 1
            UNTIL WS-BrTotIndex > WS-BrTotCount
        IF WS-BrTot-OutOfBalance(WS-BrTotIndex) > ZERO
            MOVE WS-BrTot-OutOfBalance(WS-BrTotIndex) TO WS-Count-Edit
            DISPLAY "  Branch " WS-BrTot-Code(WS-BrTotIndex) " out of balance: "
                    WS-Count-Edit
        END-IF
    END-PERFORM

    IF WS-OutOfBalanceCount > ZERO OR WS-ReplayOverflowCount > ZERO
        DISPLAY "Trial balance FAILED - see TRIALBAL.RPT"
        MOVE 8 TO RETURN-CODE
        WHEN "I"
        WHEN "R"
        WHEN "B"
        WHEN "C"
            COMPUTE WS-Replay-Balance(WS-ReplayIndex) =
                TL-BalanceAfter - TL-Amount
        WHEN OTHER
        WHEN "I"
        WHEN "R"
        WHEN "B"
        WHEN "C"
            ADD TL-Amount TO WS-Replay-Balance(WS-ReplayIndex)
        WHEN OTHER
            SUBTRACT TL-Amount FROM WS-Replay-Balance(WS-ReplayIndex)

CHECK-ONE-CUSTOMER.
    ADD 1 TO WS-CustomersChecked
    MOVE "Y" TO WS-AccountInBalance
    MOVE CM-AccountBalance TO WS-AccountComputed
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-ReplayIndex FROM 1 BY 1
            UNTIL WS-ReplayIndex > WS-ReplayCount
    IF WS-Found = "N"
        ADD 1 TO WS-InBalanceCount
        PERFORM WRITE-NO-ACTIVITY-LINE
    END-IF
    PERFORM ACCUMULATE-BRANCH-TOTALS.

ACCUMULATE-BRANCH-TOTALS.
    ADD CM-AccountBalance TO WS-TotalMaster
    ADD WS-AccountComputed TO WS-TotalComputed
    MOVE "N" TO WS-BrTotFound
    PERFORM VARYING WS-BrTotIndex FROM 1 BY 1
            UNTIL WS-BrTotIndex > WS-BrTotCount OR WS-BrTotFound = "Y"
        IF WS-BrTot-Code(WS-BrTotIndex) = CM-BranchCode
            MOVE "Y" TO WS-BrTotFound
        END-IF
    END-PERFORM
    IF WS-BrTotFound = "Y"
        SUBTRACT 1 FROM WS-BrTotIndex
    ELSE
        IF WS-BrTotCount < 60
            ADD 1 TO WS-BrTotCount
            MOVE WS-BrTotCount TO WS-BrTotIndex
            MOVE CM-BranchCode TO WS-BrTot-Code(WS-BrTotIndex)
            MOVE "Y" TO WS-BrTotFound
        ELSE
            ADD 1 TO WS-BrTotOverflowCount
        END-IF
    END-IF
    IF WS-BrTotFound = "Y"
        ADD 1 TO WS-BrTot-Accounts(WS-BrTotIndex)
        IF WS-AccountInBalance = "Y"
            ADD 1 TO WS-BrTot-InBalance(WS-BrTotIndex)
        ELSE
            ADD 1 TO WS-BrTot-OutOfBalance(WS-BrTotIndex)
        END-IF
        ADD CM-AccountBalance TO WS-BrTot-MasterTotal(WS-BrTotIndex)
        ADD WS-AccountComputed TO WS-BrTot-ComputedTotal(WS-BrTotIndex)
    END-IF.

COMPARE-REPLAY-TO-MASTER.
    MOVE WS-Replay-Balance(WS-ReplayIndex) TO WS-AccountComputed
    MOVE CM-AccountNumber TO WS-AccountNumber-Edit
    MOVE CM-AccountBalance TO WS-MasterBalance-Edit
    MOVE WS-Replay-Balance(WS-ReplayIndex) TO WS-ComputedBalance-Edit
        ADD 1 TO WS-InBalanceCount
        MOVE SPACES TO TrialBalanceLine
        STRING WS-AccountNumber-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               CM-BranchCode DELIMITED SIZE
               "  " DELIMITED SIZE
               CM-CustomerName DELIMITED SIZE
               "  Master: " DELIMITED SIZE
        WRITE TrialBalanceLine
    ELSE
        ADD 1 TO WS-OutOfBalanceCount
        MOVE "N" TO WS-AccountInBalance
        MOVE SPACES TO TrialBalanceLine
        STRING WS-AccountNumber-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               CM-BranchCode DELIMITED SIZE
               "  " DELIMITED SIZE
               CM-CustomerName DELIMITED SIZE
               "  Master: " DELIMITED SIZE
    MOVE CM-AccountBalance TO WS-MasterBalance-Edit
    MOVE SPACES TO TrialBalanceLine
    STRING WS-AccountNumber-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           CM-BranchCode DELIMITED SIZE
           "  " DELIMITED SIZE
           CM-CustomerName DELIMITED SIZE
           "  Master: " DELIMITED SIZE
            UNTIL WS-ReplayIndex > WS-ReplayCount
        IF WS-Replay-OnMaster(WS-ReplayIndex) = "N"
            ADD 1 TO WS-OutOfBalanceCount
            ADD 1 TO WS-UnknownCount
            ADD WS-Replay-Balance(WS-ReplayIndex) TO WS-UnknownComputed
            MOVE WS-Replay-Account(WS-ReplayIndex) TO WS-AccountNumber-Edit
            MOVE SPACES TO TrialBalanceLine
            STRING WS-AccountNumber-Edit DELIMITED SIZE
    MOVE SPACES TO TrialBalanceLine
    WRITE TrialBalanceLine.

WRITE-BRANCH-SUMMARY.
    MOVE SPACES TO TrialBalanceLine
    WRITE TrialBalanceLine
    MOVE SPACES TO TrialBalanceLine
    STRING "-------------------------- BRANCH TOTALS ---------------------------"
           INTO TrialBalanceLine
    WRITE TrialBalanceLine
    MOVE SPACES TO TrialBalanceLine
    STRING "Branch                        Accts  In Bal  Out Bal" DELIMITED SIZE
           "          Master        Computed" DELIMITED SIZE
           INTO TrialBalanceLine
    WRITE TrialBalanceLine
    PERFORM VARYING WS-BrTotIndex FROM 1 BY 1
            UNTIL WS-BrTotIndex > WS-BrTotCount
        PERFORM WRITE-ONE-BRANCH-LINE
    END-PERFORM
    MOVE WS-CustomersChecked TO WS-Count-Edit
    MOVE WS-InBalanceCount TO WS-InCount-Edit
    COMPUTE WS-MasterOutOfBalance = WS-CustomersChecked - WS-InBalanceCount
    MOVE WS-MasterOutOfBalance TO WS-OutCount-Edit
    MOVE WS-TotalMaster TO WS-Total-Edit
    MOVE WS-TotalComputed TO WS-Total2-Edit
    MOVE SPACES TO TrialBalanceLine
    STRING "ALL BRANCHES                " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-InCount-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-OutCount-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Total-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Total2-Edit DELIMITED SIZE
           INTO TrialBalanceLine
    WRITE TrialBalanceLine
    IF WS-UnknownCount > ZERO
        MOVE WS-UnknownCount TO WS-Count-Edit
        MOVE WS-UnknownComputed TO WS-Total2-Edit
        MOVE SPACES TO TrialBalanceLine
        STRING "Not on master               " DELIMITED SIZE
               WS-Count-Edit DELIMITED SIZE
               "                                   " DELIMITED SIZE
               WS-Total2-Edit DELIMITED SIZE
               INTO TrialBalanceLine
        WRITE TrialBalanceLine
    END-IF
    IF WS-BrTotOverflowCount > ZERO
        MOVE WS-BrTotOverflowCount TO WS-Count-Edit
        MOVE SPACES TO TrialBalanceLine
        STRING "Warning: " DELIMITED SIZE WS-Count-Edit DELIMITED SIZE
               " account(s) on branches beyond the 60-row branch table are "
               DELIMITED SIZE
               "in the overall totals only" DELIMITED SIZE
               INTO TrialBalanceLine
        WRITE TrialBalanceLine
    END-IF.

WRITE-ONE-BRANCH-LINE.
    MOVE WS-BrTot-Code(WS-BrTotIndex) TO WS-Branch-Code
    PERFORM FIND-BRANCH
    IF WS-Branch-Code = SPACES
        MOVE "(none)" TO WS-Branch-Name
    ELSE
        IF WS-Branch-Found = "N"
            MOVE "(not on BRANCH.CFG)" TO WS-Branch-Name
        END-IF
    END-IF
    MOVE WS-BrTot-Accounts(WS-BrTotIndex) TO WS-Count-Edit
    MOVE WS-BrTot-InBalance(WS-BrTotIndex) TO WS-InCount-Edit
    MOVE WS-BrTot-OutOfBalance(WS-BrTotIndex) TO WS-OutCount-Edit
    MOVE WS-BrTot-MasterTotal(WS-BrTotIndex) TO WS-Total-Edit
    MOVE WS-BrTot-ComputedTotal(WS-BrTotIndex) TO WS-Total2-Edit
    MOVE SPACES TO TrialBalanceLine
    STRING WS-BrTot-Code(WS-BrTotIndex) DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Branch-Name DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           " " DELIMITED SIZE
           WS-InCount-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-OutCount-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Total-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Total2-Edit DELIMITED SIZE
           INTO TrialBalanceLine
    IF WS-BrTot-OutOfBalance(WS-BrTotIndex) > ZERO
        MOVE "*** OUT OF BALANCE ***" TO TrialBalanceLine(87:22)
    END-IF
    WRITE TrialBalanceLine.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO TrialBalanceLine
    WRITE TrialBalanceLine
COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".
COPY "BranchLookup.cpy".

END PROGRAM TrialBalance.
