           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BusDateStatus.

    COPY "BatchWindowFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD RunControlFile.
   05 RC-RunFlag PIC X.
   05 RC-MaxCondCode PIC 9(4).
   05 RC-Frequency PIC X.
   05 RC-Stream PIC X.
   05 RC-Predecessor PIC X(20) OCCURS 4 TIMES.

FD RunStateFile.
01 RunStateLine.
   05 RS-StepName PIC X(20).
   05 RS-Status PIC X.
   05 RS-CondCode PIC 9(4).

FD DBModeConfigFile.
01  DBModeConfigLine                PIC X(1).
FD BusinessDateFile.
01 BusinessDateLine PIC 9(8).

COPY "BatchWindowFD.cpy".

WORKING-STORAGE SECTION.
01 WS-RunCtlStatus PIC 9(2) VALUE ZEROS.
01 WS-RunStateStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfRunCtl PIC X VALUE "N".

01 WS-StepTable.
   05 WS-Step OCCURS 40 TIMES.
      10 WS-Step-Name PIC X(20) VALUE SPACES.
      10 WS-Step-Command PIC X(40) VALUE SPACES.
      10 WS-Step-RunFlag PIC X VALUE "Y".
      10 WS-Step-MaxCondCode PIC 9(4) VALUE ZEROS.
      10 WS-Step-Frequency PIC X VALUE "D".
      10 WS-Step-Stream PIC X VALUE "C".
      10 WS-Step-Predecessor PIC X(20) OCCURS 4 TIMES VALUE SPACES.
      10 WS-Step-PredIndex PIC 9(2) OCCURS 4 TIMES VALUE ZEROS.
      10 WS-Step-Status PIC X VALUE "P".
      10 WS-Step-CondCode PIC 9(4) VALUE ZEROS.
      10 WS-Step-Elapsed PIC 9(6)V99 VALUE ZEROS.
01 WS-StepCount PIC 9(2) VALUE ZEROS.
01 WS-StepIndex PIC 9(2) VALUE ZEROS.
01 WS-PredIndex PIC 9(2) VALUE ZEROS.
01 WS-LookupIndex PIC 9(2) VALUE ZEROS.
01 WS-PredecessorsNamed PIC X VALUE "N".
01 WS-PredecessorState PIC X VALUE "R".
01 WS-BlockingStep PIC X(20) VALUE SPACES.
01 WS-StreamProgress PIC X VALUE "Y".
01 WS-ControlErrors PIC 9(2) VALUE ZEROS.

01 WS-CompletedCount PIC 9(2) VALUE ZEROS.
01 WS-FailedCount PIC 9(2) VALUE ZEROS.
01 WS-SkippedCount PIC 9(2) VALUE ZEROS.
01 WS-BypassedCount PIC 9(2) VALUE ZEROS.
01 WS-EarlierCount PIC 9(2) VALUE ZEROS.
01 WS-StreamCode PIC X VALUE SPACE.
01 WS-StreamLabel PIC X(8) VALUE SPACES.
01 WS-StatusLabel PIC X(28) VALUE SPACES.
01 WS-StreamTotalsTable.
   05 WS-StreamTotals OCCURS 3 TIMES.
      10 WS-ST-Code PIC X VALUE SPACE.
      10 WS-ST-Steps PIC 9(2) VALUE ZEROS.
      10 WS-ST-Failed PIC 9(2) VALUE ZEROS.
      10 WS-ST-Skipped PIC 9(2) VALUE ZEROS.
      10 WS-ST-Elapsed PIC 9(6)V99 VALUE ZEROS.
01 WS-StreamIndex PIC 9 VALUE ZERO.

01 WS-StepStartStamp PIC X(21) VALUE SPACES.
01 WS-StepEndStamp PIC X(21) VALUE SPACES.
01 WS-StampTime.
   05 WS-Stamp-Hours PIC 9(2).
   05 WS-Stamp-Minutes PIC 9(2).
   05 WS-Stamp-Seconds PIC 9(2).
   05 WS-Stamp-Hundredths PIC 9(2).
01 WS-StartSeconds PIC 9(5)V99 VALUE ZEROS.
01 WS-EndSeconds PIC 9(5)V99 VALUE ZEROS.

01 WS-StepIndex-Edit PIC Z9.
01 WS-CondCode-Edit PIC ZZZ9.
01 WS-Elapsed-Edit PIC ZZZ,ZZ9.99.
01 WS-Count-Edit PIC Z9.

01 WS-CalendarStatus PIC 9(2) VALUE ZEROS.
01 WS-OverrideStatus PIC 9(2) VALUE ZEROS.
01 WS-QuarterEndToday PIC X VALUE "N".
01 WS-StepSelected PIC X VALUE "Y".

01 WS-EndOfRunState PIC X VALUE "N".
01 WS-StmtModeValue PIC X VALUE "S".
01 WS-DBModeValue PIC X VALUE "R".
01 WS-StepConditionCode PIC S9(9) VALUE ZERO.
01 WS-StepCommand PIC X(40) VALUE SPACES.
01 WS-MemoStepIndex PIC 9(2) VALUE ZEROS.
01 WS-LateMemoResult PIC X VALUE "C".
01 WS-BatchWindowValue PIC X VALUE "C".
01 WS-BatchWindowClock PIC 9(8) VALUE ZEROS.

COPY "BatchWindowFields.cpy".

PROCEDURE DIVISION.
Begin.
    PERFORM WRITE-BUSINESS-DATE

    PERFORM LOAD-RUN-CONTROL
    PERFORM RESOLVE-PREDECESSORS
    PERFORM LOAD-RUN-STATE

    IF WS-EarlierCount > ZERO
        DISPLAY "MasterDriver: restarting - " WS-EarlierCount
                " step(s) completed on the previous run will not be rerun; "
                "failed and skipped steps run again"
    END-IF

    MOVE "O" TO WS-BatchWindowValue
    PERFORM WRITE-BATCH-WINDOW
    DISPLAY "MasterDriver: batch window opened - teller transactions "
            "will be taken as memo posts"

    MOVE "Y" TO WS-StreamProgress
    PERFORM UNTIL WS-StreamProgress = "N"
        MOVE "N" TO WS-StreamProgress
        PERFORM VARYING WS-StepIndex FROM 1 BY 1
                UNTIL WS-StepIndex > WS-StepCount
            IF WS-Step-Status(WS-StepIndex) = "P"
                PERFORM CHECK-STEP-PREDECESSORS
                EVALUATE WS-PredecessorState
                    WHEN "R"
                        PERFORM DISPATCH-ONE-STEP
                        MOVE "Y" TO WS-StreamProgress
                        PERFORM WRITE-RUN-STATE
                    WHEN "X"
                        MOVE "S" TO WS-Step-Status(WS-StepIndex)
                        DISPLAY "MasterDriver: step " WS-StepIndex " "
                                WS-Step-Name(WS-StepIndex)
                                " skipped - predecessor " WS-BlockingStep
                                " did not complete"
                        MOVE "Y" TO WS-StreamProgress
                        PERFORM WRITE-RUN-STATE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
        END-PERFORM
    END-PERFORM
    PERFORM FAIL-UNRESOLVED-STEPS
    PERFORM DISPLAY-STREAM-SUMMARY

    IF WS-FailedCount > ZERO OR WS-SkippedCount > ZERO
        PERFORM WRITE-RUN-STATE
        DISPLAY "MasterDriver: job stream ended with " WS-FailedCount
                " failed and " WS-SkippedCount " skipped step(s) - "
                "rerun to retry only those steps"
        DISPLAY "MasterDriver: batch window left open - teller transactions "
                "stay on memo posting until the stream completes"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM APPLY-LATE-MEMO-POSTS
    IF WS-LateMemoResult = "F"
        PERFORM WRITE-RUN-STATE
        DISPLAY "MasterDriver: memo posts taken during the stream could not "
                "be applied - see MEMOPOST.RPT"
        DISPLAY "MasterDriver: batch window left open - teller transactions "
                "stay on memo posting until the stream completes"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM CLEAR-RUN-STATE

    MOVE "C" TO WS-BatchWindowValue
    PERFORM WRITE-BATCH-WINDOW
    DISPLAY "MasterDriver: batch window closed - teller transactions "
            "will post directly"

    DISPLAY "MasterDriver: job stream completed successfully"
    MOVE ZERO TO RETURN-CODE
            READ RunControlFile
                AT END SET WS-EndOfRunCtl TO "Y"
                NOT AT END
                    IF WS-StepCount < 40
                        ADD 1 TO WS-StepCount
                        MOVE RC-StepName TO WS-Step-Name(WS-StepCount)
                        MOVE RC-Command TO WS-Step-Command(WS-StepCount)
                        ELSE
                            MOVE "D" TO WS-Step-Frequency(WS-StepCount)
                        END-IF
                        IF RC-Stream = "B" OR RC-Stream = "R"
                            MOVE RC-Stream TO WS-Step-Stream(WS-StepCount)
                        ELSE
                            MOVE "C" TO WS-Step-Stream(WS-StepCount)
                        END-IF
                        PERFORM VARYING WS-PredIndex FROM 1 BY 1
                                UNTIL WS-PredIndex > 4
                            MOVE RC-Predecessor(WS-PredIndex)
                                TO WS-Step-Predecessor(WS-StepCount, WS-PredIndex)
                            IF RC-Predecessor(WS-PredIndex) NOT = SPACES
                                MOVE "Y" TO WS-PredecessorsNamed
                            END-IF
                        END-PERFORM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RunControlFile
        IF WS-StepCount > ZERO AND WS-PredecessorsNamed = "N"
            DISPLAY "MasterDriver: RUNCTL.CFG names no predecessors - each "
                    "step waits for the one before it"
            PERFORM VARYING WS-StepIndex FROM 2 BY 1
                    UNTIL WS-StepIndex > WS-StepCount
                MOVE WS-Step-Name(WS-StepIndex - 1)
                    TO WS-Step-Predecessor(WS-StepIndex, 1)
            END-PERFORM
        END-IF
    END-IF
    IF WS-StepCount = ZERO
        PERFORM BUILD-DEFAULT-STREAM
    END-IF.

RESOLVE-PREDECESSORS.
    MOVE ZERO TO WS-ControlErrors
    PERFORM VARYING WS-StepIndex FROM 1 BY 1
            UNTIL WS-StepIndex > WS-StepCount
        PERFORM VARYING WS-PredIndex FROM 1 BY 1
                UNTIL WS-PredIndex > 4
            MOVE ZERO TO WS-Step-PredIndex(WS-StepIndex, WS-PredIndex)
            IF WS-Step-Predecessor(WS-StepIndex, WS-PredIndex) NOT = SPACES
                PERFORM VARYING WS-LookupIndex FROM 1 BY 1
                        UNTIL WS-LookupIndex > WS-StepCount
                    IF WS-Step-Name(WS-LookupIndex)
                            = WS-Step-Predecessor(WS-StepIndex, WS-PredIndex)
                            AND WS-LookupIndex NOT = WS-StepIndex
                        MOVE WS-LookupIndex
                            TO WS-Step-PredIndex(WS-StepIndex, WS-PredIndex)
                    END-IF
                END-PERFORM
                IF WS-Step-PredIndex(WS-StepIndex, WS-PredIndex) = ZERO
                    DISPLAY "MasterDriver: step " WS-Step-Name(WS-StepIndex)
                            " names predecessor "
                            WS-Step-Predecessor(WS-StepIndex, WS-PredIndex)
                            " which is not a step in the stream"
                    ADD 1 TO WS-ControlErrors
                END-IF
            END-IF
        END-PERFORM
    END-PERFORM
    IF WS-ControlErrors > ZERO
        DISPLAY "MasterDriver: run control is inconsistent - job stream not "
                "started"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

CHECK-STEP-PREDECESSORS.
    MOVE "R" TO WS-PredecessorState
    MOVE SPACES TO WS-BlockingStep
    PERFORM VARYING WS-PredIndex FROM 1 BY 1
            UNTIL WS-PredIndex > 4
        MOVE WS-Step-PredIndex(WS-StepIndex, WS-PredIndex) TO WS-LookupIndex
        IF WS-LookupIndex > ZERO
            EVALUATE WS-Step-Status(WS-LookupIndex)
                WHEN "F"
                WHEN "S"
                    MOVE "X" TO WS-PredecessorState
                    MOVE WS-Step-Name(WS-LookupIndex) TO WS-BlockingStep
                WHEN "P"
                    IF WS-PredecessorState = "R"
                        MOVE "W" TO WS-PredecessorState
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM.

DISPATCH-ONE-STEP.
    MOVE ZEROS TO WS-Step-CondCode(WS-StepIndex)
    MOVE ZEROS TO WS-Step-Elapsed(WS-StepIndex)
    PERFORM SELECT-STEP-BY-FREQUENCY
    IF WS-Step-RunFlag(WS-StepIndex) NOT = "Y"
        MOVE "O" TO WS-Step-Status(WS-StepIndex)
        DISPLAY "MasterDriver: step " WS-StepIndex " "
                WS-Step-Name(WS-StepIndex) " skipped by run flag"
    ELSE
        IF WS-StepSelected = "N"
            MOVE "N" TO WS-Step-Status(WS-StepIndex)
            DISPLAY "MasterDriver: step " WS-StepIndex " "
                    WS-Step-Name(WS-StepIndex)
                    " not due on this calendar day (frequency "
                    WS-Step-Frequency(WS-StepIndex) ")"
        ELSE
            PERFORM RUN-ONE-STEP
        END-IF
    END-IF.

FAIL-UNRESOLVED-STEPS.
    PERFORM VARYING WS-StepIndex FROM 1 BY 1
            UNTIL WS-StepIndex > WS-StepCount
        IF WS-Step-Status(WS-StepIndex) = "P"
            MOVE "F" TO WS-Step-Status(WS-StepIndex)
            DISPLAY "MasterDriver: step " WS-StepIndex " "
                    WS-Step-Name(WS-StepIndex)
                    " not run - its predecessors wait on each other in a loop"
        END-IF
    END-PERFORM.

COMPUTE-STEP-ELAPSED.
    MOVE WS-StepStartStamp(9:8) TO WS-StampTime
    COMPUTE WS-StartSeconds = (WS-Stamp-Hours * 3600)
        + (WS-Stamp-Minutes * 60) + WS-Stamp-Seconds
        + (WS-Stamp-Hundredths / 100)
    MOVE WS-StepEndStamp(9:8) TO WS-StampTime
    COMPUTE WS-EndSeconds = (WS-Stamp-Hours * 3600)
        + (WS-Stamp-Minutes * 60) + WS-Stamp-Seconds
        + (WS-Stamp-Hundredths / 100)
    IF WS-StepEndStamp(1:8) NOT = WS-StepStartStamp(1:8)
        ADD 86400 TO WS-EndSeconds
    END-IF
    IF WS-EndSeconds < WS-StartSeconds
        MOVE ZEROS TO WS-Step-Elapsed(WS-StepIndex)
    ELSE
        COMPUTE WS-Step-Elapsed(WS-StepIndex) = WS-EndSeconds - WS-StartSeconds
    END-IF.

DISPLAY-STREAM-SUMMARY.
    MOVE ZEROS TO WS-CompletedCount WS-FailedCount WS-SkippedCount
                  WS-BypassedCount
    MOVE "B" TO WS-ST-Code(1)
    MOVE "R" TO WS-ST-Code(2)
    MOVE "C" TO WS-ST-Code(3)
    DISPLAY "MasterDriver: ============== STREAM SUMMARY =============="
    DISPLAY "MasterDriver: Step Name                 Stream   "
            "Status                         CC     Elapsed"
    PERFORM VARYING WS-StepIndex FROM 1 BY 1
            UNTIL WS-StepIndex > WS-StepCount
        PERFORM SUMMARISE-ONE-STEP
    END-PERFORM
    PERFORM VARYING WS-StreamIndex FROM 1 BY 1
            UNTIL WS-StreamIndex > 3
        IF WS-ST-Steps(WS-StreamIndex) > ZERO
            MOVE WS-ST-Code(WS-StreamIndex) TO WS-StreamCode
            PERFORM DERIVE-STREAM-LABEL
            MOVE WS-ST-Elapsed(WS-StreamIndex) TO WS-Elapsed-Edit
            IF WS-ST-Failed(WS-StreamIndex) = ZERO
                    AND WS-ST-Skipped(WS-StreamIndex) = ZERO
                DISPLAY "MasterDriver: " WS-StreamLabel " stream complete"
                        "   run time " WS-Elapsed-Edit " sec"
            ELSE
                DISPLAY "MasterDriver: " WS-StreamLabel " stream incomplete - "
                        WS-ST-Failed(WS-StreamIndex) " failed, "
                        WS-ST-Skipped(WS-StreamIndex) " skipped"
                        "   run time " WS-Elapsed-Edit " sec"
            END-IF
        END-IF
    END-PERFORM
    DISPLAY "MasterDriver: completed " WS-CompletedCount
            "  failed " WS-FailedCount
            "  skipped " WS-SkippedCount
            "  not run today " WS-BypassedCount.

SUMMARISE-ONE-STEP.
    MOVE WS-Step-Stream(WS-StepIndex) TO WS-StreamCode
    PERFORM DERIVE-STREAM-LABEL
    EVALUATE WS-Step-Status(WS-StepIndex)
        WHEN "C"
            MOVE "COMPLETED" TO WS-StatusLabel
            ADD 1 TO WS-CompletedCount
        WHEN "E"
            MOVE "COMPLETED ON EARLIER RUN" TO WS-StatusLabel
            ADD 1 TO WS-CompletedCount
        WHEN "F"
            MOVE "FAILED" TO WS-StatusLabel
            ADD 1 TO WS-FailedCount
        WHEN "S"
            MOVE "SKIPPED - PREDECESSOR FAILED" TO WS-StatusLabel
            ADD 1 TO WS-SkippedCount
        WHEN "N"
            MOVE "NOT DUE TODAY" TO WS-StatusLabel
            ADD 1 TO WS-BypassedCount
        WHEN "O"
            MOVE "RUN FLAG OFF" TO WS-StatusLabel
            ADD 1 TO WS-BypassedCount
        WHEN OTHER
            MOVE "NOT RUN" TO WS-StatusLabel
    END-EVALUATE
    PERFORM VARYING WS-StreamIndex FROM 1 BY 1
            UNTIL WS-StreamIndex > 3
        IF WS-ST-Code(WS-StreamIndex) = WS-StreamCode
            ADD 1 TO WS-ST-Steps(WS-StreamIndex)
            ADD WS-Step-Elapsed(WS-StepIndex) TO WS-ST-Elapsed(WS-StreamIndex)
            IF WS-Step-Status(WS-StepIndex) = "F"
                ADD 1 TO WS-ST-Failed(WS-StreamIndex)
            END-IF
            IF WS-Step-Status(WS-StepIndex) = "S"
                ADD 1 TO WS-ST-Skipped(WS-StreamIndex)
            END-IF
        END-IF
    END-PERFORM
    MOVE WS-StepIndex TO WS-StepIndex-Edit
    MOVE WS-Step-Elapsed(WS-StepIndex) TO WS-Elapsed-Edit
    IF WS-Step-Status(WS-StepIndex) = "C" OR WS-Step-Status(WS-StepIndex) = "F"
        MOVE WS-Step-CondCode(WS-StepIndex) TO WS-CondCode-Edit
        DISPLAY "MasterDriver: " WS-StepIndex-Edit " "
                WS-Step-Name(WS-StepIndex) "  " WS-StreamLabel " "
                WS-StatusLabel " " WS-CondCode-Edit " " WS-Elapsed-Edit
    ELSE
        DISPLAY "MasterDriver: " WS-StepIndex-Edit " "
                WS-Step-Name(WS-StepIndex) "  " WS-StreamLabel " "
                WS-StatusLabel "    -           -"
    END-IF.

DERIVE-STREAM-LABEL.
    EVALUATE WS-StreamCode
        WHEN "B"
            MOVE "Banking" TO WS-StreamLabel
        WHEN "R"
            MOVE "Retail" TO WS-StreamLabel
        WHEN OTHER
            MOVE "Common" TO WS-StreamLabel
    END-EVALUATE.

BUILD-DEFAULT-STREAM.
    MOVE 29 TO WS-StepCount
    MOVE "INTEGRITYSCAN" TO WS-Step-Name(1)
    MOVE "./IntegrityScan" TO WS-Step-Command(1)
    MOVE "Y" TO WS-Step-RunFlag(1)
    MOVE 4 TO WS-Step-MaxCondCode(1)
    MOVE "C" TO WS-Step-Stream(1)
    MOVE "FILEHANDLING" TO WS-Step-Name(2)
    MOVE "./FileHandling" TO WS-Step-Command(2)
    MOVE "Y" TO WS-Step-RunFlag(2)
    MOVE ZEROS TO WS-Step-MaxCondCode(2)
    MOVE "R" TO WS-Step-Stream(2)
    MOVE "INTEGRITYSCAN" TO WS-Step-Predecessor(2, 1)
    MOVE "BATCHPROCESSING" TO WS-Step-Name(3)
    MOVE "./BatchProcessing" TO WS-Step-Command(3)
    MOVE "Y" TO WS-Step-RunFlag(3)
    MOVE ZEROS TO WS-Step-MaxCondCode(3)
    MOVE "R" TO WS-Step-Stream(3)
    MOVE "INTEGRITYSCAN" TO WS-Step-Predecessor(3, 1)
    MOVE "GROSSMARGIN" TO WS-Step-Name(4)
    MOVE "./GrossMarginReport" TO WS-Step-Command(4)
    MOVE "Y" TO WS-Step-RunFlag(4)
    MOVE ZEROS TO WS-Step-MaxCondCode(4)
    MOVE "R" TO WS-Step-Stream(4)
    MOVE "BATCHPROCESSING" TO WS-Step-Predecessor(4, 1)
    MOVE "RETAILGL" TO WS-Step-Name(5)
    MOVE "./RetailGLJournal" TO WS-Step-Command(5)
    MOVE "Y" TO WS-Step-RunFlag(5)
    MOVE ZEROS TO WS-Step-MaxCondCode(5)
    MOVE "R" TO WS-Step-Stream(5)
    MOVE "BATCHPROCESSING" TO WS-Step-Predecessor(5, 1)
    MOVE "POSUGGEST" TO WS-Step-Name(6)
    MOVE "./PurchaseOrderSuggest" TO WS-Step-Command(6)
    MOVE "Y" TO WS-Step-RunFlag(6)
    MOVE ZEROS TO WS-Step-MaxCondCode(6)
    MOVE "R" TO WS-Step-Stream(6)
    MOVE "BATCHPROCESSING" TO WS-Step-Predecessor(6, 1)
    MOVE "OPENPOREPORT" TO WS-Step-Name(7)
    MOVE "./OpenPOReport" TO WS-Step-Command(7)
    MOVE "Y" TO WS-Step-RunFlag(7)
    MOVE ZEROS TO WS-Step-MaxCondCode(7)
    MOVE "R" TO WS-Step-Stream(7)
    MOVE "POSUGGEST" TO WS-Step-Predecessor(7, 1)
    MOVE "XFERTRANSIT" TO WS-Step-Name(8)
    MOVE "./TransferTransitReport" TO WS-Step-Command(8)
    MOVE "Y" TO WS-Step-RunFlag(8)
    MOVE ZEROS TO WS-Step-MaxCondCode(8)
    MOVE "R" TO WS-Step-Stream(8)
    MOVE "INTEGRITYSCAN" TO WS-Step-Predecessor(8, 1)
    MOVE "INBOUNDPAY" TO WS-Step-Name(9)
    MOVE "./InterbankInbound" TO WS-Step-Command(9)
    MOVE "Y" TO WS-Step-RunFlag(9)
    MOVE ZEROS TO WS-Step-MaxCondCode(9)
    MOVE "B" TO WS-Step-Stream(9)
    MOVE "INTEGRITYSCAN" TO WS-Step-Predecessor(9, 1)
    MOVE "OUTBOUNDPAY" TO WS-Step-Name(10)
    MOVE "./InterbankOutbound" TO WS-Step-Command(10)
    MOVE "Y" TO WS-Step-RunFlag(10)
    MOVE ZEROS TO WS-Step-MaxCondCode(10)
    MOVE "B" TO WS-Step-Stream(10)
    MOVE "INTEGRITYSCAN" TO WS-Step-Predecessor(10, 1)
    MOVE "LOANACCRUAL" TO WS-Step-Name(11)
    MOVE "./LoanAccrual" TO WS-Step-Command(11)
    MOVE "Y" TO WS-Step-RunFlag(11)
    MOVE ZEROS TO WS-Step-MaxCondCode(11)
    MOVE "B" TO WS-Step-Stream(11)
    MOVE "BATCHPOSTING" TO WS-Step-Predecessor(11, 1)
    MOVE "MEMOAPPLY" TO WS-Step-Predecessor(11, 2)
    MOVE "LOANDELINQ" TO WS-Step-Name(12)
    MOVE "./LoanDelinquency" TO WS-Step-Command(12)
    MOVE "Y" TO WS-Step-RunFlag(12)
    MOVE ZEROS TO WS-Step-MaxCondCode(12)
    MOVE "B" TO WS-Step-Stream(12)
    MOVE "LOANACCRUAL" TO WS-Step-Predecessor(12, 1)
    MOVE "MEMOAPPLY" TO WS-Step-Name(13)
    MOVE "./MemoPostApply" TO WS-Step-Command(13)
    MOVE "Y" TO WS-Step-RunFlag(13)
    MOVE ZEROS TO WS-Step-MaxCondCode(13)
    MOVE "B" TO WS-Step-Stream(13)
    MOVE "INBOUNDPAY" TO WS-Step-Predecessor(13, 1)
    MOVE "BATCHPOSTING" TO WS-Step-Predecessor(13, 2)
    MOVE "STANDINGORDERS" TO WS-Step-Predecessor(13, 3)
    MOVE "CASHCOMPLY" TO WS-Step-Name(14)
    MOVE "./CashCompliance" TO WS-Step-Command(14)
    MOVE "Y" TO WS-Step-RunFlag(14)
    MOVE ZEROS TO WS-Step-MaxCondCode(14)
    MOVE "B" TO WS-Step-Stream(14)
    MOVE "MEMOAPPLY" TO WS-Step-Predecessor(14, 1)
    MOVE "DRAWERBAL" TO WS-Step-Name(15)
    MOVE "./DrawerBalancing" TO WS-Step-Command(15)
    MOVE "Y" TO WS-Step-RunFlag(15)
    MOVE ZEROS TO WS-Step-MaxCondCode(15)
    MOVE "B" TO WS-Step-Stream(15)
    MOVE "MEMOAPPLY" TO WS-Step-Predecessor(15, 1)
    MOVE "RETURNREPORT" TO WS-Step-Name(16)
    MOVE "./ReturnedItemReport" TO WS-Step-Command(16)
    MOVE "Y" TO WS-Step-RunFlag(16)
    MOVE ZEROS TO WS-Step-MaxCondCode(16)
    MOVE "B" TO WS-Step-Stream(16)
    MOVE "INBOUNDPAY" TO WS-Step-Predecessor(16, 1)
    MOVE "OPERACTIVITY" TO WS-Step-Name(17)
    MOVE "./OperatorActivity" TO WS-Step-Command(17)
    MOVE "Y" TO WS-Step-RunFlag(17)
    MOVE ZEROS TO WS-Step-MaxCondCode(17)
    MOVE "B" TO WS-Step-Stream(17)
    MOVE "MEMOAPPLY" TO WS-Step-Predecessor(17, 1)
    MOVE "DBINTEGRATION" TO WS-Step-Name(18)
    MOVE "./DatabaseIntegration" TO WS-Step-Command(18)
    MOVE "Y" TO WS-Step-RunFlag(18)
    MOVE ZEROS TO WS-Step-MaxCondCode(18)
    MOVE "R" TO WS-Step-Stream(18)
    MOVE "BATCHPROCESSING" TO WS-Step-Predecessor(18, 1)
    MOVE "RECONCILIATION" TO WS-Step-Name(19)
    MOVE "./Reconciliation" TO WS-Step-Command(19)
    MOVE "Y" TO WS-Step-RunFlag(19)
    MOVE ZEROS TO WS-Step-MaxCondCode(19)
    MOVE "R" TO WS-Step-Stream(19)
    MOVE "BATCHPROCESSING" TO WS-Step-Predecessor(19, 1)
    MOVE "TRIALBALANCE" TO WS-Step-Name(20)
    MOVE "./TrialBalance" TO WS-Step-Command(20)
    MOVE "Y" TO WS-Step-RunFlag(20)
    MOVE ZEROS TO WS-Step-MaxCondCode(20)
    MOVE "B" TO WS-Step-Stream(20)
    MOVE "MEMOAPPLY" TO WS-Step-Predecessor(20, 1)
    MOVE "CUSTALERTS" TO WS-Step-Name(21)
    MOVE "./CustomerAlerts" TO WS-Step-Command(21)
    MOVE "Y" TO WS-Step-RunFlag(21)
    MOVE ZEROS TO WS-Step-MaxCondCode(21)
    MOVE "B" TO WS-Step-Stream(21)
    MOVE "TRIALBALANCE" TO WS-Step-Predecessor(21, 1)
    MOVE "STATEMENTCYCLE" TO WS-Step-Name(22)
    MOVE "./StatementGeneration" TO WS-Step-Command(22)
    MOVE "Y" TO WS-Step-RunFlag(22)
    MOVE ZEROS TO WS-Step-MaxCondCode(22)
    MOVE "M" TO WS-Step-Frequency(22)
    MOVE "B" TO WS-Step-Stream(22)
    MOVE "TRIALBALANCE" TO WS-Step-Predecessor(22, 1)
    MOVE "LOANACCRUAL" TO WS-Step-Predecessor(22, 2)
    MOVE "INVVALUATION" TO WS-Step-Name(23)
    MOVE "./InventoryValuation" TO WS-Step-Command(23)
    MOVE "Y" TO WS-Step-RunFlag(23)
    MOVE ZEROS TO WS-Step-MaxCondCode(23)
    MOVE "M" TO WS-Step-Frequency(23)
    MOVE "R" TO WS-Step-Stream(23)
    MOVE "BATCHPROCESSING" TO WS-Step-Predecessor(23, 1)
    MOVE "PERIODCLOSE" TO WS-Step-Name(24)
    MOVE "./PeriodClose" TO WS-Step-Command(24)
    MOVE "Y" TO WS-Step-RunFlag(24)
    MOVE ZEROS TO WS-Step-MaxCondCode(24)
    MOVE "M" TO WS-Step-Frequency(24)
    MOVE "B" TO WS-Step-Stream(24)
    MOVE "STATEMENTCYCLE" TO WS-Step-Predecessor(24, 1)
    MOVE "CUSTALERTS" TO WS-Step-Predecessor(24, 2)
    MOVE "PROFITABILITY" TO WS-Step-Predecessor(24, 3)
    MOVE "RETENTIONPURGE" TO WS-Step-Name(25)
    MOVE "./RetentionPurge" TO WS-Step-Command(25)
    MOVE "Y" TO WS-Step-RunFlag(25)
    MOVE ZEROS TO WS-Step-MaxCondCode(25)
    MOVE "M" TO WS-Step-Frequency(25)
    MOVE "B" TO WS-Step-Stream(25)
    MOVE "PERIODCLOSE" TO WS-Step-Predecessor(25, 1)
    MOVE "ACCOUNTSYNC" TO WS-Step-Name(26)
    MOVE "./DatabaseIntegration" TO WS-Step-Command(26)
    MOVE "Y" TO WS-Step-RunFlag(26)
    MOVE ZEROS TO WS-Step-MaxCondCode(26)
    MOVE "B" TO WS-Step-Stream(26)
    MOVE "TRIALBALANCE" TO WS-Step-Predecessor(26, 1)
    MOVE "PROFITABILITY" TO WS-Step-Name(27)
    MOVE "./AccountProfitability" TO WS-Step-Command(27)
    MOVE "Y" TO WS-Step-RunFlag(27)
    MOVE ZEROS TO WS-Step-MaxCondCode(27)
    MOVE "M" TO WS-Step-Frequency(27)
    MOVE "B" TO WS-Step-Stream(27)
    MOVE "STATEMENTCYCLE" TO WS-Step-Predecessor(27, 1)
    MOVE "BATCHPOSTING" TO WS-Step-Name(28)
    MOVE "./BatchPosting" TO WS-Step-Command(28)
    MOVE "Y" TO WS-Step-RunFlag(28)
    MOVE ZEROS TO WS-Step-MaxCondCode(28)
    MOVE "B" TO WS-Step-Stream(28)
    MOVE "INTEGRITYSCAN" TO WS-Step-Predecessor(28, 1)
    MOVE "STANDINGORDERS" TO WS-Step-Name(29)
    MOVE "./StandingOrderPosting" TO WS-Step-Command(29)
    MOVE "Y" TO WS-Step-RunFlag(29)
    MOVE ZEROS TO WS-Step-MaxCondCode(29)
    MOVE "B" TO WS-Step-Stream(29)
    MOVE "INTEGRITYSCAN" TO WS-Step-Predecessor(29, 1).

RUN-ONE-STEP.
    DISPLAY "MasterDriver: step " WS-StepIndex " "
        WHEN "SALESUPLOAD"
            MOVE "S" TO WS-DBModeValue
            PERFORM WRITE-DB-MODE-CFG
        WHEN "ACCOUNTSYNC"
            MOVE "B" TO WS-DBModeValue
            PERFORM WRITE-DB-MODE-CFG
        WHEN "STATEMENTCYCLE"
            MOVE "C" TO WS-StmtModeValue
            PERFORM WRITE-STMT-MODE-CFG
    END-EVALUATE

    MOVE WS-Step-Command(WS-StepIndex) TO WS-StepCommand
    MOVE FUNCTION CURRENT-DATE TO WS-StepStartStamp
    CALL "SYSTEM" USING WS-StepCommand
    DIVIDE RETURN-CODE BY 256 GIVING WS-StepConditionCode
    MOVE FUNCTION CURRENT-DATE TO WS-StepEndStamp
    PERFORM COMPUTE-STEP-ELAPSED
    MOVE WS-StepConditionCode TO WS-Step-CondCode(WS-StepIndex)
    IF WS-StepConditionCode > WS-Step-MaxCondCode(WS-StepIndex)
        MOVE "F" TO WS-Step-Status(WS-StepIndex)
        DISPLAY "MasterDriver: step " WS-StepIndex " "
                WS-Step-Name(WS-StepIndex)
                " failed. Condition code: " WS-StepConditionCode
                " (maximum acceptable: " WS-Step-MaxCondCode(WS-StepIndex) ")"
        DISPLAY "MasterDriver: steps that depend on "
                WS-Step-Name(WS-StepIndex) " will be skipped; "
                "independent steps carry on"
    ELSE
        MOVE "C" TO WS-Step-Status(WS-StepIndex)
    END-IF

    IF WS-Step-Name(WS-StepIndex) = "STATEMENTCYCLE"
        PERFORM WRITE-STMT-MODE-CFG
    END-IF.

APPLY-LATE-MEMO-POSTS.
    MOVE "C" TO WS-LateMemoResult
    MOVE ZEROS TO WS-MemoStepIndex
    PERFORM VARYING WS-StepIndex FROM 1 BY 1
            UNTIL WS-StepIndex > WS-StepCount
        IF WS-Step-Name(WS-StepIndex) = "MEMOAPPLY"
                AND (WS-Step-Status(WS-StepIndex) = "C"
                     OR WS-Step-Status(WS-StepIndex) = "E")
            MOVE WS-StepIndex TO WS-MemoStepIndex
        END-IF
    END-PERFORM
    IF WS-MemoStepIndex > ZERO
        DISPLAY "MasterDriver: applying memo posts taken since step "
                WS-MemoStepIndex " MEMOAPPLY ran, before the batch window closes"
        MOVE WS-Step-Command(WS-MemoStepIndex) TO WS-StepCommand
        CALL "SYSTEM" USING WS-StepCommand
        DIVIDE RETURN-CODE BY 256 GIVING WS-StepConditionCode
        IF WS-StepConditionCode > WS-Step-MaxCondCode(WS-MemoStepIndex)
            MOVE "F" TO WS-LateMemoResult
            DISPLAY "MasterDriver: final memo apply failed. Condition code: "
                    WS-StepConditionCode
        END-IF
    END-IF.

LOAD-RUN-STATE.
    MOVE ZERO TO WS-EarlierCount
    MOVE "N" TO WS-EndOfRunState
    OPEN INPUT RunStateFile
    IF WS-RunStateStatus = ZERO
        PERFORM UNTIL WS-EndOfRunState = "Y"
            READ RunStateFile
                AT END SET WS-EndOfRunState TO "Y"
                NOT AT END
                    IF RS-Status = "C"
                        PERFORM MARK-COMPLETED-EARLIER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RunStateFile
    END-IF.

MARK-COMPLETED-EARLIER.
    PERFORM VARYING WS-LookupIndex FROM 1 BY 1
            UNTIL WS-LookupIndex > WS-StepCount
        IF WS-Step-Name(WS-LookupIndex) = RS-StepName
                AND WS-Step-Status(WS-LookupIndex) = "P"
            MOVE "E" TO WS-Step-Status(WS-LookupIndex)
            IF RS-CondCode IS NUMERIC
                MOVE RS-CondCode TO WS-Step-CondCode(WS-LookupIndex)
            END-IF
            ADD 1 TO WS-EarlierCount
            DISPLAY "MasterDriver: step " WS-LookupIndex " "
                    WS-Step-Name(WS-LookupIndex)
                    " already completed - skipped on restart"
        END-IF
    END-PERFORM.

WRITE-RUN-STATE.
    OPEN OUTPUT RunStateFile
    IF WS-RunStateStatus = ZERO
        PERFORM VARYING WS-LookupIndex FROM 1 BY 1
                UNTIL WS-LookupIndex > WS-StepCount
            IF WS-Step-Status(WS-LookupIndex) NOT = "P"
                MOVE WS-Step-Name(WS-LookupIndex) TO RS-StepName
                MOVE WS-Step-Status(WS-LookupIndex) TO RS-Status
                IF RS-Status = "E"
                    MOVE "C" TO RS-Status
                END-IF
                MOVE WS-Step-CondCode(WS-LookupIndex) TO RS-CondCode
                WRITE RunStateLine
            END-IF
        END-PERFORM
        CLOSE RunStateFile
    END-IF.

CLEAR-RUN-STATE.
    OPEN OUTPUT RunStateFile
    IF WS-RunStateStatus = ZERO
        CLOSE RunStateFile
    END-IF.

        STOP RUN
    END-IF.

WRITE-BATCH-WINDOW.
    OPEN OUTPUT BatchWindowFile
    IF WS-BatchWindowStatus NOT EQUAL ZERO
        DISPLAY "MasterDriver: Unable to open BATCHWIN.CFG. File Status: " WS-BatchWindowStatus
        DISPLAY "MasterDriver: job stream aborted"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    ACCEPT WS-BatchWindowClock FROM TIME
    MOVE WS-BatchWindowValue TO BW-State
    ACCEPT BW-ChangedDate FROM DATE YYYYMMDD
    MOVE WS-BatchWindowClock(1:6) TO BW-ChangedTime
    WRITE BatchWindowLine
    IF WS-BatchWindowStatus NOT EQUAL ZERO
        DISPLAY "MasterDriver: Unable to write BATCHWIN.CFG. File Status: " WS-BatchWindowStatus
        DISPLAY "MasterDriver: job stream aborted"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    CLOSE BatchWindowFile
    IF WS-BatchWindowStatus NOT EQUAL ZERO
        DISPLAY "MasterDriver: Unable to close BATCHWIN.CFG. File Status: " WS-BatchWindowStatus
        DISPLAY "MasterDriver: job stream aborted"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

END PROGRAM MasterDriver.
