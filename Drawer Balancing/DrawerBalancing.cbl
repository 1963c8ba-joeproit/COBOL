IDENTIFICATION DIVISION.
PROGRAM-ID. DrawerBalancing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DrawerMovementFile ASSIGN TO "DRAWERMOV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MovementStatus.

    SELECT VaultPositionFile ASSIGN TO "VAULT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VaultStatus.

    SELECT DrawerExceptionFile ASSIGN TO "DRAWEREXC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExceptionStatus.

    SELECT DrawerConfigFile ASSIGN TO "DRAWER.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ConfigStatus.

    SELECT DrawerReportFile ASSIGN TO "DRAWERBAL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    SELECT VaultReportFile ASSIGN TO "VAULTPOS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VaultReportStatus.

    COPY "CashItemFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD DrawerMovementFile.
COPY "DrawerMovementRecord.cpy".

FD VaultPositionFile.
COPY "VaultPositionRecord.cpy".

FD DrawerExceptionFile.
COPY "DrawerExceptionRecord.cpy".

FD DrawerConfigFile.
01 DrawerConfigLine PIC X(10).

FD DrawerReportFile.
01 DrawerReportLine PIC X(132).

FD VaultReportFile.
01 VaultReportLine PIC X(100).

COPY "CashItemFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MovementStatus PIC 9(2) VALUE ZEROS.
01 WS-VaultStatus PIC 9(2) VALUE ZEROS.
01 WS-ExceptionStatus PIC 9(2) VALUE ZEROS.
01 WS-ConfigStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-VaultReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfMovements PIC X VALUE "N".
01 WS-EndOfCashItems PIC X VALUE "N".

01 WS-BusinessDate PIC 9(8) VALUE ZEROS.
01 WS-Tolerance PIC 9(7)V99 VALUE 5.00.

01 WS-DrawerTable.
   05 WS-Drw OCCURS 100 TIMES.
      10 WS-Drw-TellerID PIC X(8).
      10 WS-Drw-Opened PIC X.
      10 WS-Drw-Counted PIC X.
      10 WS-Drw-Opening PIC 9(9)V99.
      10 WS-Drw-Bought PIC 9(9)V99.
      10 WS-Drw-Sold PIC 9(9)V99.
      10 WS-Drw-CashIn PIC 9(9)V99.
      10 WS-Drw-CashOut PIC 9(9)V99.
      10 WS-Drw-CountAmount PIC 9(9)V99.
      10 WS-Drw-ItemCount PIC 9(5).
01 WS-DrwCount PIC 9(3) VALUE ZEROS.
01 WS-DrwIndex PIC 9(3) VALUE ZEROS.
01 WS-DrwFound PIC 9(3) VALUE ZEROS.
01 WS-DrwOverflow PIC 9(6) VALUE ZEROS.
01 WS-LookupTellerID PIC X(8) VALUE SPACES.

01 WS-VaultOpening PIC 9(9)V99 VALUE ZEROS.
01 WS-VaultShippedIn PIC 9(9)V99 VALUE ZEROS.
01 WS-VaultShippedOut PIC 9(9)V99 VALUE ZEROS.
01 WS-VaultIssued PIC 9(9)V99 VALUE ZEROS.
01 WS-VaultSoldBack PIC 9(9)V99 VALUE ZEROS.
01 WS-VaultCountedIn PIC 9(9)V99 VALUE ZEROS.
01 WS-CashStillOut PIC S9(9)V99 VALUE ZEROS.
01 WS-VaultClosing PIC S9(9)V99 VALUE ZEROS.

01 WS-Expected PIC S9(9)V99 VALUE ZEROS.
01 WS-Difference PIC S9(9)V99 VALUE ZEROS.
01 WS-AbsDifference PIC 9(9)V99 VALUE ZEROS.
01 WS-DrawerStatus PIC X(12) VALUE SPACES.
01 WS-FlagText PIC X(24) VALUE SPACES.

01 WS-MovementsRead PIC 9(6) VALUE ZEROS.
01 WS-CashItemsRead PIC 9(6) VALUE ZEROS.
01 WS-DrawersBalanced PIC 9(4) VALUE ZEROS.
01 WS-ExceptionCount PIC 9(4) VALUE ZEROS.
01 WS-OverTotal PIC 9(9)V99 VALUE ZEROS.
01 WS-ShortTotal PIC 9(9)V99 VALUE ZEROS.

01 WS-Date-Edit PIC 9(4)/99/99.
01 WS-Amount-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Amount2-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Amount3-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Amount4-Edit PIC -ZZZ,ZZZ,ZZ9.99.
01 WS-Count-Edit PIC ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".
COPY "CashItemFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "DrawerBalancing" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-BusinessDate FROM DATE YYYYMMDD

    PERFORM LOAD-DRAWER-CONFIG
    PERFORM LOAD-VAULT-OPENING
    PERFORM LOAD-DRAWER-MOVEMENTS
    PERFORM LOAD-TELLER-CASH-ITEMS

    OPEN OUTPUT DrawerReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open DRAWERBAL.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "DRAWERBAL.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-DRAWERBAL-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT DrawerExceptionFile
    IF WS-ExceptionStatus NOT EQUAL ZERO
        MOVE WS-ExceptionStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open DRAWEREXC.DAT. File Status: "
                WS-ExceptionStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ExceptionStatus TO WS-ErrorLog-FileStatus
        MOVE "DRAWEREXC.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-DRAWERBAL-ERROR
        CLOSE DrawerReportFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-DRAWER-HEADING
    PERFORM VARYING WS-DrwIndex FROM 1 BY 1
            UNTIL WS-DrwIndex > WS-DrwCount
        PERFORM BALANCE-ONE-DRAWER
    END-PERFORM
    IF WS-DrwCount = ZERO
        MOVE SPACES TO DrawerReportLine
        STRING "  (no drawers issued and no teller cash activity today)"
               INTO DrawerReportLine
        WRITE DrawerReportLine
    END-IF
    PERFORM WRITE-DRAWER-SUMMARY
    CLOSE DrawerReportFile
    CLOSE DrawerExceptionFile

    PERFORM WRITE-VAULT-REPORT
    PERFORM SAVE-VAULT-POSITION

    DISPLAY "Drawers balanced: " WS-DrawersBalanced
    DISPLAY "Drawer exceptions: " WS-ExceptionCount
    DISPLAY "Teller over/short written to DRAWERBAL.RPT, vault to VAULTPOS.RPT"

    COMPUTE WS-JobStats-RecordsRead = WS-MovementsRead + WS-CashItemsRead
    MOVE WS-DrawersBalanced TO WS-JobStats-RecordsWritten
    MOVE WS-ExceptionCount TO WS-JobStats-RecordsRejected
    MOVE ZERO TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS
    MOVE ZERO TO RETURN-CODE
    STOP RUN.

LOAD-DRAWER-CONFIG.
    MOVE 5.00 TO WS-Tolerance
    OPEN INPUT DrawerConfigFile
    IF WS-ConfigStatus = ZERO
        READ DrawerConfigFile
            AT END CONTINUE
            NOT AT END
                IF FUNCTION LENGTH(FUNCTION TRIM(DrawerConfigLine)) > 0
                    COMPUTE WS-Tolerance = FUNCTION NUMVAL(DrawerConfigLine)
                END-IF
        END-READ
        CLOSE DrawerConfigFile
    ELSE
        DISPLAY "DRAWER.CFG not found - using the default over/short tolerance."
    END-IF.

LOAD-VAULT-OPENING.
    MOVE ZEROS TO WS-VaultOpening
    OPEN INPUT VaultPositionFile
    IF WS-VaultStatus = ZERO
        READ VaultPositionFile
            AT END CONTINUE
            NOT AT END
                IF VP-BusinessDate < WS-BusinessDate
                    MOVE VP-ClosingBalance TO WS-VaultOpening
                ELSE
                    MOVE VP-OpeningBalance TO WS-VaultOpening
                END-IF
        END-READ
        CLOSE VaultPositionFile
    ELSE
        DISPLAY "VAULT.DAT not found - the vault opens at zero."
    END-IF.

LOAD-DRAWER-MOVEMENTS.
    OPEN INPUT DrawerMovementFile
    IF WS-MovementStatus = ZERO
        PERFORM UNTIL WS-EndOfMovements = "Y"
            READ DrawerMovementFile
                AT END SET WS-EndOfMovements TO "Y"
                NOT AT END
                    IF DM-BusinessDate = WS-BusinessDate
                        ADD 1 TO WS-MovementsRead
                        PERFORM APPLY-DRAWER-MOVEMENT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE DrawerMovementFile
    END-IF.

APPLY-DRAWER-MOVEMENT.
    EVALUATE DM-MoveType
        WHEN "I"
            ADD DM-Amount TO WS-VaultShippedIn
        WHEN "E"
            ADD DM-Amount TO WS-VaultShippedOut
        WHEN OTHER
            MOVE DM-TellerID TO WS-LookupTellerID
            PERFORM FIND-DRAWER-ENTRY
            IF WS-DrwFound > ZERO
                EVALUATE DM-MoveType
                    WHEN "O"
                        MOVE "Y" TO WS-Drw-Opened(WS-DrwFound)
                        ADD DM-Amount TO WS-Drw-Opening(WS-DrwFound)
                        ADD DM-Amount TO WS-VaultIssued
                    WHEN "B"
                        ADD DM-Amount TO WS-Drw-Bought(WS-DrwFound)
                        ADD DM-Amount TO WS-VaultIssued
                    WHEN "S"
                        ADD DM-Amount TO WS-Drw-Sold(WS-DrwFound)
                        ADD DM-Amount TO WS-VaultSoldBack
                    WHEN "C"
                        MOVE "Y" TO WS-Drw-Counted(WS-DrwFound)
                        ADD DM-Amount TO WS-Drw-CountAmount(WS-DrwFound)
                        ADD DM-Amount TO WS-VaultCountedIn
                END-EVALUATE
            END-IF
    END-EVALUATE.

LOAD-TELLER-CASH-ITEMS.
    OPEN INPUT CashItemFile
    IF WS-CashItem-OpenStatus = ZERO
        PERFORM UNTIL WS-EndOfCashItems = "Y"
            READ CashItemFile
                AT END SET WS-EndOfCashItems TO "Y"
                NOT AT END
                    IF CX-TranDate = WS-BusinessDate
                            AND CX-DepositType = "C"
                        ADD 1 TO WS-CashItemsRead
                        MOVE CX-OperatorID TO WS-LookupTellerID
                        PERFORM FIND-DRAWER-ENTRY
                        IF WS-DrwFound > ZERO
                            ADD 1 TO WS-Drw-ItemCount(WS-DrwFound)
                            IF CX-TransactionType = "D"
                                ADD CX-Amount TO WS-Drw-CashIn(WS-DrwFound)
                            ELSE
                                ADD CX-Amount TO WS-Drw-CashOut(WS-DrwFound)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CashItemFile
    END-IF.

FIND-DRAWER-ENTRY.
    MOVE ZERO TO WS-DrwFound
    PERFORM VARYING WS-DrwIndex FROM 1 BY 1
            UNTIL WS-DrwIndex > WS-DrwCount OR WS-DrwFound > ZERO
        IF WS-Drw-TellerID(WS-DrwIndex) = WS-LookupTellerID
            MOVE WS-DrwIndex TO WS-DrwFound
        END-IF
    END-PERFORM
    IF WS-DrwFound = ZERO
        IF WS-DrwCount < 100
            ADD 1 TO WS-DrwCount
            MOVE WS-DrwCount TO WS-DrwFound
            MOVE WS-LookupTellerID TO WS-Drw-TellerID(WS-DrwFound)
            MOVE "N" TO WS-Drw-Opened(WS-DrwFound)
            MOVE "N" TO WS-Drw-Counted(WS-DrwFound)
            MOVE ZEROS TO WS-Drw-Opening(WS-DrwFound)
            MOVE ZEROS TO WS-Drw-Bought(WS-DrwFound)
            MOVE ZEROS TO WS-Drw-Sold(WS-DrwFound)
            MOVE ZEROS TO WS-Drw-CashIn(WS-DrwFound)
            MOVE ZEROS TO WS-Drw-CashOut(WS-DrwFound)
            MOVE ZEROS TO WS-Drw-CountAmount(WS-DrwFound)
            MOVE ZEROS TO WS-Drw-ItemCount(WS-DrwFound)
        ELSE
            ADD 1 TO WS-DrwOverflow
        END-IF
    END-IF.

BALANCE-ONE-DRAWER.
    COMPUTE WS-Expected = WS-Drw-Opening(WS-DrwIndex)
                        + WS-Drw-Bought(WS-DrwIndex)
                        - WS-Drw-Sold(WS-DrwIndex)
                        + WS-Drw-CashIn(WS-DrwIndex)
                        - WS-Drw-CashOut(WS-DrwIndex)
    MOVE ZEROS TO WS-Difference
    MOVE SPACES TO WS-FlagText
    EVALUATE TRUE
        WHEN WS-Drw-Opened(WS-DrwIndex) = "N"
            MOVE "NO DRAWER" TO WS-DrawerStatus
            MOVE "** CASH WITHOUT DRAWER" TO WS-FlagText
        WHEN WS-Drw-Counted(WS-DrwIndex) = "N"
            MOVE "NOT COUNTED" TO WS-DrawerStatus
            MOVE "** NO CLOSING COUNT" TO WS-FlagText
            ADD WS-Expected TO WS-CashStillOut
        WHEN OTHER
            ADD 1 TO WS-DrawersBalanced
            COMPUTE WS-Difference = WS-Drw-CountAmount(WS-DrwIndex)
                                  - WS-Expected
            EVALUATE TRUE
                WHEN WS-Difference > ZERO
                    MOVE "OVER" TO WS-DrawerStatus
                    ADD WS-Difference TO WS-OverTotal
                WHEN WS-Difference < ZERO
                    MOVE "SHORT" TO WS-DrawerStatus
                    SUBTRACT WS-Difference FROM WS-ShortTotal
                WHEN OTHER
                    MOVE "BALANCED" TO WS-DrawerStatus
            END-EVALUATE
            MOVE WS-Difference TO WS-AbsDifference
            IF WS-AbsDifference > WS-Tolerance
                MOVE "** OUTSIDE TOLERANCE" TO WS-FlagText
            END-IF
    END-EVALUATE

    MOVE WS-Drw-Opening(WS-DrwIndex) TO WS-Amount-Edit
    MOVE WS-Drw-Bought(WS-DrwIndex) TO WS-Amount2-Edit
    MOVE WS-Drw-Sold(WS-DrwIndex) TO WS-Amount3-Edit
    MOVE WS-Drw-ItemCount(WS-DrwIndex) TO WS-Count-Edit
    MOVE SPACES TO DrawerReportLine
    STRING "TELLER " DELIMITED SIZE
           WS-Drw-TellerID(WS-DrwIndex) DELIMITED SIZE
           "  Opening " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE
           "  Bought " DELIMITED SIZE
           WS-Amount2-Edit DELIMITED SIZE
           "  Sold " DELIMITED SIZE
           WS-Amount3-Edit DELIMITED SIZE
           "  Cash items " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO DrawerReportLine
    WRITE DrawerReportLine
    MOVE WS-Drw-CashIn(WS-DrwIndex) TO WS-Amount-Edit
    MOVE WS-Drw-CashOut(WS-DrwIndex) TO WS-Amount2-Edit
    MOVE WS-Expected TO WS-Amount3-Edit
    MOVE SPACES TO DrawerReportLine
    STRING "        Cash in " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE
           "  Cash out " DELIMITED SIZE
           WS-Amount2-Edit DELIMITED SIZE
           "  Expected " DELIMITED SIZE
           WS-Amount3-Edit DELIMITED SIZE
           INTO DrawerReportLine
    WRITE DrawerReportLine
    MOVE WS-Drw-CountAmount(WS-DrwIndex) TO WS-Amount-Edit
    MOVE WS-Difference TO WS-Amount2-Edit
    MOVE SPACES TO DrawerReportLine
    STRING "        Counted " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE
           "  Over/short " DELIMITED SIZE
           WS-Amount2-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-DrawerStatus DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-FlagText DELIMITED SIZE
           INTO DrawerReportLine
    WRITE DrawerReportLine

    IF WS-FlagText NOT = SPACES
        PERFORM RECORD-DRAWER-EXCEPTION
    END-IF.

RECORD-DRAWER-EXCEPTION.
    ADD 1 TO WS-ExceptionCount
    MOVE WS-BusinessDate TO DX-BusinessDate
    MOVE WS-Drw-TellerID(WS-DrwIndex) TO DX-TellerID
    MOVE WS-DrawerStatus TO DX-ExceptionType
    MOVE WS-Expected TO DX-Expected
    MOVE WS-Drw-CountAmount(WS-DrwIndex) TO DX-Counted
    MOVE WS-Difference TO DX-Difference
    WRITE DrawerExceptionRecord

    MOVE "BALANCE" TO WS-ErrorLog-Operation
    EVALUATE WS-DrawerStatus
        WHEN "OVER"
            MOVE "OVER" TO WS-ErrorLog-FileStatus
        WHEN "SHORT"
            MOVE "SHORT" TO WS-ErrorLog-FileStatus
        WHEN "NOT COUNTED"
            MOVE "NOCNT" TO WS-ErrorLog-FileStatus
        WHEN OTHER
            MOVE "NODRW" TO WS-ErrorLog-FileStatus
    END-EVALUATE
    MOVE SPACES TO WS-ErrorLog-FileName
    STRING "DRAWERMOV.DAT teller " DELIMITED SIZE
           WS-Drw-TellerID(WS-DrwIndex) DELIMITED SIZE
           INTO WS-ErrorLog-FileName
    PERFORM LOG-DRAWERBAL-ERROR.

WRITE-DRAWER-HEADING.
    MOVE WS-BusinessDate TO WS-Date-Edit
    MOVE SPACES TO DrawerReportLine
    STRING "==================== TELLER DRAWER OVER/SHORT REPORT ===================="
           INTO DrawerReportLine
    WRITE DrawerReportLine
    MOVE WS-Tolerance TO WS-Amount-Edit
    MOVE SPACES TO DrawerReportLine
    STRING "Business Date: " DELIMITED SIZE
           WS-Date-Edit DELIMITED SIZE
           "   Over/short tolerance: " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE
           INTO DrawerReportLine
    WRITE DrawerReportLine
    MOVE SPACES TO DrawerReportLine
    WRITE DrawerReportLine.

WRITE-DRAWER-SUMMARY.
    MOVE SPACES TO DrawerReportLine
    WRITE DrawerReportLine
    MOVE SPACES TO DrawerReportLine
    STRING "==================== SUMMARY ====================" INTO DrawerReportLine
    WRITE DrawerReportLine
    MOVE WS-DrawersBalanced TO WS-Count-Edit
    MOVE SPACES TO DrawerReportLine
    STRING "Drawers counted and balanced:     " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE INTO DrawerReportLine
    WRITE DrawerReportLine
    MOVE WS-OverTotal TO WS-Amount-Edit
    MOVE SPACES TO DrawerReportLine
    STRING "Total over:              " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE INTO DrawerReportLine
    WRITE DrawerReportLine
    MOVE WS-ShortTotal TO WS-Amount-Edit
    MOVE SPACES TO DrawerReportLine
    STRING "Total short:             " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE INTO DrawerReportLine
    WRITE DrawerReportLine
    MOVE WS-ExceptionCount TO WS-Count-Edit
    MOVE SPACES TO DrawerReportLine
    STRING "Drawer exceptions:                " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE INTO DrawerReportLine
    WRITE DrawerReportLine
    IF WS-DrwOverflow > ZERO
        MOVE SPACES TO DrawerReportLine
        STRING "Warning: more than 100 tellers had drawer activity - the "
               "report is incomplete" DELIMITED SIZE
               INTO DrawerReportLine
        WRITE DrawerReportLine
    END-IF.

WRITE-VAULT-REPORT.
    COMPUTE WS-VaultClosing = WS-VaultOpening
                            + WS-VaultShippedIn
                            - WS-VaultShippedOut
                            - WS-VaultIssued
                            + WS-VaultSoldBack
                            + WS-VaultCountedIn
    OPEN OUTPUT VaultReportFile
    IF WS-VaultReportStatus NOT EQUAL ZERO
        MOVE WS-VaultReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open VAULTPOS.RPT. File Status: "
                WS-VaultReportStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-VaultReportStatus TO WS-ErrorLog-FileStatus
        MOVE "VAULTPOS.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-DRAWERBAL-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BusinessDate TO WS-Date-Edit
    MOVE SPACES TO VaultReportLine
    STRING "==================== VAULT POSITION REPORT ===================="
           INTO VaultReportLine
    WRITE VaultReportLine
    MOVE SPACES TO VaultReportLine
    STRING "Business Date: " DELIMITED SIZE
           WS-Date-Edit DELIMITED SIZE
           INTO VaultReportLine
    WRITE VaultReportLine
    MOVE SPACES TO VaultReportLine
    WRITE VaultReportLine
    MOVE WS-VaultOpening TO WS-Amount-Edit
    MOVE SPACES TO VaultReportLine
    STRING "Vault opening position:              " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE INTO VaultReportLine
    WRITE VaultReportLine
    MOVE WS-VaultShippedIn TO WS-Amount-Edit
    MOVE SPACES TO VaultReportLine
    STRING "  Add: received from cash centre     " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE INTO VaultReportLine
    WRITE VaultReportLine
    MOVE WS-VaultShippedOut TO WS-Amount-Edit
    MOVE SPACES TO VaultReportLine
    STRING "  Less: shipped to cash centre       " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE INTO VaultReportLine
    WRITE VaultReportLine
    MOVE WS-VaultIssued TO WS-Amount-Edit
    MOVE SPACES TO VaultReportLine
    STRING "  Less: issued to tellers            " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE INTO VaultReportLine
    WRITE VaultReportLine
    MOVE WS-VaultSoldBack TO WS-Amount-Edit
    MOVE SPACES TO VaultReportLine
    STRING "  Add: sold back by tellers          " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE INTO VaultReportLine
    WRITE VaultReportLine
    MOVE WS-VaultCountedIn TO WS-Amount-Edit
    MOVE SPACES TO VaultReportLine
    STRING "  Add: counted drawers returned      " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE INTO VaultReportLine
    WRITE VaultReportLine
    MOVE WS-VaultClosing TO WS-Amount-Edit
    MOVE SPACES TO VaultReportLine
    STRING "Vault closing position:              " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE INTO VaultReportLine
    WRITE VaultReportLine
    IF WS-CashStillOut NOT = ZERO
        MOVE WS-CashStillOut TO WS-Amount-Edit
        MOVE SPACES TO VaultReportLine
        STRING "Cash still out in uncounted drawers: " DELIMITED SIZE
               WS-Amount-Edit DELIMITED SIZE INTO VaultReportLine
        WRITE VaultReportLine
    END-IF
    IF WS-VaultClosing < ZERO
        MOVE SPACES TO VaultReportLine
        STRING "** The vault position is negative - movements recorded "
               "exceed the cash held" DELIMITED SIZE INTO VaultReportLine
        WRITE VaultReportLine
    END-IF
    CLOSE VaultReportFile.

SAVE-VAULT-POSITION.
    OPEN OUTPUT VaultPositionFile
    IF WS-VaultStatus NOT EQUAL ZERO
        MOVE WS-VaultStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to rewrite VAULT.DAT. File Status: " WS-VaultStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-VaultStatus TO WS-ErrorLog-FileStatus
        MOVE "VAULT.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-DRAWERBAL-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BusinessDate TO VP-BusinessDate
    MOVE WS-VaultOpening TO VP-OpeningBalance
    MOVE WS-VaultClosing TO VP-ClosingBalance
    WRITE VaultPositionRecord
    CLOSE VaultPositionFile.

WRITE-FAILED-JOB-STATS.
    COMPUTE WS-JobStats-RecordsRead = WS-MovementsRead + WS-CashItemsRead
    MOVE ZEROS TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE 8 TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS.

LOG-DRAWERBAL-ERROR.
    MOVE "DrawerBalancing" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM DrawerBalancing.
