IDENTIFICATION DIVISION.
PROGRAM-ID. StructuringReview.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "CustomerMasterFileControl.cpy".

    SELECT StructCaseFile ASSIGN TO "STRUCTCASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CaseStatus.

    SELECT NearHistoryFile ASSIGN TO "CASHNEAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NearStatus.

    COPY "OperatorMasterFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD StructCaseFile.
COPY "StructCaseRecord.cpy".

FD NearHistoryFile.
01 NearHistoryRecord.
   05 NH-TranDate           PIC 9(8).
   05 NH-AccountNumber      PIC 9(8).
   05 NH-Direction          PIC X.
   05 NH-Amount             PIC 9(7)V99.
   05 NH-ReceiptNumber      PIC 9(8).
   05 NH-OperatorID         PIC X(8).

COPY "OperatorMasterFD.cpy".
COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-CaseStatus PIC 9(2) VALUE ZEROS.
01 WS-NearStatus PIC 9(2) VALUE ZEROS.
01 WS-MasterOpen PIC X VALUE "N".
01 WS-EndOfCases PIC X VALUE "N".
01 WS-EndOfNear PIC X VALUE "N".

01 WS-CaseTable.
   05 WS-Case OCCURS 1000 TIMES.
      10 WS-Case-Record PIC X(95).
01 WS-CaseCount PIC 9(4) VALUE ZEROS.
01 WS-CaseIndex PIC 9(4) VALUE ZEROS.
01 WS-CaseOverflow PIC 9(6) VALUE ZEROS.
01 WS-OpenCaseCount PIC 9(4) VALUE ZEROS.

01 WS-TodayDate PIC 9(8) VALUE ZEROS.
01 WS-Decision PIC X VALUE SPACES.
01 WS-ReviewNote PIC X(30) VALUE SPACES.
01 WS-ReviewedCount PIC 9(4) VALUE ZEROS.
01 WS-SkippedCount PIC 9(4) VALUE ZEROS.

01 WS-AccountNumber-Edit PIC Z(7)9.
01 WS-Date-Edit PIC 9(4)/99/99.
01 WS-Date2-Edit PIC 9(4)/99/99.
01 WS-Amount-Edit PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Receipt-Edit PIC Z(7)9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "OperatorSignonFields.cpy".

PROCEDURE DIVISION.
Begin.
    DISPLAY "Enter supervisor operator ID: ".
    ACCEPT WS-Audit-OperatorID.
    MOVE "StructuringReview" TO WS-Audit-ProgramName.
    MOVE WS-Audit-OperatorID TO WS-Signon-OperatorID
    PERFORM VERIFY-OPERATOR-SIGNON
    IF WS-Signon-Valid = "N"
        STOP RUN
    END-IF
    IF WS-Signon-Role NOT = "S" AND WS-Signon-Role NOT = "A"
        DISPLAY "Error: Structuring case review requires the supervisor role. "
                "Sign-on refused."
        STOP RUN
    END-IF
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD

    PERFORM LOAD-STRUCTURING-CASES
    IF WS-OpenCaseCount = ZERO
        DISPLAY "No structuring cases are waiting for review."
        STOP RUN
    END-IF

    OPEN INPUT CustomerMasterFile
    IF WS-MasterStatus = ZERO
        MOVE "Y" TO WS-MasterOpen
    END-IF

    PERFORM VARYING WS-CaseIndex FROM 1 BY 1
            UNTIL WS-CaseIndex > WS-CaseCount
        MOVE WS-Case-Record(WS-CaseIndex) TO StructCaseRecord
        IF SC-Status = "O"
            PERFORM REVIEW-ONE-CASE
        END-IF
    END-PERFORM

    IF WS-MasterOpen = "Y"
        CLOSE CustomerMasterFile
    END-IF
    IF WS-ReviewedCount > ZERO
        PERFORM REWRITE-STRUCTURING-CASES
    END-IF

    DISPLAY "Marked reviewed: " WS-ReviewedCount
    DISPLAY "Left open: " WS-SkippedCount
    STOP RUN.

LOAD-STRUCTURING-CASES.
    OPEN INPUT StructCaseFile
    IF WS-CaseStatus NOT EQUAL ZERO
        DISPLAY "No structuring cases are waiting for review."
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EndOfCases = "Y"
        READ StructCaseFile
            AT END SET WS-EndOfCases TO "Y"
            NOT AT END
                IF WS-CaseCount < 1000
                    ADD 1 TO WS-CaseCount
                    MOVE StructCaseRecord TO WS-Case-Record(WS-CaseCount)
                    IF SC-Status = "O"
                        ADD 1 TO WS-OpenCaseCount
                    END-IF
                ELSE
                    ADD 1 TO WS-CaseOverflow
                END-IF
        END-READ
    END-PERFORM
    CLOSE StructCaseFile
    IF WS-CaseOverflow > ZERO
        DISPLAY "Error: STRUCTCASE.DAT holds more than 1000 cases - the "
                "case file cannot be updated without losing the overflow. "
                "No changes made."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

REVIEW-ONE-CASE.
    MOVE SC-AccountNumber TO WS-AccountNumber-Edit
    MOVE SC-FirstDate TO WS-Date-Edit
    MOVE SC-LastDate TO WS-Date2-Edit
    MOVE SC-TotalAmount TO WS-Amount-Edit
    DISPLAY " "
    DISPLAY "Case " WS-CaseIndex ":"
    IF WS-MasterOpen = "Y"
        MOVE SC-AccountNumber TO CM-AccountNumber
        READ CustomerMasterFile
            INVALID KEY
                DISPLAY "  Account:   " WS-AccountNumber-Edit "  (not on master)"
            NOT INVALID KEY
                DISPLAY "  Account:   " WS-AccountNumber-Edit "  " CM-CustomerName
        END-READ
    ELSE
        DISPLAY "  Account:   " WS-AccountNumber-Edit
    END-IF
    DISPLAY "  Items:     " SC-ItemCount " near-threshold cash items, total "
            WS-Amount-Edit
    DISPLAY "  Between:   " WS-Date-Edit " and " WS-Date2-Edit
            "  Tellers: " SC-TellerCount
    DISPLAY "  Detected:  " SC-DetectedDate
    PERFORM LIST-CASE-ITEMS
    DISPLAY "Mark reviewed or skip? (R/S): "
    ACCEPT WS-Decision

    EVALUATE WS-Decision
        WHEN "R"
        WHEN "r"
            DISPLAY "Enter the review outcome: "
            ACCEPT WS-ReviewNote
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-ReviewNote)) = 0
                DISPLAY "Error: A review outcome is required. Case left open."
                ADD 1 TO WS-SkippedCount
            ELSE
                MOVE StructCaseRecord TO WS-Audit-BeforeImage
                MOVE "R" TO SC-Status
                MOVE WS-Audit-OperatorID TO SC-ReviewedBy
                MOVE WS-TodayDate TO SC-ReviewedDate
                MOVE WS-ReviewNote TO SC-ReviewNote
                MOVE StructCaseRecord TO WS-Case-Record(WS-CaseIndex)
                MOVE "REVIEW" TO WS-Audit-Action
                MOVE SPACES TO WS-Audit-AfterImage
                MOVE StructCaseRecord TO WS-Audit-AfterImage
                PERFORM WRITE-AUDIT-JOURNAL-ENTRY
                ADD 1 TO WS-ReviewedCount
                DISPLAY "Case marked reviewed."
            END-IF
        WHEN OTHER
            ADD 1 TO WS-SkippedCount
            DISPLAY "Case left open."
    END-EVALUATE.

LIST-CASE-ITEMS.
    MOVE "N" TO WS-EndOfNear
    OPEN INPUT NearHistoryFile
    IF WS-NearStatus = ZERO
        PERFORM UNTIL WS-EndOfNear = "Y"
            READ NearHistoryFile
                AT END SET WS-EndOfNear TO "Y"
                NOT AT END
                    IF NH-AccountNumber = SC-AccountNumber
                            AND NH-TranDate NOT < SC-FirstDate
                            AND NH-TranDate NOT > SC-LastDate
                        MOVE NH-TranDate TO WS-Date-Edit
                        MOVE NH-Amount TO WS-Amount-Edit
                        MOVE NH-ReceiptNumber TO WS-Receipt-Edit
                        DISPLAY "    " WS-Date-Edit "  "
                                NH-Direction "  " WS-Amount-Edit
                                "  Receipt " WS-Receipt-Edit
                                "  Teller " NH-OperatorID
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NearHistoryFile
    END-IF.

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
        PERFORM LOG-REVIEW-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-CaseIndex FROM 1 BY 1
            UNTIL WS-CaseIndex > WS-CaseCount
        MOVE WS-Case-Record(WS-CaseIndex) TO StructCaseRecord
        WRITE StructCaseRecord
    END-PERFORM
    CLOSE StructCaseFile.

LOG-REVIEW-ERROR.
    MOVE "StructuringReview" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "OperatorSignon.cpy".

END PROGRAM StructuringReview.
