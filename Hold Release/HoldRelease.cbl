    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".
    COPY "JobStatsFileControl.cpy".
    COPY "AlertEventFileControl.cpy".

DATA DIVISION.
FILE SECTION.
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".
COPY "JobStatsFD.cpy".
COPY "AlertEventFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "JobStatsFields.cpy".
COPY "AlertEventFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE CM-HoldAmount TO WS-Amount-Edit
    ADD CM-HoldAmount TO WS-ReleasedTotal
    MOVE CM-HoldReleaseDate TO WS-Date-Edit
    MOVE CM-HoldAmount TO WS-AlertEvent-Amount
    MOVE ZEROS TO CM-HoldAmount
    MOVE ZEROS TO CM-HoldReleaseDate
    REWRITE CustomerMasterRecord
    END-IF
    MOVE CustomerMasterRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY
    MOVE "HR" TO WS-AlertEvent-Type
    MOVE CM-AccountNumber TO WS-AlertEvent-AccountNumber
    MOVE "Deposit hold released" TO WS-AlertEvent-Detail
    MOVE "HoldRelease" TO WS-AlertEvent-ProgramName
    PERFORM WRITE-ALERT-EVENT
    ADD 1 TO WS-ReleasedCount
    MOVE CM-AccountNumber TO WS-AccountNumber-Edit
    MOVE SPACES TO ReleaseReportLine
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "JobStatsWrite.cpy".
COPY "AlertEventWrite.cpy".

END PROGRAM HoldRelease.
