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
                    IF TL-TransactionType = "D"
                            OR TL-TransactionType = "W"
                            OR TL-TransactionType = "T"
                            OR TL-TransactionType = "L"
                        PERFORM NOTE-ACCOUNT-ACTIVITY
                    END-IF
            END-READ
    END-IF
    MOVE CustomerMasterRecord TO WS-Audit-AfterImage
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY
    MOVE "DM" TO WS-AlertEvent-Type
    MOVE CM-AccountNumber TO WS-AlertEvent-AccountNumber
    MOVE CM-AccountBalance TO WS-AlertEvent-Amount
    MOVE "Account marked dormant" TO WS-AlertEvent-Detail
    MOVE "DormancyReview" TO WS-AlertEvent-ProgramName
    PERFORM WRITE-ALERT-EVENT
    ADD 1 TO WS-MarkedCount
    MOVE CM-AccountNumber TO WS-AccountNumber-Edit
    MOVE CM-AccountBalance TO WS-Balance-Edit
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "JobStatsWrite.cpy".
COPY "AlertEventWrite.cpy".

END PROGRAM DormancyReview.
