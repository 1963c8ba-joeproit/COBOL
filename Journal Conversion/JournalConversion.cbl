DATA DIVISION.
FILE SECTION.
FD OldAuditJournalFile.
01 OldAuditJournalRecord PIC X(479).

FD NewAuditJournalFile.
01 NewAuditJournalRecord.
   05 NJ-ProgramName  PIC X(20).
   05 NJ-OperatorID   PIC X(8).
   05 NJ-Action       PIC X(8).
   05 NJ-BeforeImage  PIC X(200).
   05 NJ-AfterImage   PIC X(200).
   05 NJ-SequenceNumber PIC 9(8).
   05 NJ-RunID        PIC X(14).

        MOVE ZEROS TO NJ-SequenceNumber
        MOVE SPACES TO NJ-RunID
    ELSE
        IF OldAuditJournalRecord(432:48) = SPACES
            ADD 1 TO WS-ConvertedCount
            MOVE OldAuditJournalRecord(1:57) TO NewAuditJournalRecord(1:57)
            MOVE SPACES TO NJ-BeforeImage
            MOVE OldAuditJournalRecord(58:176) TO NJ-BeforeImage
            MOVE SPACES TO NJ-AfterImage
            MOVE OldAuditJournalRecord(234:176) TO NJ-AfterImage
            MOVE OldAuditJournalRecord(410:8) TO NJ-SequenceNumber
            MOVE OldAuditJournalRecord(418:14) TO NJ-RunID
        ELSE
            ADD 1 TO WS-AlreadyNewCount
            MOVE OldAuditJournalRecord TO NewAuditJournalRecord
        END-IF
    END-IF
    WRITE NewAuditJournalRecord.

