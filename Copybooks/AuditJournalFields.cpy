01 WS-Audit-ProgramName     PIC X(20) VALUE SPACES.
01 WS-Audit-OperatorID      PIC X(8)  VALUE SPACES.
01 WS-Audit-Action          PIC X(8)  VALUE SPACES.
01 WS-Audit-BeforeImage     PIC X(200) VALUE SPACES.
01 WS-Audit-AfterImage      PIC X(200) VALUE SPACES.
01 WS-AuditSeqStatus        PIC 9(2) VALUE ZEROS.
01 WS-Audit-SequenceNumber  PIC 9(8) VALUE ZEROS.
01 WS-Audit-RunID           PIC X(14) VALUE SPACES.
