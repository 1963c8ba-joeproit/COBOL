   05 AJ-ProgramName  PIC X(20).
   05 AJ-OperatorID   PIC X(8).
   05 AJ-Action       PIC X(8).
   05 AJ-BeforeImage  PIC X(200).
   05 AJ-AfterImage   PIC X(200).
   05 AJ-SequenceNumber PIC 9(8).
   05 AJ-RunID        PIC X(14).
