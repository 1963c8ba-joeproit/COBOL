01 InterbankDetailRecord.
   05 IP-RecordType          PIC X.
   05 IP-BankCode            PIC 9(9).
   05 IP-AccountNumber       PIC X(17).
   05 IP-Amount              PIC 9(8)V99.
   05 IP-PayeeName           PIC X(22).
   05 IP-Reference           PIC X(18).
   05 IP-TraceNumber         PIC 9(8).
   05 IP-ReturnReason        PIC X(3).
   05 FILLER                 PIC X(6).
01 InterbankHeaderRecord.
   05 IPH-RecordType         PIC X.
   05 IPH-DestinationBank    PIC 9(9).
   05 IPH-OriginBank         PIC 9(9).
   05 IPH-FileDate           PIC 9(8).
   05 IPH-FileSeq            PIC 9(4).
   05 IPH-OriginName         PIC X(23).
   05 FILLER                 PIC X(40).
01 InterbankTrailerRecord.
   05 IPT-RecordType         PIC X.
   05 IPT-EntryCount         PIC 9(6).
   05 IPT-TotalAmount        PIC 9(10)V99.
   05 IPT-EntryHash          PIC 9(10).
   05 FILLER                 PIC X(65).
