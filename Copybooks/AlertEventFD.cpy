FD AlertEventFile.
01 AlertEventRecord.
   05 AE-EventDate          PIC 9(8).
   05 AE-EventTime          PIC 9(6).
   05 AE-AlertType          PIC X(2).
   05 AE-AccountNumber      PIC 9(8).
   05 AE-Amount             PIC 9(7)V99.
   05 AE-Detail             PIC X(40).
   05 AE-ProgramName        PIC X(20).
