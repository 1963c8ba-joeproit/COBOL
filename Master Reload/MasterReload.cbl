FD BackupFile.
01 BackupDetailRecord.
   05 BK-RecordType PIC X.
   05 BK-CustomerImage PIC X(200).
01 BackupTrailerRecord.
   05 BKT-RecordType PIC X.
   05 BKT-RecordCount PIC 9(8).
   05 BKT-BalanceHash PIC 9(13)V99.
   05 FILLER PIC X(177).

FD SalesIndexCountFile.
01 SalesIndexCountLine PIC 9(6).
