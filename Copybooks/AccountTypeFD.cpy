FD AccountTypeFile.
01 AccountTypeConfigLine PIC X(60).
