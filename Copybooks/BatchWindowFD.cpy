FD BatchWindowFile.
01 BatchWindowLine.
   05 BW-State        PIC X.
   05 BW-ChangedDate  PIC 9(8).
   05 BW-ChangedTime  PIC 9(6).
