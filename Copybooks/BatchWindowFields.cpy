01 WS-BatchWindowStatus     PIC 9(2) VALUE ZEROS.
01 WS-BatchWindow-Open      PIC X VALUE "N".
01 WS-BatchWindow-Date      PIC 9(8) VALUE ZEROS.
01 WS-BatchWindow-Time      PIC 9(6) VALUE ZEROS.
