01 WS-AlertEvent-OpenStatus  PIC 9(2) VALUE ZEROS.
01 WS-AlertEvent-Clock       PIC 9(8) VALUE ZEROS.
01 WS-AlertEvent-Type        PIC X(2) VALUE SPACES.
01 WS-AlertEvent-AccountNumber PIC 9(8) VALUE ZEROS.
01 WS-AlertEvent-Amount      PIC 9(7)V99 VALUE ZEROS.
01 WS-AlertEvent-Detail      PIC X(40) VALUE SPACES.
01 WS-AlertEvent-ProgramName PIC X(20) VALUE SPACES.
