WRITE-ALERT-EVENT.
    OPEN EXTEND AlertEventFile
    IF WS-AlertEvent-OpenStatus = "35"
        OPEN OUTPUT AlertEventFile
        CLOSE AlertEventFile
        OPEN EXTEND AlertEventFile
    END-IF
    IF WS-AlertEvent-OpenStatus = ZERO
        ACCEPT AE-EventDate FROM DATE YYYYMMDD
        ACCEPT WS-AlertEvent-Clock FROM TIME
        MOVE WS-AlertEvent-Clock(1:6) TO AE-EventTime
        MOVE WS-AlertEvent-Type TO AE-AlertType
        MOVE WS-AlertEvent-AccountNumber TO AE-AccountNumber
        MOVE WS-AlertEvent-Amount TO AE-Amount
        MOVE WS-AlertEvent-Detail TO AE-Detail
        MOVE WS-AlertEvent-ProgramName TO AE-ProgramName
        WRITE AlertEventRecord
        CLOSE AlertEventFile
    END-IF.
