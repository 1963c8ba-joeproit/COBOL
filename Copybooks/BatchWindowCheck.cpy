CHECK-BATCH-WINDOW.
    MOVE "N" TO WS-BatchWindow-Open
    MOVE ZEROS TO WS-BatchWindow-Date
    MOVE ZEROS TO WS-BatchWindow-Time
    OPEN INPUT BatchWindowFile
    IF WS-BatchWindowStatus = ZERO
        READ BatchWindowFile
            AT END CONTINUE
            NOT AT END
                IF BW-State = "O"
                    MOVE "Y" TO WS-BatchWindow-Open
                    MOVE BW-ChangedDate TO WS-BatchWindow-Date
                    MOVE BW-ChangedTime TO WS-BatchWindow-Time
                END-IF
        END-READ
        CLOSE BatchWindowFile
    END-IF.
