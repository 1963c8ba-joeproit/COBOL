LOAD-BRANCHES.
    MOVE ZERO TO WS-BranchCount
    MOVE SPACES TO WS-Branch-DefaultCode
    MOVE "N" TO WS-EndOfBranchFile
    OPEN INPUT BranchFile
    IF WS-BranchFileStatus = ZERO
        PERFORM UNTIL WS-EndOfBranchFile = "Y"
            READ BranchFile
                AT END SET WS-EndOfBranchFile TO "Y"
                NOT AT END
                    IF BranchConfigLine(1:4) NOT = SPACES
                            AND WS-BranchCount < 50
                        ADD 1 TO WS-BranchCount
                        MOVE BranchConfigLine(1:4)
                            TO WS-Branch-TableCode(WS-BranchCount)
                        MOVE BranchConfigLine(5:20)
                            TO WS-Branch-TableName(WS-BranchCount)
                        IF BranchConfigLine(25:4) IS NUMERIC
                            MOVE BranchConfigLine(25:4)
                                TO WS-Branch-TableCostCentre(WS-BranchCount)
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BranchFile
    END-IF
    IF WS-BranchCount > ZERO
        MOVE WS-Branch-TableCode(1) TO WS-Branch-DefaultCode
    END-IF.

FIND-BRANCH.
    MOVE "N" TO WS-Branch-Found
    MOVE SPACES TO WS-Branch-Name
    MOVE ZEROS TO WS-Branch-CostCentre
    PERFORM VARYING WS-BranchIndex FROM 1 BY 1
            UNTIL WS-BranchIndex > WS-BranchCount
        IF WS-Branch-TableCode(WS-BranchIndex) = WS-Branch-Code
                AND WS-Branch-Code NOT = SPACES
            MOVE "Y" TO WS-Branch-Found
            MOVE WS-Branch-TableName(WS-BranchIndex)
                TO WS-Branch-Name
            MOVE WS-Branch-TableCostCentre(WS-BranchIndex)
                TO WS-Branch-CostCentre
        END-IF
    END-PERFORM.
