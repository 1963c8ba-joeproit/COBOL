LOAD-ACCOUNT-TYPES.
    MOVE ZERO TO WS-AcctTypeCount
    MOVE SPACES TO WS-Type-DefaultCode
    MOVE "N" TO WS-EndOfAccountTypeFile
    ACCEPT WS-Type-TodayDate FROM DATE YYYYMMDD
    MOVE WS-Type-TodayDate(1:6) TO WS-Type-CurrentMonth
    OPEN INPUT AccountTypeFile
    IF WS-AccountTypeFileStatus = ZERO
        PERFORM UNTIL WS-EndOfAccountTypeFile = "Y"
            READ AccountTypeFile
                AT END SET WS-EndOfAccountTypeFile TO "Y"
                NOT AT END
                    IF AccountTypeConfigLine(1:2) NOT = SPACES
                            AND WS-AcctTypeCount < 20
                        ADD 1 TO WS-AcctTypeCount
                        MOVE AccountTypeConfigLine(1:2)
                            TO WS-AcctType-Code(WS-AcctTypeCount)
                        MOVE AccountTypeConfigLine(3:20)
                            TO WS-AcctType-Description(WS-AcctTypeCount)
                        COMPUTE WS-AcctType-InterestRate(WS-AcctTypeCount) =
                            FUNCTION NUMVAL(AccountTypeConfigLine(23:10))
                        COMPUTE WS-AcctType-MinBalance(WS-AcctTypeCount) =
                            FUNCTION NUMVAL(AccountTypeConfigLine(33:10))
                        COMPUTE WS-AcctType-WdlAllowance(WS-AcctTypeCount) =
                            FUNCTION NUMVAL(AccountTypeConfigLine(43:5))
                        COMPUTE WS-AcctType-ExcessWdlFee(WS-AcctTypeCount) =
                            FUNCTION NUMVAL(AccountTypeConfigLine(48:10))
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AccountTypeFile
    END-IF
    IF WS-AcctTypeCount > ZERO
        MOVE WS-AcctType-Code(1) TO WS-Type-DefaultCode
    END-IF.

FIND-ACCOUNT-TYPE.
    MOVE "N" TO WS-Type-Found
    MOVE SPACES TO WS-Type-Description
    MOVE ZEROS TO WS-Type-InterestRate
    MOVE ZEROS TO WS-Type-MinBalance
    MOVE ZEROS TO WS-Type-WdlAllowance
    MOVE ZEROS TO WS-Type-ExcessWdlFee
    PERFORM VARYING WS-AcctTypeIndex FROM 1 BY 1
            UNTIL WS-AcctTypeIndex > WS-AcctTypeCount
        IF WS-AcctType-Code(WS-AcctTypeIndex) = WS-Type-Code
                AND WS-Type-Code NOT = SPACES
            MOVE "Y" TO WS-Type-Found
            MOVE WS-AcctType-Description(WS-AcctTypeIndex)
                TO WS-Type-Description
            MOVE WS-AcctType-InterestRate(WS-AcctTypeIndex)
                TO WS-Type-InterestRate
            MOVE WS-AcctType-MinBalance(WS-AcctTypeIndex)
                TO WS-Type-MinBalance
            MOVE WS-AcctType-WdlAllowance(WS-AcctTypeIndex)
                TO WS-Type-WdlAllowance
            MOVE WS-AcctType-ExcessWdlFee(WS-AcctTypeIndex)
                TO WS-Type-ExcessWdlFee
        END-IF
    END-PERFORM.

CHECK-WITHDRAWAL-ALLOWANCE.
    MOVE ZEROS TO WS-Type-ExcessFeeDue
    IF CM-WithdrawalMonth = WS-Type-CurrentMonth
        MOVE CM-WithdrawalCount TO WS-Type-WdlCountAfter
    ELSE
        MOVE ZEROS TO WS-Type-WdlCountAfter
    END-IF
    IF WS-Type-WdlCountAfter < 999
        ADD 1 TO WS-Type-WdlCountAfter
    END-IF
    IF WS-Type-WdlAllowance > ZERO
            AND WS-Type-WdlCountAfter > WS-Type-WdlAllowance
        MOVE WS-Type-ExcessWdlFee TO WS-Type-ExcessFeeDue
    END-IF.

COUNT-ACCOUNT-WITHDRAWAL.
    MOVE WS-Type-CurrentMonth TO CM-WithdrawalMonth
    MOVE WS-Type-WdlCountAfter TO CM-WithdrawalCount.
