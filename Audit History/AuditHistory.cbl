01 WS-EntryDate PIC 9(8) VALUE ZEROS.
01 WS-EntrySelected PIC X VALUE "N".

01 WS-BeforeImage PIC X(200) VALUE SPACES.
01 WS-BeforeView REDEFINES WS-BeforeImage.
   05 WS-B-AccountNumber PIC X(8).
   05 WS-B-CustomerName PIC X(20).
   05 WS-B-AccountStatus PIC X.
   05 WS-B-HoldAmount PIC X(9).
   05 WS-B-HoldReleaseDate PIC X(8).
   05 WS-B-AccountType PIC X(2).
   05 WS-B-WithdrawalMonth PIC X(6).
   05 WS-B-WithdrawalCount PIC X(3).
   05 WS-B-BranchCode PIC X(4).
   05 FILLER PIC X(9).
01 WS-AfterImage PIC X(200) VALUE SPACES.
01 WS-AfterView REDEFINES WS-AfterImage.
   05 WS-A-AccountNumber PIC X(8).
   05 WS-A-CustomerName PIC X(20).
   05 WS-A-AccountStatus PIC X.
   05 WS-A-HoldAmount PIC X(9).
   05 WS-A-HoldReleaseDate PIC X(8).
   05 WS-A-AccountType PIC X(2).
   05 WS-A-WithdrawalMonth PIC X(6).
   05 WS-A-WithdrawalCount PIC X(3).
   05 WS-A-BranchCode PIC X(4).
   05 FILLER PIC X(9).

01 WS-ChangedFieldCount PIC 9(3) VALUE ZEROS.
01 WS-FieldLabel PIC X(16) VALUE SPACES.
        MOVE WS-B-HoldReleaseDate TO WS-BeforeText
        MOVE WS-A-HoldReleaseDate TO WS-AfterText
        PERFORM WRITE-CHANGED-FIELD
    END-IF
    IF WS-B-AccountType NOT = WS-A-AccountType
        MOVE "Account Type" TO WS-FieldLabel
        MOVE WS-B-AccountType TO WS-BeforeText
        MOVE WS-A-AccountType TO WS-AfterText
        PERFORM WRITE-CHANGED-FIELD
    END-IF
    IF WS-B-WithdrawalMonth NOT = WS-A-WithdrawalMonth
        MOVE "Withdrawal Month" TO WS-FieldLabel
        MOVE WS-B-WithdrawalMonth TO WS-BeforeText
        MOVE WS-A-WithdrawalMonth TO WS-AfterText
        PERFORM WRITE-CHANGED-FIELD
    END-IF
    IF WS-B-WithdrawalCount NOT = WS-A-WithdrawalCount
        MOVE "Withdrawals" TO WS-FieldLabel
        MOVE WS-B-WithdrawalCount TO WS-BeforeText
        MOVE WS-A-WithdrawalCount TO WS-AfterText
        PERFORM WRITE-CHANGED-FIELD
    END-IF
    IF WS-B-BranchCode NOT = WS-A-BranchCode
        MOVE "Home Branch" TO WS-FieldLabel
        MOVE WS-B-BranchCode TO WS-BeforeText
        MOVE WS-A-BranchCode TO WS-AfterText
        PERFORM WRITE-CHANGED-FIELD
    END-IF.

EDIT-AMOUNT-BEFORE.
