IDENTIFICATION DIVISION.
PROGRAM-ID. InterestTaxReporting.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TransactionLogFile ASSIGN TO "TRANSACTION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranLogStatus.

    SELECT LogArchiveFile ASSIGN TO "TRANLOG.ARC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ArchiveStatus.

    COPY "CustomerMasterFileControl.cpy".
    COPY "CustInfoFileControl.cpy".
    COPY "CustRelFileControl.cpy".

    SELECT PayerConfigFile ASSIGN TO "TAXPAYER.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PayerCfgStatus.

    SELECT FilingRegisterFile ASSIGN TO "INTTAXREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RegisterStatus.

    SELECT TaxFilingFile ASSIGN TO "TAXFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FilingStatus.

    SELECT TaxAmendFile ASSIGN TO "TAXAMEND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FilingStatus.

    SELECT TaxNoticeFile ASSIGN TO "TAXNOTICE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NoticeStatus.

    SELECT TaxMailFile ASSIGN TO "TAXMAIL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TaxMailStatus.

    SELECT TaxExceptionFile ASSIGN TO "TAXEXCP.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TaxExcpStatus.

    COPY "OperatorMasterFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD TransactionLogFile.
COPY "TransactionLogRecord.cpy".

FD LogArchiveFile.
01 LogArchiveRecord PIC X(89).

FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD CustInfoFile.
COPY "CustInfoRecord.cpy".

FD CustRelFile.
COPY "CustRelRecord.cpy".

FD PayerConfigFile.
01 PayerConfigLine PIC X(51).

FD FilingRegisterFile.
01 FilingRegisterRecord.
   05 FR-TaxYear            PIC 9(4).
   05 FR-AccountNumber      PIC 9(8).
   05 FR-Amount             PIC 9(9)V99.
   05 FR-TaxID              PIC X(11).
   05 FR-Name               PIC X(40).
   05 FR-FilingType         PIC X.
   05 FR-FiledDate          PIC 9(8).
   05 FR-FiledBy            PIC X(8).

FD TaxFilingFile.
01 TaxFilingLine PIC X(167).

FD TaxAmendFile.
01 TaxAmendLine PIC X(167).

FD TaxNoticeFile.
01 TaxNoticeLine PIC X(80).

FD TaxMailFile.
01 TaxMailRecord.
   05 TM-AccountNumber PIC 9(8).
   05 TM-CustomerName PIC X(20).
   05 TM-AddressLine1 PIC X(30).
   05 TM-AddressLine2 PIC X(30).
   05 TM-City PIC X(20).
   05 TM-PostalCode PIC X(10).
   05 TM-PageFrom PIC 9(4).
   05 TM-PageTo PIC 9(4).

FD TaxExceptionFile.
01 TaxExceptionLine PIC X(100).

COPY "OperatorMasterFD.cpy".
COPY "ErrorLogFD.cpy".

WORKING-STORAGE SECTION.
01 WS-TranLogStatus PIC 9(2) VALUE ZEROS.
01 WS-ArchiveStatus PIC 9(2) VALUE ZEROS.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-PayerCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-RegisterStatus PIC 9(2) VALUE ZEROS.
01 WS-FilingStatus PIC 9(2) VALUE ZEROS.
01 WS-NoticeStatus PIC 9(2) VALUE ZEROS.
01 WS-TaxMailStatus PIC 9(2) VALUE ZEROS.
01 WS-TaxExcpStatus PIC 9(2) VALUE ZEROS.
01 WS-MasterOpen PIC X VALUE "N".
01 WS-EndOfLog PIC X VALUE "N".
01 WS-EndOfRegister PIC X VALUE "N".

01 WS-LogEntry.
   05 WS-Log-AccountNumber    PIC 9(8).
   05 WS-Log-CustomerName     PIC X(20).
   05 WS-Log-TranDate.
      10 WS-Log-TranYear      PIC 9(4).
      10 FILLER               PIC 9(4).
   05 WS-Log-TransactionType  PIC X.
   05 WS-Log-Amount           PIC 9(7)V99.
   05 WS-Log-BalanceAfter     PIC 9(7)V99.
   05 WS-Log-ReceiptNumber    PIC 9(8).
   05 WS-Log-RefReceiptNumber PIC 9(8).
   05 WS-Log-OperatorID       PIC X(8).
   05 WS-Log-Channel          PIC X(2).
   05 WS-Log-OrigOperatorID   PIC X(8).

01 WS-TodayDate PIC 9(8) VALUE ZEROS.
01 WS-TodayParts REDEFINES WS-TodayDate.
   05 WS-TodayYear PIC 9(4).
   05 FILLER PIC 9(4).
01 WS-TaxYearInput PIC X(4) VALUE SPACES.
01 WS-TaxYear PIC 9(4) VALUE ZEROS.
01 WS-Confirm PIC X VALUE SPACE.
01 WS-AmendedRun PIC X VALUE "N".
01 WS-FilingType PIC X VALUE "O".

01 WS-PayerTaxID PIC X(11) VALUE SPACES.
01 WS-PayerName PIC X(40) VALUE SPACES.

01 WS-InterestTable.
   05 WS-Int OCCURS 5000 TIMES.
      10 WS-Int-Account PIC 9(8).
      10 WS-Int-Amount PIC 9(9)V99.
01 WS-IntCount PIC 9(4) VALUE ZEROS.
01 WS-IntIndex PIC 9(4) VALUE ZEROS.
01 WS-IntFound PIC 9(4) VALUE ZEROS.
01 WS-IntOverflow PIC 9(6) VALUE ZEROS.

01 WS-RegisterTable.
   05 WS-Reg OCCURS 5000 TIMES.
      10 WS-Reg-TaxYear PIC 9(4).
      10 WS-Reg-Account PIC 9(8).
      10 WS-Reg-Amount PIC 9(9)V99.
      10 WS-Reg-TaxID PIC X(11).
      10 WS-Reg-Name PIC X(40).
      10 WS-Reg-FilingType PIC X.
      10 WS-Reg-FiledDate PIC 9(8).
      10 WS-Reg-FiledBy PIC X(8).
01 WS-RegCount PIC 9(4) VALUE ZEROS.
01 WS-RegIndex PIC 9(4) VALUE ZEROS.
01 WS-RegFound PIC 9(4) VALUE ZEROS.
01 WS-RegOverflow PIC 9(6) VALUE ZEROS.
01 WS-PriorFiledCount PIC 9(6) VALUE ZEROS.

01 WS-Recipient.
   05 WS-Rcp-Account PIC 9(8).
   05 WS-Rcp-Amount PIC 9(9)V99.
   05 WS-Rcp-PriorAmount PIC 9(9)V99.
   05 WS-Rcp-Name PIC X(40).
   05 WS-Rcp-TaxID PIC X(11).
   05 WS-Rcp-AddressLine1 PIC X(30).
   05 WS-Rcp-AddressLine2 PIC X(30).
   05 WS-Rcp-City PIC X(20).
   05 WS-Rcp-PostalCode PIC X(10).

01 WS-FilingHeader.
   05 WS-FH-RecordType PIC X VALUE "H".
   05 WS-FH-TaxYear PIC 9(4).
   05 WS-FH-PayerTaxID PIC X(11).
   05 WS-FH-PayerName PIC X(40).
   05 WS-FH-FilingType PIC X.
   05 WS-FH-CreatedDate PIC 9(8).
   05 FILLER PIC X(102) VALUE SPACES.
01 WS-FilingDetail.
   05 WS-FD-RecordType PIC X VALUE "B".
   05 WS-FD-TaxYear PIC 9(4).
   05 WS-FD-FilingType PIC X.
   05 WS-FD-AccountNumber PIC 9(8).
   05 WS-FD-TaxID PIC X(11).
   05 WS-FD-TaxIDMissing PIC X.
   05 WS-FD-Name PIC X(40).
   05 WS-FD-AddressLine1 PIC X(30).
   05 WS-FD-AddressLine2 PIC X(30).
   05 WS-FD-City PIC X(20).
   05 WS-FD-PostalCode PIC X(10).
   05 WS-FD-Interest PIC 9(9)V99.
01 WS-FilingTrailer.
   05 WS-FT-RecordType PIC X VALUE "T".
   05 WS-FT-RecordCount PIC 9(6).
   05 WS-FT-TotalInterest PIC 9(11)V99.
   05 FILLER PIC X(147) VALUE SPACES.

01 WS-LogEntriesRead PIC 9(6) VALUE ZEROS.
01 WS-InterestEntries PIC 9(6) VALUE ZEROS.
01 WS-FiledCount PIC 9(6) VALUE ZEROS.
01 WS-FiledTotal PIC 9(11)V99 VALUE ZEROS.
01 WS-MissingTaxIDCount PIC 9(6) VALUE ZEROS.
01 WS-UnchangedCount PIC 9(6) VALUE ZEROS.
01 WS-MailedCount PIC 9(6) VALUE ZEROS.
01 WS-MailExceptionCount PIC 9(6) VALUE ZEROS.
01 WS-PageNumber PIC 9(4) VALUE ZEROS.
01 WS-AddressComplete PIC X VALUE "Y".

01 WS-PageNumber-Edit PIC ZZZ9.
01 WS-Date-Edit PIC 9(4)/99/99.
01 WS-AccountNumber-Edit PIC Z(7)9.
01 WS-Amount-Edit PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Amount2-Edit PIC ZZZ,ZZZ,ZZ9.99.
01 WS-Total-Edit PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Count-Edit PIC ZZZ,ZZ9.
01 WS-TaxIDTail PIC X(4) VALUE SPACES.
01 WS-TaxIDLength PIC 9(2) VALUE ZEROS.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "OperatorSignonFields.cpy".
COPY "CustInfoFields.cpy".

PROCEDURE DIVISION.
Begin.
    DISPLAY "Enter supervisor operator ID: ".
    ACCEPT WS-Signon-OperatorID.
    PERFORM VERIFY-OPERATOR-SIGNON
    IF WS-Signon-Valid = "N"
        STOP RUN
    END-IF
    IF WS-Signon-Role NOT = "S" AND WS-Signon-Role NOT = "A"
        DISPLAY "Error: Year-end tax filing requires the supervisor role. "
                "Sign-on refused."
        STOP RUN
    END-IF
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD

    DISPLAY "Enter the tax year (YYYY): "
    ACCEPT WS-TaxYearInput
    IF WS-TaxYearInput IS NOT NUMERIC
        DISPLAY "Error: The tax year must be four digits."
        STOP RUN
    END-IF
    MOVE WS-TaxYearInput TO WS-TaxYear
    IF WS-TaxYear > WS-TodayYear OR WS-TaxYear < 1900
        DISPLAY "Error: " WS-TaxYear " is not a tax year that can be filed."
        STOP RUN
    END-IF
    IF WS-TaxYear = WS-TodayYear
        DISPLAY "Warning: the " WS-TaxYear " tax year has not ended - interest "
                "posted after today will need a corrected filing."
    END-IF

    PERFORM LOAD-PAYER-DETAILS
    PERFORM LOAD-FILING-REGISTER
    IF WS-PriorFiledCount > ZERO
        MOVE "Y" TO WS-AmendedRun
        MOVE "C" TO WS-FilingType
        DISPLAY "The " WS-TaxYear " year has already been filed ("
                WS-PriorFiledCount " account(s)). This run will produce a "
                "corrected filing of the differences."
    END-IF

    PERFORM TOTAL-INTEREST-PAID
    MOVE WS-IntCount TO WS-Count-Edit
    DISPLAY "Accounts with interest paid in " WS-TaxYear ": " WS-Count-Edit
    IF WS-IntOverflow > ZERO
        DISPLAY "Error: more than 5000 accounts were paid interest - the "
                "filing would be incomplete. No files written."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-AmendedRun = "Y"
        DISPLAY "Produce the corrected filing TAXAMEND.DAT? (Y/N): "
    ELSE
        DISPLAY "Produce the original filing TAXFILE.DAT? (Y/N): "
    END-IF
    ACCEPT WS-Confirm
    IF WS-Confirm NOT = "Y" AND WS-Confirm NOT = "y"
        DISPLAY "Filing cancelled - no files written."
        STOP RUN
    END-IF

    OPEN INPUT CustomerMasterFile
    IF WS-MasterStatus = ZERO
        MOVE "Y" TO WS-MasterOpen
    END-IF
    OPEN INPUT CustInfoFile
    IF WS-CustInfoStatus = ZERO
        OPEN INPUT CustRelFile
        IF WS-CustRelStatus = ZERO
            MOVE "Y" TO WS-Cif-FilesOpen
        ELSE
            CLOSE CustInfoFile
        END-IF
    END-IF

    PERFORM OPEN-FILING-OUTPUTS

    PERFORM VARYING WS-IntIndex FROM 1 BY 1
            UNTIL WS-IntIndex > WS-IntCount
        IF WS-Int-Amount(WS-IntIndex) > ZERO
            PERFORM FILE-ONE-ACCOUNT
        END-IF
    END-PERFORM
    IF WS-AmendedRun = "Y"
        PERFORM VARYING WS-RegIndex FROM 1 BY 1
                UNTIL WS-RegIndex > WS-RegCount
            IF WS-Reg-TaxYear(WS-RegIndex) = WS-TaxYear
                    AND WS-Reg-Amount(WS-RegIndex) > ZERO
                PERFORM FILE-WITHDRAWN-ACCOUNT
            END-IF
        END-PERFORM
    END-IF

    PERFORM CLOSE-FILING-OUTPUTS
    IF WS-MasterOpen = "Y"
        CLOSE CustomerMasterFile
    END-IF
    IF WS-Cif-FilesOpen = "Y"
        CLOSE CustInfoFile
        CLOSE CustRelFile
    END-IF
    PERFORM REWRITE-FILING-REGISTER

    MOVE WS-FiledCount TO WS-Count-Edit
    MOVE WS-FiledTotal TO WS-Total-Edit
    IF WS-AmendedRun = "Y"
        DISPLAY "Corrected records written to TAXAMEND.DAT: " WS-Count-Edit
        DISPLAY "Accounts unchanged since filing:           " WS-UnchangedCount
    ELSE
        DISPLAY "Records written to TAXFILE.DAT:            " WS-Count-Edit
    END-IF
    DISPLAY "Interest reported:                      " WS-Total-Edit
    DISPLAY "Accounts with no tax ID:                   " WS-MissingTaxIDCount
    DISPLAY "Tax notices extracted to TAXMAIL.DAT:      " WS-MailedCount
    DISPLAY "Exceptions listed on TAXEXCP.RPT:          "
            WS-MailExceptionCount
    MOVE ZERO TO RETURN-CODE
    STOP RUN.

LOAD-PAYER-DETAILS.
    OPEN INPUT PayerConfigFile
    IF WS-PayerCfgStatus = ZERO
        READ PayerConfigFile
            AT END CONTINUE
            NOT AT END
                MOVE PayerConfigLine(1:11) TO WS-PayerTaxID
                MOVE PayerConfigLine(12:40) TO WS-PayerName
        END-READ
        CLOSE PayerConfigFile
    END-IF
    IF WS-PayerTaxID = SPACES
        DISPLAY "Warning: TAXPAYER.CFG has no payer tax ID - the filing "
                "header will be blank."
    END-IF.

LOAD-FILING-REGISTER.
    OPEN INPUT FilingRegisterFile
    IF WS-RegisterStatus = ZERO
        PERFORM UNTIL WS-EndOfRegister = "Y"
            READ FilingRegisterFile
                AT END SET WS-EndOfRegister TO "Y"
                NOT AT END
                    IF WS-RegCount < 5000
                        ADD 1 TO WS-RegCount
                        MOVE FR-TaxYear TO WS-Reg-TaxYear(WS-RegCount)
                        MOVE FR-AccountNumber TO WS-Reg-Account(WS-RegCount)
                        MOVE FR-Amount TO WS-Reg-Amount(WS-RegCount)
                        MOVE FR-TaxID TO WS-Reg-TaxID(WS-RegCount)
                        MOVE FR-Name TO WS-Reg-Name(WS-RegCount)
                        MOVE FR-FilingType TO WS-Reg-FilingType(WS-RegCount)
                        MOVE FR-FiledDate TO WS-Reg-FiledDate(WS-RegCount)
                        MOVE FR-FiledBy TO WS-Reg-FiledBy(WS-RegCount)
                        IF FR-TaxYear = WS-TaxYear
                            ADD 1 TO WS-PriorFiledCount
                        END-IF
                    ELSE
                        ADD 1 TO WS-RegOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE FilingRegisterFile
    END-IF
    IF WS-RegOverflow > ZERO
        DISPLAY "Error: INTTAXREG.DAT holds more than 5000 filed accounts - "
                "the register cannot be updated without losing the overflow."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

TOTAL-INTEREST-PAID.
    OPEN INPUT TransactionLogFile
    IF WS-TranLogStatus = ZERO
        MOVE "N" TO WS-EndOfLog
        PERFORM UNTIL WS-EndOfLog = "Y"
            READ TransactionLogFile INTO WS-LogEntry
                AT END SET WS-EndOfLog TO "Y"
                NOT AT END PERFORM ADD-INTEREST-ENTRY
            END-READ
        END-PERFORM
        CLOSE TransactionLogFile
    END-IF
    OPEN INPUT LogArchiveFile
    IF WS-ArchiveStatus = ZERO
        MOVE "N" TO WS-EndOfLog
        PERFORM UNTIL WS-EndOfLog = "Y"
            READ LogArchiveFile INTO WS-LogEntry
                AT END SET WS-EndOfLog TO "Y"
                NOT AT END PERFORM ADD-INTEREST-ENTRY
            END-READ
        END-PERFORM
        CLOSE LogArchiveFile
    END-IF.

ADD-INTEREST-ENTRY.
    ADD 1 TO WS-LogEntriesRead
    IF WS-Log-TransactionType = "I" AND WS-Log-TranYear = WS-TaxYear
        ADD 1 TO WS-InterestEntries
        MOVE ZERO TO WS-IntFound
        PERFORM VARYING WS-IntIndex FROM 1 BY 1
                UNTIL WS-IntIndex > WS-IntCount OR WS-IntFound > ZERO
            IF WS-Int-Account(WS-IntIndex) = WS-Log-AccountNumber
                MOVE WS-IntIndex TO WS-IntFound
            END-IF
        END-PERFORM
        IF WS-IntFound = ZERO
            IF WS-IntCount < 5000
                ADD 1 TO WS-IntCount
                MOVE WS-IntCount TO WS-IntFound
                MOVE WS-Log-AccountNumber TO WS-Int-Account(WS-IntFound)
                MOVE ZEROS TO WS-Int-Amount(WS-IntFound)
            ELSE
                ADD 1 TO WS-IntOverflow
            END-IF
        END-IF
        IF WS-IntFound > ZERO
            ADD WS-Log-Amount TO WS-Int-Amount(WS-IntFound)
        END-IF
    END-IF.

OPEN-FILING-OUTPUTS.
    MOVE WS-TaxYear TO WS-FH-TaxYear
    MOVE WS-PayerTaxID TO WS-FH-PayerTaxID
    MOVE WS-PayerName TO WS-FH-PayerName
    MOVE WS-FilingType TO WS-FH-FilingType
    MOVE WS-TodayDate TO WS-FH-CreatedDate
    IF WS-AmendedRun = "Y"
        OPEN OUTPUT TaxAmendFile
    ELSE
        OPEN OUTPUT TaxFilingFile
    END-IF
    IF WS-FilingStatus NOT EQUAL ZERO
        MOVE WS-FilingStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open the tax filing file. File Status: "
                WS-FilingStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-FilingStatus TO WS-ErrorLog-FileStatus
        IF WS-AmendedRun = "Y"
            MOVE "TAXAMEND.DAT" TO WS-ErrorLog-FileName
        ELSE
            MOVE "TAXFILE.DAT" TO WS-ErrorLog-FileName
        END-IF
        PERFORM LOG-TAXREPORT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-AmendedRun = "Y"
        WRITE TaxAmendLine FROM WS-FilingHeader
    ELSE
        WRITE TaxFilingLine FROM WS-FilingHeader
    END-IF

    OPEN OUTPUT TaxNoticeFile
    IF WS-NoticeStatus NOT EQUAL ZERO
        MOVE WS-NoticeStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open TAXNOTICE.RPT. File Status: " WS-NoticeStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-NoticeStatus TO WS-ErrorLog-FileStatus
        MOVE "TAXNOTICE.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-TAXREPORT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT TaxMailFile
    IF WS-TaxMailStatus NOT EQUAL ZERO
        MOVE WS-TaxMailStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open TAXMAIL.DAT. File Status: " WS-TaxMailStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-TaxMailStatus TO WS-ErrorLog-FileStatus
        MOVE "TAXMAIL.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-TAXREPORT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT TaxExceptionFile
    IF WS-TaxExcpStatus NOT EQUAL ZERO
        MOVE WS-TaxExcpStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open TAXEXCP.RPT. File Status: " WS-TaxExcpStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-TaxExcpStatus TO WS-ErrorLog-FileStatus
        MOVE "TAXEXCP.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-TAXREPORT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE SPACES TO TaxExceptionLine
    STRING "=========== INTEREST TAX REPORTING EXCEPTIONS  Tax Year " DELIMITED SIZE
           WS-TaxYear DELIMITED SIZE
           " ===========" DELIMITED SIZE
           INTO TaxExceptionLine
    WRITE TaxExceptionLine
    MOVE SPACES TO TaxExceptionLine
    WRITE TaxExceptionLine.

FILE-ONE-ACCOUNT.
    MOVE WS-Int-Account(WS-IntIndex) TO WS-Rcp-Account
    MOVE WS-Int-Amount(WS-IntIndex) TO WS-Rcp-Amount
    MOVE ZEROS TO WS-Rcp-PriorAmount
    PERFORM RESOLVE-RECIPIENT
    MOVE ZERO TO WS-RegFound
    IF WS-AmendedRun = "Y"
        PERFORM FIND-REGISTER-ENTRY
    END-IF
    IF WS-RegFound > ZERO
        MOVE WS-Reg-Amount(WS-RegFound) TO WS-Rcp-PriorAmount
        IF WS-Reg-Amount(WS-RegFound) = WS-Rcp-Amount
                AND WS-Reg-TaxID(WS-RegFound) = WS-Rcp-TaxID
                AND WS-Reg-Name(WS-RegFound) = WS-Rcp-Name
            ADD 1 TO WS-UnchangedCount
        ELSE
            PERFORM WRITE-FILING-RECORD
        END-IF
    ELSE
        PERFORM WRITE-FILING-RECORD
    END-IF.

FILE-WITHDRAWN-ACCOUNT.
    MOVE ZERO TO WS-IntFound
    PERFORM VARYING WS-IntIndex FROM 1 BY 1
            UNTIL WS-IntIndex > WS-IntCount OR WS-IntFound > ZERO
        IF WS-Int-Account(WS-IntIndex) = WS-Reg-Account(WS-RegIndex)
                AND WS-Int-Amount(WS-IntIndex) > ZERO
            MOVE WS-IntIndex TO WS-IntFound
        END-IF
    END-PERFORM
    IF WS-IntFound = ZERO
        MOVE WS-Reg-Account(WS-RegIndex) TO WS-Rcp-Account
        MOVE ZEROS TO WS-Rcp-Amount
        MOVE WS-Reg-Amount(WS-RegIndex) TO WS-Rcp-PriorAmount
        PERFORM RESOLVE-RECIPIENT
        MOVE WS-RegIndex TO WS-RegFound
        PERFORM WRITE-FILING-RECORD
    END-IF.

FIND-REGISTER-ENTRY.
    MOVE ZERO TO WS-RegFound
    PERFORM VARYING WS-RegIndex FROM 1 BY 1
            UNTIL WS-RegIndex > WS-RegCount OR WS-RegFound > ZERO
        IF WS-Reg-TaxYear(WS-RegIndex) = WS-TaxYear
                AND WS-Reg-Account(WS-RegIndex) = WS-Rcp-Account
            MOVE WS-RegIndex TO WS-RegFound
        END-IF
    END-PERFORM.

RESOLVE-RECIPIENT.
    MOVE SPACES TO WS-Rcp-Name
    MOVE SPACES TO WS-Rcp-TaxID
    MOVE SPACES TO WS-Rcp-AddressLine1
    MOVE SPACES TO WS-Rcp-AddressLine2
    MOVE SPACES TO WS-Rcp-City
    MOVE SPACES TO WS-Rcp-PostalCode
    IF WS-MasterOpen = "Y"
        MOVE WS-Rcp-Account TO CM-AccountNumber
        READ CustomerMasterFile
            INVALID KEY
                MOVE "(not on master)" TO WS-Rcp-Name
            NOT INVALID KEY
                MOVE CM-CustomerName TO WS-Rcp-Name
                MOVE CM-AddressLine1 TO WS-Rcp-AddressLine1
                MOVE CM-AddressLine2 TO WS-Rcp-AddressLine2
                MOVE CM-City TO WS-Rcp-City
                MOVE CM-PostalCode TO WS-Rcp-PostalCode
        END-READ
    END-IF
    MOVE WS-Rcp-Account TO WS-Cif-AccountNumber
    PERFORM LOAD-ACCOUNT-OWNERS
    IF WS-Cif-PrimaryFound = "Y"
        MOVE CI-LegalName TO WS-Rcp-Name
        MOVE CI-TaxID TO WS-Rcp-TaxID
        MOVE CI-AddressLine1 TO WS-Rcp-AddressLine1
        MOVE CI-AddressLine2 TO WS-Rcp-AddressLine2
        MOVE CI-City TO WS-Rcp-City
        MOVE CI-PostalCode TO WS-Rcp-PostalCode
    END-IF.

WRITE-FILING-RECORD.
    MOVE WS-TaxYear TO WS-FD-TaxYear
    MOVE WS-FilingType TO WS-FD-FilingType
    MOVE WS-Rcp-Account TO WS-FD-AccountNumber
    MOVE WS-Rcp-TaxID TO WS-FD-TaxID
    MOVE "N" TO WS-FD-TaxIDMissing
    IF WS-Rcp-TaxID = SPACES
        MOVE "Y" TO WS-FD-TaxIDMissing
    END-IF
    MOVE WS-Rcp-Name TO WS-FD-Name
    MOVE WS-Rcp-AddressLine1 TO WS-FD-AddressLine1
    MOVE WS-Rcp-AddressLine2 TO WS-FD-AddressLine2
    MOVE WS-Rcp-City TO WS-FD-City
    MOVE WS-Rcp-PostalCode TO WS-FD-PostalCode
    MOVE WS-Rcp-Amount TO WS-FD-Interest
    IF WS-AmendedRun = "Y"
        WRITE TaxAmendLine FROM WS-FilingDetail
    ELSE
        WRITE TaxFilingLine FROM WS-FilingDetail
    END-IF
    ADD 1 TO WS-FiledCount
    ADD WS-Rcp-Amount TO WS-FiledTotal

    IF WS-FD-TaxIDMissing = "Y"
        ADD 1 TO WS-MissingTaxIDCount
        ADD 1 TO WS-MailExceptionCount
        MOVE WS-Rcp-Account TO WS-AccountNumber-Edit
        MOVE SPACES TO TaxExceptionLine
        STRING "Account " DELIMITED SIZE
               WS-AccountNumber-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-Rcp-Name(1:30) DELIMITED SIZE
               "  no tax ID on file - filed as missing" DELIMITED SIZE
               INTO TaxExceptionLine
        WRITE TaxExceptionLine
    END-IF

    PERFORM WRITE-TAX-NOTICE
    PERFORM UPDATE-FILING-REGISTER.

WRITE-TAX-NOTICE.
    ADD 1 TO WS-PageNumber
    MOVE WS-PageNumber TO WS-PageNumber-Edit
    MOVE SPACES TO TaxNoticeLine
    IF WS-AmendedRun = "Y"
        STRING "CORRECTED INTEREST INCOME TAX NOTICE   Tax Year " DELIMITED SIZE
               WS-TaxYear DELIMITED SIZE
               "   Page " DELIMITED SIZE
               WS-PageNumber-Edit DELIMITED SIZE
               INTO TaxNoticeLine
    ELSE
        STRING "INTEREST INCOME TAX NOTICE   Tax Year " DELIMITED SIZE
               WS-TaxYear DELIMITED SIZE
               "   Page " DELIMITED SIZE
               WS-PageNumber-Edit DELIMITED SIZE
               INTO TaxNoticeLine
    END-IF
    IF WS-PageNumber = 1
        WRITE TaxNoticeLine
    ELSE
        WRITE TaxNoticeLine AFTER ADVANCING PAGE
    END-IF
    MOVE SPACES TO TaxNoticeLine
    WRITE TaxNoticeLine
    MOVE WS-Rcp-Name TO TaxNoticeLine
    WRITE TaxNoticeLine
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-Rcp-AddressLine1)) > 0
        MOVE WS-Rcp-AddressLine1 TO TaxNoticeLine
        WRITE TaxNoticeLine
    END-IF
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-Rcp-AddressLine2)) > 0
        MOVE WS-Rcp-AddressLine2 TO TaxNoticeLine
        WRITE TaxNoticeLine
    END-IF
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-Rcp-City)) > 0
        MOVE SPACES TO TaxNoticeLine
        STRING WS-Rcp-City DELIMITED SIZE
               " " DELIMITED SIZE
               WS-Rcp-PostalCode DELIMITED SIZE
               INTO TaxNoticeLine
        WRITE TaxNoticeLine
    END-IF
    MOVE SPACES TO TaxNoticeLine
    WRITE TaxNoticeLine
    MOVE WS-Rcp-Account TO WS-AccountNumber-Edit
    MOVE SPACES TO TaxNoticeLine
    STRING "Account No: " DELIMITED SIZE
           WS-AccountNumber-Edit DELIMITED SIZE
           INTO TaxNoticeLine
    WRITE TaxNoticeLine
    MOVE WS-Rcp-Amount TO WS-Amount-Edit
    MOVE SPACES TO TaxNoticeLine
    STRING "Interest paid to you in " DELIMITED SIZE
           WS-TaxYear DELIMITED SIZE
           ":     " DELIMITED SIZE
           WS-Amount-Edit DELIMITED SIZE
           INTO TaxNoticeLine
    WRITE TaxNoticeLine
    IF WS-AmendedRun = "Y"
        MOVE WS-Rcp-PriorAmount TO WS-Amount2-Edit
        MOVE SPACES TO TaxNoticeLine
        STRING "Amount previously reported:    " DELIMITED SIZE
               WS-Amount2-Edit DELIMITED SIZE
               INTO TaxNoticeLine
        WRITE TaxNoticeLine
    END-IF
    MOVE SPACES TO TaxNoticeLine
    IF WS-Rcp-TaxID = SPACES
        STRING "Taxpayer ID: NOT ON FILE - please give the bank your "
               "taxpayer ID" DELIMITED SIZE
               INTO TaxNoticeLine
    ELSE
        MOVE ZERO TO WS-TaxIDLength
        INSPECT FUNCTION REVERSE(WS-Rcp-TaxID)
            TALLYING WS-TaxIDLength FOR LEADING SPACES
        COMPUTE WS-TaxIDLength = 11 - WS-TaxIDLength
        MOVE SPACES TO WS-TaxIDTail
        IF WS-TaxIDLength > 4
            MOVE WS-Rcp-TaxID(WS-TaxIDLength - 3:4) TO WS-TaxIDTail
        ELSE
            MOVE WS-Rcp-TaxID(1:4) TO WS-TaxIDTail
        END-IF
        STRING "Taxpayer ID on file ending: " DELIMITED SIZE
               WS-TaxIDTail DELIMITED SIZE
               INTO TaxNoticeLine
    END-IF
    WRITE TaxNoticeLine
    MOVE SPACES TO TaxNoticeLine
    WRITE TaxNoticeLine
    MOVE SPACES TO TaxNoticeLine
    STRING "Payer: " DELIMITED SIZE
           WS-PayerName DELIMITED SIZE
           "  ID " DELIMITED SIZE
           WS-PayerTaxID DELIMITED SIZE
           INTO TaxNoticeLine
    WRITE TaxNoticeLine
    MOVE SPACES TO TaxNoticeLine
    STRING "This amount has been reported to the tax authority."
           DELIMITED SIZE INTO TaxNoticeLine
    WRITE TaxNoticeLine

    MOVE "Y" TO WS-AddressComplete
    IF FUNCTION LENGTH(FUNCTION TRIM(WS-Rcp-AddressLine1)) = 0
            OR FUNCTION LENGTH(FUNCTION TRIM(WS-Rcp-City)) = 0
            OR FUNCTION LENGTH(FUNCTION TRIM(WS-Rcp-PostalCode)) = 0
        MOVE "N" TO WS-AddressComplete
    END-IF
    IF WS-AddressComplete = "Y"
        MOVE WS-Rcp-Account TO TM-AccountNumber
        MOVE WS-Rcp-Name TO TM-CustomerName
        MOVE WS-Rcp-AddressLine1 TO TM-AddressLine1
        MOVE WS-Rcp-AddressLine2 TO TM-AddressLine2
        MOVE WS-Rcp-City TO TM-City
        MOVE WS-Rcp-PostalCode TO TM-PostalCode
        MOVE WS-PageNumber TO TM-PageFrom
        MOVE WS-PageNumber TO TM-PageTo
        WRITE TaxMailRecord
        ADD 1 TO WS-MailedCount
    ELSE
        ADD 1 TO WS-MailExceptionCount
        MOVE SPACES TO TaxExceptionLine
        STRING "Account " DELIMITED SIZE
               WS-AccountNumber-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-Rcp-Name(1:30) DELIMITED SIZE
               "  address incomplete - notice not extracted for mailing"
               DELIMITED SIZE
               INTO TaxExceptionLine
        WRITE TaxExceptionLine
    END-IF.

UPDATE-FILING-REGISTER.
    IF WS-RegFound = ZERO
        IF WS-RegCount < 5000
            ADD 1 TO WS-RegCount
            MOVE WS-RegCount TO WS-RegFound
        ELSE
            ADD 1 TO WS-RegOverflow
        END-IF
    END-IF
    IF WS-RegFound > ZERO
        MOVE WS-TaxYear TO WS-Reg-TaxYear(WS-RegFound)
        MOVE WS-Rcp-Account TO WS-Reg-Account(WS-RegFound)
        MOVE WS-Rcp-Amount TO WS-Reg-Amount(WS-RegFound)
        MOVE WS-Rcp-TaxID TO WS-Reg-TaxID(WS-RegFound)
        MOVE WS-Rcp-Name TO WS-Reg-Name(WS-RegFound)
        MOVE WS-FilingType TO WS-Reg-FilingType(WS-RegFound)
        MOVE WS-TodayDate TO WS-Reg-FiledDate(WS-RegFound)
        MOVE WS-Signon-OperatorID TO WS-Reg-FiledBy(WS-RegFound)
    END-IF.

CLOSE-FILING-OUTPUTS.
    MOVE WS-FiledCount TO WS-FT-RecordCount
    MOVE WS-FiledTotal TO WS-FT-TotalInterest
    IF WS-AmendedRun = "Y"
        WRITE TaxAmendLine FROM WS-FilingTrailer
        CLOSE TaxAmendFile
    ELSE
        WRITE TaxFilingLine FROM WS-FilingTrailer
        CLOSE TaxFilingFile
    END-IF
    CLOSE TaxNoticeFile
    CLOSE TaxMailFile
    IF WS-MailExceptionCount = ZERO
        MOVE SPACES TO TaxExceptionLine
        STRING "  (no missing tax IDs or incomplete addresses)"
               INTO TaxExceptionLine
        WRITE TaxExceptionLine
    END-IF
    IF WS-RegOverflow > ZERO
        MOVE SPACES TO TaxExceptionLine
        STRING "Warning: INTTAXREG.DAT is full - some filed accounts were "
               "not recorded for later corrections" DELIMITED SIZE
               INTO TaxExceptionLine
        WRITE TaxExceptionLine
    END-IF
    CLOSE TaxExceptionFile.

REWRITE-FILING-REGISTER.
    OPEN OUTPUT FilingRegisterFile
    IF WS-RegisterStatus NOT EQUAL ZERO
        MOVE WS-RegisterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to rewrite INTTAXREG.DAT. File Status: "
                WS-RegisterStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-RegisterStatus TO WS-ErrorLog-FileStatus
        MOVE "INTTAXREG.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-TAXREPORT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-RegIndex FROM 1 BY 1
            UNTIL WS-RegIndex > WS-RegCount
        MOVE WS-Reg-TaxYear(WS-RegIndex) TO FR-TaxYear
        MOVE WS-Reg-Account(WS-RegIndex) TO FR-AccountNumber
        MOVE WS-Reg-Amount(WS-RegIndex) TO FR-Amount
        MOVE WS-Reg-TaxID(WS-RegIndex) TO FR-TaxID
        MOVE WS-Reg-Name(WS-RegIndex) TO FR-Name
        MOVE WS-Reg-FilingType(WS-RegIndex) TO FR-FilingType
        MOVE WS-Reg-FiledDate(WS-RegIndex) TO FR-FiledDate
        MOVE WS-Reg-FiledBy(WS-RegIndex) TO FR-FiledBy
        WRITE FilingRegisterRecord
    END-PERFORM
    CLOSE FilingRegisterFile.

LOG-TAXREPORT-ERROR.
    MOVE "InterestTaxReporting" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "OperatorSignon.cpy".
COPY "CustInfoLookup.cpy".

END PROGRAM InterestTaxReporting.
