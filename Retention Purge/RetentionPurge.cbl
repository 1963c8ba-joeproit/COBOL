IDENTIFICATION DIVISION.
PROGRAM-ID. RetentionPurge.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY "CustomerMasterFileControl.cpy".
    COPY "AlertPrefFileControl.cpy".
    COPY "CustInfoFileControl.cpy".
    COPY "CustRelFileControl.cpy".

    SELECT AuditWorkFile ASSIGN TO "AUDIT.JRL.WRK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditWorkStatus.

    SELECT RetentionConfigFile ASSIGN TO "PURGEMONTHS.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RetainCfgStatus.

    SELECT CertificateFile ASSIGN TO "PURGECERT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD CustomerMasterFile.
COPY "CustomerMasterRecord.cpy".

FD AlertPrefFile.
COPY "AlertPrefRecord.cpy".

FD CustInfoFile.
COPY "CustInfoRecord.cpy".

FD CustRelFile.
COPY "CustRelRecord.cpy".

FD AuditWorkFile.
01 AuditWorkRecord PIC X(479).

FD RetentionConfigFile.
01 RetentionConfigLine PIC X(10).

FD CertificateFile.
01 CertificateLine PIC X(120).

COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-MasterStatus PIC 9(2) VALUE ZEROS.
01 WS-AlertPrefStatus PIC 9(2) VALUE ZEROS.
01 WS-AuditWorkStatus PIC 9(2) VALUE ZEROS.
01 WS-RetainCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfJournal PIC X VALUE "N".
01 WS-EndOfWork PIC X VALUE "N".
01 WS-EndOfMaster PIC X VALUE "N".
01 WS-JournalPresent PIC X VALUE "N".
01 WS-PrefsPresent PIC X VALUE "N".

01 WS-RetentionMonths PIC 9(3) VALUE 84.
01 WS-TodayDate PIC 9(8) VALUE ZEROS.
01 WS-CutoffDate PIC 9(8) VALUE ZEROS.
01 WS-CutoffDate-Parts REDEFINES WS-CutoffDate.
   05 WS-CD-Year PIC 9(4).
   05 WS-CD-Month PIC 9(2).
   05 WS-CD-Day PIC 9(2).
01 WS-TotalMonths PIC 9(6) VALUE ZEROS.

01 WS-ClosureTable.
   05 WS-Closure OCCURS 5000 TIMES.
      10 WS-Closure-Account PIC 9(8) VALUE ZEROS.
      10 WS-Closure-Date PIC 9(8) VALUE ZEROS.
01 WS-ClosureCount PIC 9(4) VALUE ZEROS.
01 WS-ClosureIndex PIC 9(4) VALUE ZEROS.
01 WS-ClosureOverflow PIC 9(6) VALUE ZEROS.
01 WS-ClosureDate PIC 9(8) VALUE ZEROS.
01 WS-EntryDate PIC 9(8) VALUE ZEROS.

01 WS-PurgeTable.
   05 WS-Purge OCCURS 5000 TIMES.
      10 WS-Purge-Account PIC 9(8) VALUE ZEROS.
      10 WS-Purge-ClosedDate PIC 9(8) VALUE ZEROS.
      10 WS-Purge-State PIC X VALUE SPACE.
      10 WS-Purge-Images PIC 9(6) VALUE ZEROS.
      10 WS-Purge-PrefRemoved PIC X VALUE "N".
01 WS-PurgeCount PIC 9(4) VALUE ZEROS.
01 WS-PurgeIndex PIC 9(4) VALUE ZEROS.
01 WS-SearchIndex PIC 9(4) VALUE ZEROS.
01 WS-PurgeDeferred PIC 9(6) VALUE ZEROS.
01 WS-Found PIC X VALUE "N".

01 WS-CustTable.
   05 WS-Cust OCCURS 5000 TIMES.
      10 WS-Cust-ID PIC 9(8) VALUE ZEROS.
      10 WS-Cust-State PIC X VALUE SPACE.
      10 WS-Cust-Images PIC 9(6) VALUE ZEROS.
01 WS-CustCount PIC 9(4) VALUE ZEROS.
01 WS-CustIndex PIC 9(4) VALUE ZEROS.
01 WS-CustOverflow PIC 9(6) VALUE ZEROS.

01 WS-AnonymisedName PIC X(20) VALUE "ANONYMISED".
01 WS-ImageAccount PIC 9(8) VALUE ZEROS.
01 WS-PurgeImage PIC X(200) VALUE SPACES.
01 WS-PurgeMasterView REDEFINES WS-PurgeImage.
   05 WS-PI-AccountNumber PIC X(8).
   05 WS-PI-CustomerName PIC X(20).
   05 WS-PI-Balance PIC X(9).
   05 WS-PI-LastStatementDate PIC X(8).
   05 WS-PI-AddressLine1 PIC X(30).
   05 WS-PI-AddressLine2 PIC X(30).
   05 WS-PI-City PIC X(20).
   05 WS-PI-PostalCode PIC X(10).
   05 WS-PI-Phone PIC X(15).
   05 WS-PI-OpenedDate PIC X(8).
   05 WS-PI-AccountStatus PIC X.
   05 WS-PI-Remainder PIC X(32).
   05 WS-PI-Unused PIC X(9).
01 WS-PurgePrefView REDEFINES WS-PurgeImage.
   05 WS-PP-AccountNumber PIC X(8).
   05 WS-PP-Channel PIC X.
   05 WS-PP-MobileNumber PIC X(15).
   05 WS-PP-EmailAddress PIC X(50).
   05 WS-PP-Settings PIC X(40).
   05 WS-PP-Unused PIC X(86).
01 WS-PurgeCustView REDEFINES WS-PurgeImage.
   05 WS-PC-CustomerID PIC X(8).
   05 WS-PC-LegalName PIC X(40).
   05 WS-PC-AddressLine1 PIC X(30).
   05 WS-PC-AddressLine2 PIC X(30).
   05 WS-PC-City PIC X(20).
   05 WS-PC-PostalCode PIC X(10).
   05 WS-PC-Phone PIC X(15).
   05 WS-PC-BirthDate PIC X(8).
   05 WS-PC-TaxID PIC X(11).
   05 WS-PC-CreatedDate PIC X(8).
   05 WS-PC-Unused PIC X(20).
01 WS-ImageCustomer PIC 9(8) VALUE ZEROS.
01 WS-ImageScrubbed PIC X VALUE "N".

01 WS-ClosedChecked PIC 9(6) VALUE ZEROS.
01 WS-NoClosureCount PIC 9(6) VALUE ZEROS.
01 WS-RetainedCount PIC 9(6) VALUE ZEROS.
01 WS-MasterAnonymised PIC 9(6) VALUE ZEROS.
01 WS-AlreadyAnonymised PIC 9(6) VALUE ZEROS.
01 WS-JournalRead PIC 9(8) VALUE ZEROS.
01 WS-JournalCopied PIC 9(8) VALUE ZEROS.
01 WS-JournalRestored PIC 9(8) VALUE ZEROS.
01 WS-EntriesScrubbed PIC 9(8) VALUE ZEROS.
01 WS-ImagesScrubbed PIC 9(8) VALUE ZEROS.
01 WS-PrefsRemoved PIC 9(6) VALUE ZEROS.
01 WS-CustAnonymised PIC 9(6) VALUE ZEROS.
01 WS-CustAlready PIC 9(6) VALUE ZEROS.
01 WS-CustKept PIC 9(6) VALUE ZEROS.

01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-Date-Edit PIC 9(4)/99/99.
01 WS-AccountNumber-Edit PIC Z(7)9.
01 WS-CustomerID-Edit PIC Z(7)9.
01 WS-Images-Edit PIC ZZZ,ZZ9.
01 WS-Count-Edit PIC ZZZ,ZZZ,ZZ9.
01 WS-Months-Edit PIC ZZ9.
01 WS-ActionText PIC X(20) VALUE SPACES.
01 WS-PrefText PIC X(20) VALUE SPACES.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".
COPY "JobStatsFields.cpy".
COPY "CustInfoFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "PURGE" TO WS-Audit-OperatorID
    MOVE "RetentionPurge" TO WS-Audit-ProgramName
    MOVE "RetentionPurge" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD

    PERFORM LOAD-RETENTION-MONTHS
    PERFORM COMPUTE-CUTOFF-DATE
    PERFORM SCAN-JOURNAL-CLOSURES

    IF WS-ClosureOverflow > ZERO
        DISPLAY "Error: AUDIT.JRL records closures for more than 5000 "
                "accounts - the closure table overflowed and closure dates "
                "would be missed. No changes made. Run refused."
        MOVE "SCAN" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "AUDIT.JRL" TO WS-ErrorLog-FileName
        PERFORM LOG-PURGE-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O CustomerMasterFile
    IF WS-MasterStatus NOT EQUAL ZERO
        MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open CUSTOMER.MASTER. File Status: " WS-MasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-MasterStatus TO WS-ErrorLog-FileStatus
        MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-PURGE-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT CertificateFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PURGECERT.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "PURGECERT.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-PURGE-ERROR
        CLOSE CustomerMasterFile
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING

    PERFORM UNTIL WS-EndOfMaster = "Y"
        READ CustomerMasterFile NEXT RECORD
            AT END SET WS-EndOfMaster TO "Y"
            NOT AT END
                IF CM-AccountStatus = "C"
                    PERFORM SELECT-CLOSED-ACCOUNT
                END-IF
        END-READ
    END-PERFORM
    IF WS-NoClosureCount = ZERO
        MOVE SPACES TO CertificateLine
        STRING "  (every closed account has a closure entry on AUDIT.JRL)"
               INTO CertificateLine
        WRITE CertificateLine
    END-IF

    IF WS-PurgeCount > ZERO
        PERFORM OPEN-CUSTOMER-INFO-FILES
    END-IF
    IF WS-Cif-FilesOpen = "Y"
        PERFORM COLLECT-PURGED-CUSTOMERS
        IF WS-CustOverflow > ZERO
            DISPLAY "Error: the purged accounts are linked to more than 5000 "
                    "customers - the customer table overflowed and customer "
                    "records would be missed. No changes made. Run refused."
            MOVE "SCAN" TO WS-ErrorLog-Operation
            MOVE ZEROS TO WS-ErrorLog-FileStatus
            MOVE "CUSTREL.MASTER" TO WS-ErrorLog-FileName
            PERFORM LOG-PURGE-ERROR
            PERFORM CLOSE-CUSTOMER-INFO-FILES
            CLOSE CertificateFile
            CLOSE CustomerMasterFile
            PERFORM WRITE-FAILED-JOB-STATS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM VARYING WS-CustIndex FROM 1 BY 1
                UNTIL WS-CustIndex > WS-CustCount
            PERFORM CHECK-PURGED-CUSTOMER
        END-PERFORM
    END-IF

    IF WS-PurgeCount > ZERO AND WS-JournalPresent = "Y"
        PERFORM SCRUB-AUDIT-JOURNAL
        IF WS-ImagesScrubbed > ZERO
            PERFORM RESTORE-AUDIT-JOURNAL
        END-IF
    END-IF

    PERFORM VARYING WS-PurgeIndex FROM 1 BY 1
            UNTIL WS-PurgeIndex > WS-PurgeCount
        IF WS-Purge-State(WS-PurgeIndex) = "N"
            PERFORM ANONYMISE-MASTER-RECORD
        END-IF
    END-PERFORM

    PERFORM VARYING WS-CustIndex FROM 1 BY 1
            UNTIL WS-CustIndex > WS-CustCount
        IF WS-Cust-State(WS-CustIndex) = "C"
            PERFORM ANONYMISE-CUSTOMER-RECORD
        END-IF
    END-PERFORM
    PERFORM CLOSE-CUSTOMER-INFO-FILES

    PERFORM REMOVE-ALERT-PREFERENCES
    PERFORM WRITE-CERTIFICATE
    CLOSE CertificateFile
    CLOSE CustomerMasterFile

    DISPLAY "Closed accounts checked:      " WS-ClosedChecked
    DISPLAY "Master records anonymised:    " WS-MasterAnonymised
    DISPLAY "Customer records anonymised:  " WS-CustAnonymised
    DISPLAY "Audit images anonymised:      " WS-ImagesScrubbed
    DISPLAY "Closed accounts still held:   " WS-RetainedCount
    DISPLAY "Certificate written to PURGECERT.RPT"

    MOVE WS-ClosedChecked TO WS-JobStats-RecordsRead
    MOVE WS-MasterAnonymised TO WS-JobStats-RecordsWritten
    MOVE WS-NoClosureCount TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

LOAD-RETENTION-MONTHS.
    MOVE 84 TO WS-RetentionMonths
    OPEN INPUT RetentionConfigFile
    IF WS-RetainCfgStatus = ZERO
        READ RetentionConfigFile
            AT END CONTINUE
            NOT AT END COMPUTE WS-RetentionMonths =
                FUNCTION NUMVAL(RetentionConfigLine)
        END-READ
        CLOSE RetentionConfigFile
    END-IF.

COMPUTE-CUTOFF-DATE.
    MOVE WS-TodayDate TO WS-CutoffDate
    COMPUTE WS-TotalMonths =
        (WS-CD-Year * 12) + WS-CD-Month - 1 - WS-RetentionMonths
    COMPUTE WS-CD-Year = WS-TotalMonths / 12
    COMPUTE WS-CD-Month = WS-TotalMonths - (WS-CD-Year * 12) + 1
    IF WS-CD-Day > 28
        MOVE 28 TO WS-CD-Day
    END-IF.

SCAN-JOURNAL-CLOSURES.
    OPEN INPUT AuditJournalFile
    IF WS-AuditJrl-OpenStatus NOT EQUAL ZERO
        DISPLAY "No AUDIT.JRL on file - no closure dates are known and no "
                "account can be anonymised"
    ELSE
        MOVE "Y" TO WS-JournalPresent
        PERFORM UNTIL WS-EndOfJournal = "Y"
            READ AuditJournalFile
                AT END SET WS-EndOfJournal TO "Y"
                NOT AT END
                    ADD 1 TO WS-JournalRead
                    MOVE AJ-AfterImage TO WS-PurgeImage
                    IF AJ-Action = "REWRITE"
                            AND WS-PI-AccountStatus = "C"
                            AND AJ-BeforeImage(159:1) NOT = "C"
                            AND AJ-BeforeImage(1:8) = WS-PI-AccountNumber
                            AND WS-PI-AccountNumber IS NUMERIC
                            AND AJ-Timestamp(1:8) IS NUMERIC
                        PERFORM NOTE-ACCOUNT-CLOSURE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AuditJournalFile
    END-IF.

NOTE-ACCOUNT-CLOSURE.
    MOVE WS-PI-AccountNumber TO WS-ImageAccount
    COMPUTE WS-EntryDate = FUNCTION NUMVAL(AJ-Timestamp(1:8))
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-ClosureIndex FROM 1 BY 1
            UNTIL WS-ClosureIndex > WS-ClosureCount
        IF WS-Closure-Account(WS-ClosureIndex) = WS-ImageAccount
            MOVE "Y" TO WS-Found
            IF WS-EntryDate > WS-Closure-Date(WS-ClosureIndex)
                MOVE WS-EntryDate TO WS-Closure-Date(WS-ClosureIndex)
            END-IF
        END-IF
    END-PERFORM
    IF WS-Found = "N"
        IF WS-ClosureCount < 5000
            ADD 1 TO WS-ClosureCount
            MOVE WS-ImageAccount TO WS-Closure-Account(WS-ClosureCount)
            MOVE WS-EntryDate TO WS-Closure-Date(WS-ClosureCount)
        ELSE
            ADD 1 TO WS-ClosureOverflow
        END-IF
    END-IF.

SELECT-CLOSED-ACCOUNT.
    ADD 1 TO WS-ClosedChecked
    MOVE ZEROS TO WS-ClosureDate
    PERFORM VARYING WS-ClosureIndex FROM 1 BY 1
            UNTIL WS-ClosureIndex > WS-ClosureCount
        IF WS-Closure-Account(WS-ClosureIndex) = CM-AccountNumber
            MOVE WS-Closure-Date(WS-ClosureIndex) TO WS-ClosureDate
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN CM-CustomerName = WS-AnonymisedName
            ADD 1 TO WS-AlreadyAnonymised
            PERFORM ADD-PURGE-ENTRY
            IF WS-PurgeIndex > ZERO
                MOVE "A" TO WS-Purge-State(WS-PurgeIndex)
            END-IF
        WHEN WS-ClosureDate = ZERO
            ADD 1 TO WS-NoClosureCount
            MOVE CM-AccountNumber TO WS-AccountNumber-Edit
            MOVE SPACES TO CertificateLine
            STRING "  NO CLOSURE ENTRY  " DELIMITED SIZE
                   WS-AccountNumber-Edit DELIMITED SIZE
                   "  - not anonymised; closure date must be confirmed"
                   DELIMITED SIZE
                   INTO CertificateLine
            WRITE CertificateLine
        WHEN WS-ClosureDate < WS-CutoffDate
            PERFORM ADD-PURGE-ENTRY
            IF WS-PurgeIndex > ZERO
                MOVE "N" TO WS-Purge-State(WS-PurgeIndex)
            END-IF
        WHEN OTHER
            ADD 1 TO WS-RetainedCount
    END-EVALUATE.

ADD-PURGE-ENTRY.
    MOVE ZERO TO WS-PurgeIndex
    IF WS-PurgeCount < 5000
        ADD 1 TO WS-PurgeCount
        MOVE WS-PurgeCount TO WS-PurgeIndex
        MOVE CM-AccountNumber TO WS-Purge-Account(WS-PurgeIndex)
        MOVE WS-ClosureDate TO WS-Purge-ClosedDate(WS-PurgeIndex)
        MOVE ZEROS TO WS-Purge-Images(WS-PurgeIndex)
        MOVE "N" TO WS-Purge-PrefRemoved(WS-PurgeIndex)
    ELSE
        ADD 1 TO WS-PurgeDeferred
    END-IF.

SCRUB-AUDIT-JOURNAL.
    OPEN INPUT AuditJournalFile
    IF WS-AuditJrl-OpenStatus NOT EQUAL ZERO
        MOVE WS-AuditJrl-OpenStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to reopen AUDIT.JRL. File Status: "
                WS-AuditJrl-OpenStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-AuditJrl-OpenStatus TO WS-ErrorLog-FileStatus
        MOVE "AUDIT.JRL" TO WS-ErrorLog-FileName
        PERFORM LOG-PURGE-ERROR
        CLOSE CertificateFile
        CLOSE CustomerMasterFile
        PERFORM CLOSE-CUSTOMER-INFO-FILES
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT AuditWorkFile
    IF WS-AuditWorkStatus NOT EQUAL ZERO
        MOVE WS-AuditWorkStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to create AUDIT.JRL.WRK. File Status: "
                WS-AuditWorkStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-AuditWorkStatus TO WS-ErrorLog-FileStatus
        MOVE "AUDIT.JRL.WRK" TO WS-ErrorLog-FileName
        PERFORM LOG-PURGE-ERROR
        CLOSE AuditJournalFile
        CLOSE CertificateFile
        CLOSE CustomerMasterFile
        PERFORM CLOSE-CUSTOMER-INFO-FILES
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-EndOfJournal
    PERFORM UNTIL WS-EndOfJournal = "Y"
        READ AuditJournalFile
            AT END SET WS-EndOfJournal TO "Y"
            NOT AT END
                MOVE "N" TO WS-ImageScrubbed
                MOVE AJ-BeforeImage TO WS-PurgeImage
                PERFORM SCRUB-ONE-IMAGE
                MOVE WS-PurgeImage TO AJ-BeforeImage
                MOVE AJ-AfterImage TO WS-PurgeImage
                PERFORM SCRUB-ONE-IMAGE
                MOVE WS-PurgeImage TO AJ-AfterImage
                IF WS-ImageScrubbed = "Y"
                    ADD 1 TO WS-EntriesScrubbed
                END-IF
                MOVE AuditJournalRecord TO AuditWorkRecord
                WRITE AuditWorkRecord
                ADD 1 TO WS-JournalCopied
        END-READ
    END-PERFORM
    CLOSE AuditJournalFile
    CLOSE AuditWorkFile.

SCRUB-ONE-IMAGE.
    IF WS-PI-AccountNumber IS NUMERIC
            AND WS-PC-BirthDate IS NUMERIC
            AND WS-PC-CreatedDate IS NUMERIC
            AND WS-PC-Unused = SPACES
        PERFORM SCRUB-CUSTOMER-IMAGE
    ELSE
        PERFORM SCRUB-ACCOUNT-IMAGE
    END-IF.

SCRUB-CUSTOMER-IMAGE.
    MOVE WS-PC-CustomerID TO WS-ImageCustomer
    MOVE ZERO TO WS-CustIndex
    PERFORM VARYING WS-SearchIndex FROM 1 BY 1
            UNTIL WS-SearchIndex > WS-CustCount
        IF WS-Cust-ID(WS-SearchIndex) = WS-ImageCustomer
                AND WS-Cust-State(WS-SearchIndex) NOT = "K"
            MOVE WS-SearchIndex TO WS-CustIndex
        END-IF
    END-PERFORM
    IF WS-CustIndex > ZERO
        IF WS-PC-LegalName NOT = WS-AnonymisedName
                OR WS-PC-AddressLine1 NOT = SPACES
                OR WS-PC-AddressLine2 NOT = SPACES
                OR WS-PC-City NOT = SPACES
                OR WS-PC-PostalCode NOT = SPACES
                OR WS-PC-Phone NOT = SPACES
                OR WS-PC-BirthDate NOT = ZEROS
                OR WS-PC-TaxID NOT = SPACES
            MOVE WS-AnonymisedName TO WS-PC-LegalName
            MOVE SPACES TO WS-PC-AddressLine1
            MOVE SPACES TO WS-PC-AddressLine2
            MOVE SPACES TO WS-PC-City
            MOVE SPACES TO WS-PC-PostalCode
            MOVE SPACES TO WS-PC-Phone
            MOVE ZEROS TO WS-PC-BirthDate
            MOVE SPACES TO WS-PC-TaxID
            MOVE "Y" TO WS-ImageScrubbed
            ADD 1 TO WS-ImagesScrubbed
            ADD 1 TO WS-Cust-Images(WS-CustIndex)
        END-IF
    END-IF.

SCRUB-ACCOUNT-IMAGE.
    IF WS-PI-AccountNumber IS NUMERIC
        MOVE WS-PI-AccountNumber TO WS-ImageAccount
        MOVE ZERO TO WS-PurgeIndex
        PERFORM VARYING WS-SearchIndex FROM 1 BY 1
                UNTIL WS-SearchIndex > WS-PurgeCount
            IF WS-Purge-Account(WS-SearchIndex) = WS-ImageAccount
                MOVE WS-SearchIndex TO WS-PurgeIndex
            END-IF
        END-PERFORM
        IF WS-PurgeIndex > ZERO
            EVALUATE TRUE
                WHEN WS-PI-OpenedDate IS NUMERIC AND WS-PI-Unused = SPACES
                    IF WS-PI-CustomerName NOT = WS-AnonymisedName
                            OR WS-PI-AddressLine1 NOT = SPACES
                            OR WS-PI-AddressLine2 NOT = SPACES
                            OR WS-PI-City NOT = SPACES
                            OR WS-PI-PostalCode NOT = SPACES
                            OR WS-PI-Phone NOT = SPACES
                        MOVE WS-AnonymisedName TO WS-PI-CustomerName
                        MOVE SPACES TO WS-PI-AddressLine1
                        MOVE SPACES TO WS-PI-AddressLine2
                        MOVE SPACES TO WS-PI-City
                        MOVE SPACES TO WS-PI-PostalCode
                        MOVE SPACES TO WS-PI-Phone
                        PERFORM COUNT-SCRUBBED-IMAGE
                    END-IF
                WHEN WS-PP-Unused = SPACES
                        AND (WS-PP-Channel = "S" OR WS-PP-Channel = "E"
                             OR WS-PP-Channel = "B" OR WS-PP-Channel = "N")
                    IF WS-PP-MobileNumber NOT = SPACES
                            OR WS-PP-EmailAddress NOT = SPACES
                        MOVE SPACES TO WS-PP-MobileNumber
                        MOVE SPACES TO WS-PP-EmailAddress
                        PERFORM COUNT-SCRUBBED-IMAGE
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-IF.

COUNT-SCRUBBED-IMAGE.
    MOVE "Y" TO WS-ImageScrubbed
    ADD 1 TO WS-ImagesScrubbed
    ADD 1 TO WS-Purge-Images(WS-PurgeIndex).

RESTORE-AUDIT-JOURNAL.
    OPEN INPUT AuditWorkFile
    IF WS-AuditWorkStatus NOT EQUAL ZERO
        MOVE WS-AuditWorkStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to reopen AUDIT.JRL.WRK. File Status: "
                WS-AuditWorkStatus " - " WS-FileStatus-Lookup-Message
                ". AUDIT.JRL is unchanged."
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-AuditWorkStatus TO WS-ErrorLog-FileStatus
        MOVE "AUDIT.JRL.WRK" TO WS-ErrorLog-FileName
        PERFORM LOG-PURGE-ERROR
        CLOSE CertificateFile
        CLOSE CustomerMasterFile
        PERFORM CLOSE-CUSTOMER-INFO-FILES
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT AuditJournalFile
    IF WS-AuditJrl-OpenStatus NOT EQUAL ZERO
        MOVE WS-AuditJrl-OpenStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to rewrite AUDIT.JRL. File Status: "
                WS-AuditJrl-OpenStatus " - " WS-FileStatus-Lookup-Message
        DISPLAY "Restore AUDIT.JRL from AUDIT.JRL.WRK before any other "
                "program writes to the journal."
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-AuditJrl-OpenStatus TO WS-ErrorLog-FileStatus
        MOVE "AUDIT.JRL" TO WS-ErrorLog-FileName
        PERFORM LOG-PURGE-ERROR
        CLOSE AuditWorkFile
        CLOSE CertificateFile
        CLOSE CustomerMasterFile
        PERFORM CLOSE-CUSTOMER-INFO-FILES
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-EndOfWork = "Y"
        READ AuditWorkFile
            AT END SET WS-EndOfWork TO "Y"
            NOT AT END
                MOVE AuditWorkRecord TO AuditJournalRecord
                WRITE AuditJournalRecord
                ADD 1 TO WS-JournalRestored
        END-READ
    END-PERFORM
    CLOSE AuditWorkFile
    CLOSE AuditJournalFile
    IF WS-JournalRestored NOT = WS-JournalCopied
        DISPLAY "Error: AUDIT.JRL was rewritten with " WS-JournalRestored
                " entries but " WS-JournalCopied " were copied. Restore "
                "AUDIT.JRL from AUDIT.JRL.WRK before any other program "
                "writes to the journal."
        MOVE "REWRITE" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "AUDIT.JRL" TO WS-ErrorLog-FileName
        PERFORM LOG-PURGE-ERROR
        CLOSE CertificateFile
        CLOSE CustomerMasterFile
        PERFORM CLOSE-CUSTOMER-INFO-FILES
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

ANONYMISE-MASTER-RECORD.
    MOVE WS-Purge-Account(WS-PurgeIndex) TO CM-AccountNumber
    READ CustomerMasterFile
        INVALID KEY MOVE "X" TO WS-Purge-State(WS-PurgeIndex)
    END-READ
    IF WS-Purge-State(WS-PurgeIndex) = "N"
        MOVE WS-AnonymisedName TO CM-CustomerName
        MOVE SPACES TO CM-AddressLine1
        MOVE SPACES TO CM-AddressLine2
        MOVE SPACES TO CM-City
        MOVE SPACES TO CM-PostalCode
        MOVE SPACES TO CM-Phone
        MOVE CustomerMasterRecord TO WS-Audit-BeforeImage
        MOVE "ANONYMSE" TO WS-Audit-Action
        REWRITE CustomerMasterRecord
        IF WS-MasterStatus NOT EQUAL ZERO
            MOVE WS-MasterStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to update CUSTOMER.MASTER. File Status: "
                    WS-MasterStatus " - " WS-FileStatus-Lookup-Message
            MOVE "REWRITE" TO WS-ErrorLog-Operation
            MOVE WS-MasterStatus TO WS-ErrorLog-FileStatus
            MOVE "CUSTOMER.MASTER" TO WS-ErrorLog-FileName
            PERFORM LOG-PURGE-ERROR
            MOVE "X" TO WS-Purge-State(WS-PurgeIndex)
        ELSE
            MOVE CustomerMasterRecord TO WS-Audit-AfterImage
            PERFORM WRITE-AUDIT-JOURNAL-ENTRY
            ADD 1 TO WS-MasterAnonymised
        END-IF
    END-IF.

OPEN-CUSTOMER-INFO-FILES.
    MOVE "N" TO WS-Cif-FilesOpen
    OPEN INPUT CustRelFile
    IF WS-CustRelStatus = "35"
        DISPLAY "No CUSTREL.MASTER on file - no customer records are linked "
                "to the purged accounts"
    ELSE
        IF WS-CustRelStatus NOT EQUAL ZERO
            MOVE WS-CustRelStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to open CUSTREL.MASTER. File Status: " WS-CustRelStatus
                    " - " WS-FileStatus-Lookup-Message
            MOVE "OPEN" TO WS-ErrorLog-Operation
            MOVE WS-CustRelStatus TO WS-ErrorLog-FileStatus
            MOVE "CUSTREL.MASTER" TO WS-ErrorLog-FileName
            PERFORM LOG-PURGE-ERROR
            CLOSE CertificateFile
            CLOSE CustomerMasterFile
            PERFORM WRITE-FAILED-JOB-STATS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN I-O CustInfoFile
        IF WS-CustInfoStatus = "35"
            DISPLAY "No CUSTINFO.MASTER on file - no customer records to "
                    "anonymise"
            CLOSE CustRelFile
        ELSE
            IF WS-CustInfoStatus NOT EQUAL ZERO
                MOVE WS-CustInfoStatus TO WS-FileStatus-Lookup-Code
                PERFORM LOOKUP-FILE-STATUS-MESSAGE
                DISPLAY "Error: Unable to open CUSTINFO.MASTER. File Status: "
                        WS-CustInfoStatus " - " WS-FileStatus-Lookup-Message
                MOVE "OPEN" TO WS-ErrorLog-Operation
                MOVE WS-CustInfoStatus TO WS-ErrorLog-FileStatus
                MOVE "CUSTINFO.MASTER" TO WS-ErrorLog-FileName
                PERFORM LOG-PURGE-ERROR
                CLOSE CustRelFile
                CLOSE CertificateFile
                CLOSE CustomerMasterFile
                PERFORM WRITE-FAILED-JOB-STATS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "Y" TO WS-Cif-FilesOpen
        END-IF
    END-IF.

CLOSE-CUSTOMER-INFO-FILES.
    IF WS-Cif-FilesOpen = "Y"
        CLOSE CustInfoFile
        CLOSE CustRelFile
        MOVE "N" TO WS-Cif-FilesOpen
    END-IF.

COLLECT-PURGED-CUSTOMERS.
    PERFORM VARYING WS-PurgeIndex FROM 1 BY 1
            UNTIL WS-PurgeIndex > WS-PurgeCount
        MOVE "N" TO WS-Cif-EndOfLinks
        MOVE WS-Purge-Account(WS-PurgeIndex) TO CR-AccountNumber
        MOVE ZEROS TO CR-CustomerID
        START CustRelFile KEY NOT < CR-Key
            INVALID KEY MOVE "Y" TO WS-Cif-EndOfLinks
        END-START
        PERFORM UNTIL WS-Cif-EndOfLinks = "Y"
            READ CustRelFile NEXT RECORD
                AT END MOVE "Y" TO WS-Cif-EndOfLinks
                NOT AT END
                    IF CR-AccountNumber NOT = WS-Purge-Account(WS-PurgeIndex)
                        MOVE "Y" TO WS-Cif-EndOfLinks
                    ELSE
                        PERFORM ADD-PURGED-CUSTOMER
                    END-IF
            END-READ
        END-PERFORM
    END-PERFORM.

ADD-PURGED-CUSTOMER.
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-SearchIndex FROM 1 BY 1
            UNTIL WS-SearchIndex > WS-CustCount
        IF WS-Cust-ID(WS-SearchIndex) = CR-CustomerID
            MOVE "Y" TO WS-Found
        END-IF
    END-PERFORM
    IF WS-Found = "N"
        IF WS-CustCount < 5000
            ADD 1 TO WS-CustCount
            MOVE CR-CustomerID TO WS-Cust-ID(WS-CustCount)
            MOVE "C" TO WS-Cust-State(WS-CustCount)
            MOVE ZEROS TO WS-Cust-Images(WS-CustCount)
        ELSE
            ADD 1 TO WS-CustOverflow
        END-IF
    END-IF.

CHECK-PURGED-CUSTOMER.
    MOVE "N" TO WS-Cif-EndOfLinks
    MOVE WS-Cust-ID(WS-CustIndex) TO CR-CustomerID
    START CustRelFile KEY IS EQUAL TO CR-CustomerID
        INVALID KEY MOVE "Y" TO WS-Cif-EndOfLinks
    END-START
    PERFORM UNTIL WS-Cif-EndOfLinks = "Y"
        READ CustRelFile NEXT RECORD
            AT END MOVE "Y" TO WS-Cif-EndOfLinks
            NOT AT END
                IF CR-CustomerID NOT = WS-Cust-ID(WS-CustIndex)
                    MOVE "Y" TO WS-Cif-EndOfLinks
                ELSE
                    PERFORM CHECK-CUSTOMER-LINK
                END-IF
        END-READ
    END-PERFORM
    IF WS-Cust-State(WS-CustIndex) = "C"
        MOVE WS-Cust-ID(WS-CustIndex) TO CI-CustomerID
        READ CustInfoFile
            INVALID KEY MOVE "M" TO WS-Cust-State(WS-CustIndex)
            NOT INVALID KEY
                IF CI-LegalName = WS-AnonymisedName
                    MOVE "A" TO WS-Cust-State(WS-CustIndex)
                    ADD 1 TO WS-CustAlready
                END-IF
        END-READ
    ELSE
        ADD 1 TO WS-CustKept
    END-IF.

CHECK-CUSTOMER-LINK.
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-SearchIndex FROM 1 BY 1
            UNTIL WS-SearchIndex > WS-PurgeCount
        IF WS-Purge-Account(WS-SearchIndex) = CR-AccountNumber
            MOVE "Y" TO WS-Found
        END-IF
    END-PERFORM
    IF WS-Found = "N"
        MOVE "K" TO WS-Cust-State(WS-CustIndex)
    END-IF.

ANONYMISE-CUSTOMER-RECORD.
    MOVE WS-Cust-ID(WS-CustIndex) TO CI-CustomerID
    READ CustInfoFile
        INVALID KEY MOVE "X" TO WS-Cust-State(WS-CustIndex)
    END-READ
    IF WS-Cust-State(WS-CustIndex) = "C"
        MOVE WS-AnonymisedName TO CI-LegalName
        MOVE SPACES TO CI-AddressLine1
        MOVE SPACES TO CI-AddressLine2
        MOVE SPACES TO CI-City
        MOVE SPACES TO CI-PostalCode
        MOVE SPACES TO CI-Phone
        MOVE ZEROS TO CI-BirthDate
        MOVE SPACES TO CI-TaxID
        MOVE CustInfoRecord TO WS-Audit-BeforeImage
        MOVE "ANONYMSE" TO WS-Audit-Action
        REWRITE CustInfoRecord
        IF WS-CustInfoStatus NOT EQUAL ZERO
            MOVE WS-CustInfoStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to update CUSTINFO.MASTER. File Status: "
                    WS-CustInfoStatus " - " WS-FileStatus-Lookup-Message
            MOVE "REWRITE" TO WS-ErrorLog-Operation
            MOVE WS-CustInfoStatus TO WS-ErrorLog-FileStatus
            MOVE "CUSTINFO.MASTER" TO WS-ErrorLog-FileName
            PERFORM LOG-PURGE-ERROR
            MOVE "X" TO WS-Cust-State(WS-CustIndex)
        ELSE
            MOVE CustInfoRecord TO WS-Audit-AfterImage
            PERFORM WRITE-AUDIT-JOURNAL-ENTRY
            MOVE "N" TO WS-Cust-State(WS-CustIndex)
            ADD 1 TO WS-CustAnonymised
        END-IF
    END-IF.

REMOVE-ALERT-PREFERENCES.
    OPEN I-O AlertPrefFile
    IF WS-AlertPrefStatus = ZERO
        MOVE "Y" TO WS-PrefsPresent
        PERFORM VARYING WS-PurgeIndex FROM 1 BY 1
                UNTIL WS-PurgeIndex > WS-PurgeCount
            IF WS-Purge-State(WS-PurgeIndex) NOT = "X"
                MOVE WS-Purge-Account(WS-PurgeIndex) TO AP-AccountNumber
                READ AlertPrefFile
                    INVALID KEY CONTINUE
                    NOT INVALID KEY PERFORM REMOVE-ONE-PREFERENCE
                END-READ
            END-IF
        END-PERFORM
        CLOSE AlertPrefFile
    END-IF.

REMOVE-ONE-PREFERENCE.
    MOVE SPACES TO AP-MobileNumber
    MOVE SPACES TO AP-EmailAddress
    MOVE SPACES TO WS-Audit-BeforeImage
    MOVE AlertPrefRecord TO WS-Audit-BeforeImage
    DELETE AlertPrefFile RECORD
    IF WS-AlertPrefStatus NOT EQUAL ZERO
        MOVE WS-AlertPrefStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to remove alert preferences. File Status: "
                WS-AlertPrefStatus " - " WS-FileStatus-Lookup-Message
        MOVE "DELETE" TO WS-ErrorLog-Operation
        MOVE WS-AlertPrefStatus TO WS-ErrorLog-FileStatus
        MOVE "ALERTPREF.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-PURGE-ERROR
    ELSE
        MOVE "DELETE" TO WS-Audit-Action
        MOVE SPACES TO WS-Audit-AfterImage
        PERFORM WRITE-AUDIT-JOURNAL-ENTRY
        MOVE "Y" TO WS-Purge-PrefRemoved(WS-PurgeIndex)
        ADD 1 TO WS-PrefsRemoved
    END-IF.

WRITE-REPORT-HEADING.
    MOVE WS-TodayDate TO WS-RunDate-Edit
    MOVE SPACES TO CertificateLine
    STRING "============== CLOSED ACCOUNT ANONYMISATION CERTIFICATE =============="
           INTO CertificateLine
    WRITE CertificateLine
    MOVE WS-RetentionMonths TO WS-Months-Edit
    MOVE WS-CutoffDate TO WS-Date-Edit
    MOVE SPACES TO CertificateLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           "   Retention: " DELIMITED SIZE WS-Months-Edit DELIMITED SIZE
           " months   Closed before: " DELIMITED SIZE
           WS-Date-Edit DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine
    MOVE SPACES TO CertificateLine
    WRITE CertificateLine
    MOVE SPACES TO CertificateLine
    STRING "Closed accounts with no closure entry on AUDIT.JRL:"
           INTO CertificateLine
    WRITE CertificateLine.

WRITE-CERTIFICATE.
    MOVE SPACES TO CertificateLine
    WRITE CertificateLine
    MOVE SPACES TO CertificateLine
    STRING "ACCOUNT   CLOSED      MASTER RECORD         AUDIT IMAGES  ALERT PREFERENCES"
           INTO CertificateLine
    WRITE CertificateLine
    PERFORM VARYING WS-PurgeIndex FROM 1 BY 1
            UNTIL WS-PurgeIndex > WS-PurgeCount
        IF WS-Purge-State(WS-PurgeIndex) NOT = "A"
                OR WS-Purge-Images(WS-PurgeIndex) > ZERO
                OR WS-Purge-PrefRemoved(WS-PurgeIndex) = "Y"
            PERFORM WRITE-CERTIFICATE-LINE
        END-IF
    END-PERFORM
    IF WS-CustCount > ZERO
        MOVE SPACES TO CertificateLine
        WRITE CertificateLine
        MOVE SPACES TO CertificateLine
        STRING "CUSTOMER  CUSTOMER RECORD         AUDIT IMAGES"
               INTO CertificateLine
        WRITE CertificateLine
        PERFORM VARYING WS-CustIndex FROM 1 BY 1
                UNTIL WS-CustIndex > WS-CustCount
            IF WS-Cust-State(WS-CustIndex) NOT = "K"
                    AND (WS-Cust-State(WS-CustIndex) NOT = "A"
                         OR WS-Cust-Images(WS-CustIndex) > ZERO)
                PERFORM WRITE-CUSTOMER-CERT-LINE
            END-IF
        END-PERFORM
    END-IF
    MOVE SPACES TO CertificateLine
    WRITE CertificateLine
    MOVE WS-ClosedChecked TO WS-Count-Edit
    MOVE SPACES TO CertificateLine
    STRING "Closed accounts checked:                 " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine
    MOVE WS-MasterAnonymised TO WS-Count-Edit
    MOVE SPACES TO CertificateLine
    STRING "Master records anonymised this run:      " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine
    MOVE WS-AlreadyAnonymised TO WS-Count-Edit
    MOVE SPACES TO CertificateLine
    STRING "Master records anonymised earlier:       " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine
    MOVE WS-CustAnonymised TO WS-Count-Edit
    MOVE SPACES TO CertificateLine
    STRING "Customer records anonymised this run:    " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine
    MOVE WS-CustAlready TO WS-Count-Edit
    MOVE SPACES TO CertificateLine
    STRING "Customer records anonymised earlier:     " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine
    MOVE WS-CustKept TO WS-Count-Edit
    MOVE SPACES TO CertificateLine
    STRING "Customers kept - still hold live account:" DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine
    MOVE WS-ImagesScrubbed TO WS-Count-Edit
    MOVE SPACES TO CertificateLine
    STRING "Audit images anonymised:                 " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine
    MOVE WS-EntriesScrubbed TO WS-Count-Edit
    MOVE SPACES TO CertificateLine
    STRING "Audit journal entries touched:           " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine
    MOVE WS-PrefsRemoved TO WS-Count-Edit
    MOVE SPACES TO CertificateLine
    STRING "Alert preference records removed:        " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine
    MOVE WS-RetainedCount TO WS-Count-Edit
    MOVE SPACES TO CertificateLine
    STRING "Closed accounts inside retention period: " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine
    MOVE WS-NoClosureCount TO WS-Count-Edit
    MOVE SPACES TO CertificateLine
    STRING "Closed accounts with no closure entry:   " DELIMITED SIZE
           WS-Count-Edit DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine
    IF WS-PurgeDeferred > ZERO
        MOVE WS-PurgeDeferred TO WS-Count-Edit
        MOVE SPACES TO CertificateLine
        STRING "Accounts deferred to the next run:       " DELIMITED SIZE
               WS-Count-Edit DELIMITED SIZE
               INTO CertificateLine
        WRITE CertificateLine
    END-IF
    MOVE SPACES TO CertificateLine
    WRITE CertificateLine
    IF WS-ImagesScrubbed > ZERO
        MOVE WS-JournalRestored TO WS-Count-Edit
        MOVE SPACES TO CertificateLine
        STRING "AUDIT.JRL rewritten in place - entries: " DELIMITED SIZE
               WS-Count-Edit DELIMITED SIZE
               "; sequence numbers and timestamps unchanged." DELIMITED SIZE
               INTO CertificateLine
        WRITE CertificateLine
    END-IF
    MOVE SPACES TO CertificateLine
    STRING "CERTIFICATE: names, addresses, phone numbers and alert contacts "
           "of the accounts listed have been removed." DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine
    IF WS-CustCount > ZERO
        MOVE SPACES TO CertificateLine
        STRING "Legal names, addresses, phone numbers, birth dates and tax IDs "
               "of the customers listed have been removed." DELIMITED SIZE
               INTO CertificateLine
        WRITE CertificateLine
    END-IF
    MOVE SPACES TO CertificateLine
    STRING "Balances, receipt numbers and transaction history are unchanged. "
           "Run AuditVerify to confirm the journal." DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine.

WRITE-CERTIFICATE-LINE.
    MOVE WS-Purge-Account(WS-PurgeIndex) TO WS-AccountNumber-Edit
    MOVE WS-Purge-ClosedDate(WS-PurgeIndex) TO WS-Date-Edit
    MOVE WS-Purge-Images(WS-PurgeIndex) TO WS-Images-Edit
    EVALUATE WS-Purge-State(WS-PurgeIndex)
        WHEN "N" MOVE "ANONYMISED" TO WS-ActionText
        WHEN "A" MOVE "ANONYMISED EARLIER" TO WS-ActionText
        WHEN OTHER MOVE "NOT UPDATED - ERROR" TO WS-ActionText
    END-EVALUATE
    IF WS-Purge-PrefRemoved(WS-PurgeIndex) = "Y"
        MOVE "REMOVED" TO WS-PrefText
    ELSE
        MOVE "NONE HELD" TO WS-PrefText
    END-IF
    MOVE SPACES TO CertificateLine
    IF WS-Purge-ClosedDate(WS-PurgeIndex) = ZERO
        STRING WS-AccountNumber-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               "          " DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-ActionText DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-Images-Edit DELIMITED SIZE
               "       " DELIMITED SIZE
               WS-PrefText DELIMITED SIZE
               INTO CertificateLine
    ELSE
        STRING WS-AccountNumber-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-Date-Edit DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-ActionText DELIMITED SIZE
               "  " DELIMITED SIZE
               WS-Images-Edit DELIMITED SIZE
               "       " DELIMITED SIZE
               WS-PrefText DELIMITED SIZE
               INTO CertificateLine
    END-IF
    WRITE CertificateLine.

WRITE-CUSTOMER-CERT-LINE.
    MOVE WS-Cust-ID(WS-CustIndex) TO WS-CustomerID-Edit
    MOVE WS-Cust-Images(WS-CustIndex) TO WS-Images-Edit
    EVALUATE WS-Cust-State(WS-CustIndex)
        WHEN "N" MOVE "ANONYMISED" TO WS-ActionText
        WHEN "A" MOVE "ANONYMISED EARLIER" TO WS-ActionText
        WHEN "M" MOVE "NOT ON CUSTOMER FILE" TO WS-ActionText
        WHEN OTHER MOVE "NOT UPDATED - ERROR" TO WS-ActionText
    END-EVALUATE
    MOVE SPACES TO CertificateLine
    STRING WS-CustomerID-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-ActionText DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Images-Edit DELIMITED SIZE
           INTO CertificateLine
    WRITE CertificateLine.

WRITE-FAILED-JOB-STATS.
    MOVE WS-ClosedChecked TO WS-JobStats-RecordsRead
    MOVE WS-MasterAnonymised TO WS-JobStats-RecordsWritten
    MOVE WS-NoClosureCount TO WS-JobStats-RecordsRejected
    MOVE 8 TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS.

LOG-PURGE-ERROR.
    MOVE "RetentionPurge" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM RetentionPurge.
