IDENTIFICATION DIVISION.
PROGRAM-ID. LogConversion.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OldTransactionLogFile ASSIGN TO "TRANSACTION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OldTranLogStatus.

    SELECT NewTransactionLogFile ASSIGN TO "TRANSACTION.LOG.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TranLogStatus.

    SELECT OldLogArchiveFile ASSIGN TO "TRANLOG.ARC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OldArchiveStatus.

    SELECT NewLogArchiveFile ASSIGN TO "TRANLOG.ARC.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ArchiveStatus.

    COPY "ErrorLogFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD OldTransactionLogFile.
01 OldTransactionLogRecord PIC X(89).

FD NewTransactionLogFile.
COPY "TransactionLogRecord.cpy".

FD OldLogArchiveFile.
01 OldLogArchiveRecord PIC X(89).

FD NewLogArchiveFile.
01 NewLogArchiveRecord PIC X(89).

COPY "ErrorLogFD.cpy".

WORKING-STORAGE SECTION.
01 WS-OldTranLogStatus PIC 9(2) VALUE ZEROS.
01 WS-TranLogStatus PIC 9(2) VALUE ZEROS.
01 WS-OldArchiveStatus PIC 9(2) VALUE ZEROS.
01 WS-ArchiveStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfOldTranLog PIC X VALUE "N".
01 WS-EndOfOldArchive PIC X VALUE "N".
01 WS-ArchivePresent PIC X VALUE "N".

01 WS-OldEntry PIC X(89) VALUE SPACES.

01 WS-ReadCount PIC 9(8) VALUE ZEROS.
01 WS-ConvertedCount PIC 9(8) VALUE ZEROS.
01 WS-AlreadyNewCount PIC 9(8) VALUE ZEROS.
01 WS-ArchiveReadCount PIC 9(8) VALUE ZEROS.
01 WS-ArchiveConvertedCount PIC 9(8) VALUE ZEROS.
01 WS-ArchiveAlreadyNewCount PIC 9(8) VALUE ZEROS.
01 WS-Count-Edit PIC ZZZ,ZZZ,ZZ9.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".

PROCEDURE DIVISION.
Begin.
    OPEN INPUT OldTransactionLogFile
    IF WS-OldTranLogStatus NOT EQUAL ZERO
        MOVE WS-OldTranLogStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open TRANSACTION.LOG. File Status: " WS-OldTranLogStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-OldTranLogStatus TO WS-ErrorLog-FileStatus
        MOVE "TRANSACTION.LOG" TO WS-ErrorLog-FileName
        PERFORM LOG-CONVERSION-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT NewTransactionLogFile
    IF WS-TranLogStatus NOT EQUAL ZERO
        MOVE WS-TranLogStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to create TRANSACTION.LOG.NEW. File Status: " WS-TranLogStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-TranLogStatus TO WS-ErrorLog-FileStatus
        MOVE "TRANSACTION.LOG.NEW" TO WS-ErrorLog-FileName
        PERFORM LOG-CONVERSION-ERROR
        CLOSE OldTransactionLogFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL WS-EndOfOldTranLog = "Y"
        READ OldTransactionLogFile
            AT END SET WS-EndOfOldTranLog TO "Y"
            NOT AT END
                ADD 1 TO WS-ReadCount
                MOVE OldTransactionLogRecord TO WS-OldEntry
                PERFORM CONVERT-ONE-ENTRY
                IF WS-OldEntry(72:18) = SPACES
                    ADD 1 TO WS-ConvertedCount
                ELSE
                    ADD 1 TO WS-AlreadyNewCount
                END-IF
                WRITE TransactionLogRecord
        END-READ
    END-PERFORM

    CLOSE OldTransactionLogFile
    CLOSE NewTransactionLogFile

    OPEN INPUT OldLogArchiveFile
    IF WS-OldArchiveStatus = ZERO
        MOVE "Y" TO WS-ArchivePresent
        OPEN OUTPUT NewLogArchiveFile
        IF WS-ArchiveStatus NOT EQUAL ZERO
            MOVE WS-ArchiveStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY "Error: Unable to create TRANLOG.ARC.NEW. File Status: " WS-ArchiveStatus
                    " - " WS-FileStatus-Lookup-Message
            MOVE "OPEN" TO WS-ErrorLog-Operation
            MOVE WS-ArchiveStatus TO WS-ErrorLog-FileStatus
            MOVE "TRANLOG.ARC.NEW" TO WS-ErrorLog-FileName
            PERFORM LOG-CONVERSION-ERROR
            CLOSE OldLogArchiveFile
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-EndOfOldArchive = "Y"
            READ OldLogArchiveFile
                AT END SET WS-EndOfOldArchive TO "Y"
                NOT AT END
                    ADD 1 TO WS-ArchiveReadCount
                    MOVE OldLogArchiveRecord TO WS-OldEntry
                    PERFORM CONVERT-ONE-ENTRY
                    IF WS-OldEntry(72:18) = SPACES
                        ADD 1 TO WS-ArchiveConvertedCount
                    ELSE
                        ADD 1 TO WS-ArchiveAlreadyNewCount
                    END-IF
                    MOVE TransactionLogRecord TO NewLogArchiveRecord
                    WRITE NewLogArchiveRecord
            END-READ
        END-PERFORM
        CLOSE OldLogArchiveFile
        CLOSE NewLogArchiveFile
    END-IF

    MOVE WS-ReadCount TO WS-Count-Edit
    DISPLAY "Log entries read:                  " WS-Count-Edit
    MOVE WS-ConvertedCount TO WS-Count-Edit
    DISPLAY "Old-layout entries converted:      " WS-Count-Edit
    MOVE WS-AlreadyNewCount TO WS-Count-Edit
    DISPLAY "Entries already on the new layout: " WS-Count-Edit
    IF WS-ArchivePresent = "Y"
        MOVE WS-ArchiveReadCount TO WS-Count-Edit
        DISPLAY "Archive entries read:              " WS-Count-Edit
        MOVE WS-ArchiveConvertedCount TO WS-Count-Edit
        DISPLAY "Old-layout entries converted:      " WS-Count-Edit
        MOVE WS-ArchiveAlreadyNewCount TO WS-Count-Edit
        DISPLAY "Entries already on the new layout: " WS-Count-Edit
    END-IF
    DISPLAY "Conversion written to TRANSACTION.LOG.NEW."
    DISPLAY "After checking the counts, put the converted log in place:"
    DISPLAY "  rename TRANSACTION.LOG.NEW to TRANSACTION.LOG"
    IF WS-ArchivePresent = "Y"
        DISPLAY "  rename TRANLOG.ARC.NEW     to TRANLOG.ARC"
    END-IF

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

CONVERT-ONE-ENTRY.
    MOVE WS-OldEntry TO TransactionLogRecord
    IF WS-OldEntry(72:18) = SPACES
        IF TL-TransactionType = "B"
            MOVE "ROLLOFF" TO TL-OperatorID
            MOVE "LR" TO TL-Channel
        ELSE
            MOVE "CONVERT" TO TL-OperatorID
            MOVE "CV" TO TL-Channel
        END-IF
        MOVE SPACES TO TL-OrigOperatorID
    END-IF.

LOG-CONVERSION-ERROR.
    MOVE "LogConversion" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".

END PROGRAM LogConversion.
