    SELECT MergeInputFile ASSIGN USING WS-MergeFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MergeInputStatus.
    SELECT LayoutDefinitionFile ASSIGN TO 'LAYOUT.CFG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LayoutStatus.
    SELECT RejectFile ASSIGN TO 'INPUT.REJ'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RejectStatus.

    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".
01 MergeListConfigLine PIC X(40).
FD MergeInputFile.
01 MergeInputRecord PIC X(80).
FD LayoutDefinitionFile.
01 LayoutDefinitionLine.
   05 LD-FieldName PIC X(12).
   05 LD-SourceStart PIC X(3).
   05 LD-SourceLength PIC X(3).
   05 LD-FieldType PIC X.
   05 LD-TargetStart PIC X(3).
   05 LD-TargetLength PIC X(3).
   05 LD-FillRule PIC X.
   05 LD-Required PIC X.
   05 LD-Decimals PIC X.
   05 LD-SourceDateFormat PIC X(10).
   05 LD-TargetDateFormat PIC X(10).
FD RejectFile.
01 RejectLine PIC X(152).

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".
01 WS-DupKeyCount PIC 9(4) VALUE ZEROS.
01 WS-DupIndex PIC 9(4) VALUE ZEROS.

01 WS-LayoutStatus PIC 9(2) VALUE ZEROS.
01 WS-RejectStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfLayout PIC X VALUE "N".
01 WS-LayoutTable.
   05 WS-LayoutField OCCURS 40 TIMES.
      10 WS-LayoutField-Name PIC X(12) VALUE SPACES.
      10 WS-LayoutField-SrcStart PIC 9(3) VALUE ZEROS.
      10 WS-LayoutField-SrcLength PIC 9(3) VALUE ZEROS.
      10 WS-LayoutField-Type PIC X VALUE SPACE.
      10 WS-LayoutField-TgtStart PIC 9(3) VALUE ZEROS.
      10 WS-LayoutField-TgtLength PIC 9(3) VALUE ZEROS.
      10 WS-LayoutField-Fill PIC X VALUE SPACE.
      10 WS-LayoutField-Required PIC X VALUE SPACE.
      10 WS-LayoutField-Decimals PIC 9 VALUE ZERO.
      10 WS-LayoutField-SrcDateFmt PIC X(10) VALUE SPACES.
      10 WS-LayoutField-TgtDateFmt PIC X(10) VALUE SPACES.
      10 WS-LayoutField-SrcYearPos PIC 9(2) VALUE ZEROS.
      10 WS-LayoutField-SrcMonthPos PIC 9(2) VALUE ZEROS.
      10 WS-LayoutField-SrcDayPos PIC 9(2) VALUE ZEROS.
      10 WS-LayoutField-TgtYearPos PIC 9(2) VALUE ZEROS.
      10 WS-LayoutField-TgtMonthPos PIC 9(2) VALUE ZEROS.
      10 WS-LayoutField-TgtDayPos PIC 9(2) VALUE ZEROS.
01 WS-LayoutFieldCount PIC 9(2) VALUE ZEROS.
01 WS-LayoutIndex PIC 9(2) VALUE ZEROS.
01 WS-LayoutLineCount PIC 9(4) VALUE ZEROS.
01 WS-LayoutErrorText PIC X(50) VALUE SPACES.
01 WS-FormatText PIC X(10) VALUE SPACES.
01 WS-FormatIndex PIC 9(2) VALUE ZEROS.
01 WS-FormatYearPos PIC 9(2) VALUE ZEROS.
01 WS-FormatMonthPos PIC 9(2) VALUE ZEROS.
01 WS-FormatDayPos PIC 9(2) VALUE ZEROS.
01 WS-FormatLength PIC 9(2) VALUE ZEROS.

01 WS-ReformatRecord PIC X(80) VALUE SPACES.
01 WS-RecordRejected PIC X VALUE "N".
01 WS-FieldValue PIC X(80) VALUE SPACES.
01 WS-FieldText PIC X(80) VALUE SPACES.
01 WS-FieldTextLength PIC 9(3) VALUE ZEROS.
01 WS-FieldRule PIC X(10) VALUE SPACES.
01 WS-FieldReason PIC X(40) VALUE SPACES.
01 WS-NumericText PIC 9(18) VALUE ZEROS.
01 WS-NumericAmount PIC S9(18) VALUE ZEROS.
01 WS-LeadingZeros PIC 9(2) VALUE ZEROS.
01 WS-DateCheck.
   05 WS-DateCheck-Year PIC X(4).
   05 WS-DateCheck-Month PIC X(2).
   05 WS-DateCheck-Day PIC X(2).
01 WS-DateCheck-Numeric REDEFINES WS-DateCheck PIC 9(8).
01 WS-DateOut PIC X(10) VALUE SPACES.
01 WS-ReformatCount PIC 9(6) VALUE ZEROS.
01 WS-RejectCount PIC 9(6) VALUE ZEROS.
01 WS-RejectRequired PIC 9(6) VALUE ZEROS.
01 WS-RejectNotNumeric PIC 9(6) VALUE ZEROS.
01 WS-RejectNegative PIC 9(6) VALUE ZEROS.
01 WS-RejectBadDate PIC 9(6) VALUE ZEROS.
01 WS-RejectOverflow PIC 9(6) VALUE ZEROS.
01 WS-RejectDetail.
   05 WS-RejectDetail-RecordNumber PIC 9(6).
   05 FILLER PIC X VALUE SPACE.
   05 WS-RejectDetail-FieldName PIC X(12).
   05 FILLER PIC X VALUE SPACE.
   05 WS-RejectDetail-Rule PIC X(10).
   05 FILLER PIC X VALUE SPACE.
   05 WS-RejectDetail-Reason PIC X(40).
   05 FILLER PIC X VALUE SPACE.
   05 WS-RejectDetail-Record PIC X(80).

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".
        STOP RUN
    END-IF.

    PERFORM LOAD-LAYOUT-DEFINITION
    IF WS-LayoutFieldCount > ZERO
        PERFORM REFORMAT-RUN
        STOP RUN
    END-IF.

    PERFORM LOAD-CHECKPOINT

    OPEN INPUT InputFile
        END-PERFORM
    END-PERFORM.

LOAD-LAYOUT-DEFINITION.
    MOVE ZERO TO WS-LayoutFieldCount
    OPEN INPUT LayoutDefinitionFile
    IF WS-LayoutStatus = ZERO
        PERFORM UNTIL WS-EndOfLayout = "Y"
            READ LayoutDefinitionFile
                AT END SET WS-EndOfLayout TO "Y"
                NOT AT END
                    ADD 1 TO WS-LayoutLineCount
                    IF LayoutDefinitionLine NOT = SPACES
                        PERFORM STORE-LAYOUT-FIELD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE LayoutDefinitionFile
    END-IF.

STORE-LAYOUT-FIELD.
    IF WS-LayoutFieldCount NOT < 40
        MOVE "more than 40 field definitions" TO WS-LayoutErrorText
        PERFORM LAYOUT-DEFINITION-ERROR
    END-IF
    IF LD-SourceStart IS NOT NUMERIC OR LD-SourceLength IS NOT NUMERIC
            OR LD-TargetStart IS NOT NUMERIC OR LD-TargetLength IS NOT NUMERIC
        MOVE "field positions must be 3-digit numbers" TO WS-LayoutErrorText
        PERFORM LAYOUT-DEFINITION-ERROR
    END-IF

    ADD 1 TO WS-LayoutFieldCount
    MOVE LD-FieldName TO WS-LayoutField-Name(WS-LayoutFieldCount)
    MOVE LD-SourceStart TO WS-LayoutField-SrcStart(WS-LayoutFieldCount)
    MOVE LD-SourceLength TO WS-LayoutField-SrcLength(WS-LayoutFieldCount)
    MOVE LD-FieldType TO WS-LayoutField-Type(WS-LayoutFieldCount)
    MOVE LD-TargetStart TO WS-LayoutField-TgtStart(WS-LayoutFieldCount)
    MOVE LD-TargetLength TO WS-LayoutField-TgtLength(WS-LayoutFieldCount)
    MOVE LD-FillRule TO WS-LayoutField-Fill(WS-LayoutFieldCount)
    MOVE LD-Required TO WS-LayoutField-Required(WS-LayoutFieldCount)
    MOVE LD-SourceDateFormat TO WS-LayoutField-SrcDateFmt(WS-LayoutFieldCount)
    MOVE LD-TargetDateFormat TO WS-LayoutField-TgtDateFmt(WS-LayoutFieldCount)
    IF WS-LayoutField-Fill(WS-LayoutFieldCount) = SPACE
        MOVE "S" TO WS-LayoutField-Fill(WS-LayoutFieldCount)
    END-IF
    IF LD-Decimals IS NUMERIC
        MOVE LD-Decimals TO WS-LayoutField-Decimals(WS-LayoutFieldCount)
    END-IF

    IF WS-LayoutField-SrcStart(WS-LayoutFieldCount) = ZERO
            OR WS-LayoutField-SrcLength(WS-LayoutFieldCount) = ZERO
            OR WS-LayoutField-SrcStart(WS-LayoutFieldCount)
               + WS-LayoutField-SrcLength(WS-LayoutFieldCount) > 81
        MOVE "source position outside the 80-byte record" TO WS-LayoutErrorText
        PERFORM LAYOUT-DEFINITION-ERROR
    END-IF
    IF WS-LayoutField-TgtStart(WS-LayoutFieldCount) = ZERO
            OR WS-LayoutField-TgtLength(WS-LayoutFieldCount) = ZERO
            OR WS-LayoutField-TgtStart(WS-LayoutFieldCount)
               + WS-LayoutField-TgtLength(WS-LayoutFieldCount) > 81
        MOVE "target position outside the 80-byte record" TO WS-LayoutErrorText
        PERFORM LAYOUT-DEFINITION-ERROR
    END-IF
    IF WS-LayoutField-Type(WS-LayoutFieldCount) NOT = "X"
            AND WS-LayoutField-Type(WS-LayoutFieldCount) NOT = "9"
            AND WS-LayoutField-Type(WS-LayoutFieldCount) NOT = "N"
            AND WS-LayoutField-Type(WS-LayoutFieldCount) NOT = "D"
        MOVE "field type must be X, 9, N or D" TO WS-LayoutErrorText
        PERFORM LAYOUT-DEFINITION-ERROR
    END-IF
    IF WS-LayoutField-Fill(WS-LayoutFieldCount) NOT = "S"
            AND WS-LayoutField-Fill(WS-LayoutFieldCount) NOT = "R"
            AND WS-LayoutField-Fill(WS-LayoutFieldCount) NOT = "Z"
        MOVE "fill rule must be S, R or Z" TO WS-LayoutErrorText
        PERFORM LAYOUT-DEFINITION-ERROR
    END-IF

    IF WS-LayoutField-Type(WS-LayoutFieldCount) = "D"
        MOVE WS-LayoutField-SrcDateFmt(WS-LayoutFieldCount) TO WS-FormatText
        PERFORM LOCATE-DATE-FORMAT-PARTS
        IF WS-FormatLength > WS-LayoutField-SrcLength(WS-LayoutFieldCount)
            MOVE "source date format invalid or longer than field"
                TO WS-LayoutErrorText
            PERFORM LAYOUT-DEFINITION-ERROR
        END-IF
        MOVE WS-FormatYearPos TO WS-LayoutField-SrcYearPos(WS-LayoutFieldCount)
        MOVE WS-FormatMonthPos TO WS-LayoutField-SrcMonthPos(WS-LayoutFieldCount)
        MOVE WS-FormatDayPos TO WS-LayoutField-SrcDayPos(WS-LayoutFieldCount)
        MOVE WS-LayoutField-TgtDateFmt(WS-LayoutFieldCount) TO WS-FormatText
        PERFORM LOCATE-DATE-FORMAT-PARTS
        IF WS-FormatLength > WS-LayoutField-TgtLength(WS-LayoutFieldCount)
            MOVE "target date format invalid or longer than field"
                TO WS-LayoutErrorText
            PERFORM LAYOUT-DEFINITION-ERROR
        END-IF
        MOVE WS-FormatYearPos TO WS-LayoutField-TgtYearPos(WS-LayoutFieldCount)
        MOVE WS-FormatMonthPos TO WS-LayoutField-TgtMonthPos(WS-LayoutFieldCount)
        MOVE WS-FormatDayPos TO WS-LayoutField-TgtDayPos(WS-LayoutFieldCount)
    END-IF.

LOCATE-DATE-FORMAT-PARTS.
    MOVE ZEROS TO WS-FormatYearPos
    MOVE ZEROS TO WS-FormatMonthPos
    MOVE ZEROS TO WS-FormatDayPos
    PERFORM VARYING WS-FormatIndex FROM 1 BY 1 UNTIL WS-FormatIndex > 9
        IF WS-FormatText(WS-FormatIndex:2) = "MM"
            MOVE WS-FormatIndex TO WS-FormatMonthPos
        END-IF
        IF WS-FormatText(WS-FormatIndex:2) = "DD"
            MOVE WS-FormatIndex TO WS-FormatDayPos
        END-IF
        IF WS-FormatIndex < 8 AND WS-FormatYearPos = ZERO
                AND WS-FormatText(WS-FormatIndex:4) = "YYYY"
            MOVE WS-FormatIndex TO WS-FormatYearPos
        END-IF
    END-PERFORM
    IF WS-FormatYearPos = ZERO OR WS-FormatMonthPos = ZERO
            OR WS-FormatDayPos = ZERO
        MOVE 99 TO WS-FormatLength
    ELSE
        COMPUTE WS-FormatLength =
            FUNCTION LENGTH(FUNCTION TRIM(WS-FormatText TRAILING))
    END-IF.

LAYOUT-DEFINITION-ERROR.
    DISPLAY 'Error: LAYOUT.CFG line ' WS-LayoutLineCount ' ('
            LD-FieldName ') - ' FUNCTION TRIM(WS-LayoutErrorText)
            '. Run aborted before writing OUTPUT.DAT'
    MOVE "LAYOUT" TO WS-ErrorLog-Operation
    MOVE ZEROS TO WS-ErrorLog-FileStatus
    MOVE "LAYOUT.CFG" TO WS-ErrorLog-FileName
    PERFORM LOG-FILEHANDLING-ERROR
    CLOSE LayoutDefinitionFile
    MOVE 8 TO RETURN-CODE
    STOP RUN.

REFORMAT-RUN.
    DISPLAY 'Reformat mode: ' WS-LayoutFieldCount
            ' field definition(s) from LAYOUT.CFG'

    OPEN INPUT InputFile
    IF WS-InputStatus NOT EQUAL ZERO
        MOVE WS-InputStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY 'Error opening INPUT.DAT. File Status: ' WS-InputStatus
                ' - ' WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-InputStatus TO WS-ErrorLog-FileStatus
        MOVE "INPUT.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-FILEHANDLING-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT OutputFile
    IF WS-OutputStatus NOT EQUAL ZERO
        MOVE WS-OutputStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY 'Error opening OUTPUT.DAT. File Status: ' WS-OutputStatus
                ' - ' WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-OutputStatus TO WS-ErrorLog-FileStatus
        MOVE "OUTPUT.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-FILEHANDLING-ERROR
        CLOSE InputFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN OUTPUT RejectFile
    IF WS-RejectStatus NOT EQUAL ZERO
        MOVE WS-RejectStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY 'Error opening INPUT.REJ. File Status: ' WS-RejectStatus
                ' - ' WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-RejectStatus TO WS-ErrorLog-FileStatus
        MOVE "INPUT.REJ" TO WS-ErrorLog-FileName
        PERFORM LOG-FILEHANDLING-ERROR
        CLOSE InputFile
        CLOSE OutputFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL END-OF-FILE = 'Y'
        READ InputFile
            AT END SET END-OF-FILE TO 'Y'
            NOT AT END
                ADD 1 TO WS-RecordsReadCount
                IF WS-SelectionActive = "Y"
                        AND InputRecord(WS-SelectStart:WS-SelectLength)
                            NOT = WS-SelectValue(1:WS-SelectLength)
                    ADD 1 TO WS-SkippedCount
                ELSE
                    PERFORM REFORMAT-ONE-RECORD
                END-IF
        END-READ
    END-PERFORM

    CLOSE InputFile
    CLOSE OutputFile
    CLOSE RejectFile

    DISPLAY 'Records read:        ' WS-RecordsReadCount
    DISPLAY 'Records reformatted: ' WS-ReformatCount
    DISPLAY 'Records rejected:    ' WS-RejectCount
    DISPLAY 'Records skipped:     ' WS-SkippedCount
    DISPLAY 'Field failures by rule:'
    DISPLAY '  REQUIRED   (blank required field)     ' WS-RejectRequired
    DISPLAY '  NUMERIC    (non-numeric value)        ' WS-RejectNotNumeric
    DISPLAY '  NEGATIVE   (negative amount)          ' WS-RejectNegative
    DISPLAY '  DATE       (invalid date)             ' WS-RejectBadDate
    DISPLAY '  OVERFLOW   (value too long for target) ' WS-RejectOverflow

    MOVE WS-RecordsReadCount TO WS-JobStats-RecordsRead
    MOVE WS-ReformatCount TO WS-JobStats-RecordsWritten
    MOVE WS-RejectCount TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE.

REFORMAT-ONE-RECORD.
    MOVE SPACES TO WS-ReformatRecord
    MOVE "N" TO WS-RecordRejected
    PERFORM VARYING WS-LayoutIndex FROM 1 BY 1
            UNTIL WS-LayoutIndex > WS-LayoutFieldCount
        PERFORM REFORMAT-ONE-FIELD
    END-PERFORM
    IF WS-RecordRejected = "Y"
        ADD 1 TO WS-RejectCount
    ELSE
        MOVE WS-ReformatRecord TO OutputRecord
        WRITE OutputRecord
        IF WS-OutputStatus NOT EQUAL ZERO
            MOVE WS-OutputStatus TO WS-FileStatus-Lookup-Code
            PERFORM LOOKUP-FILE-STATUS-MESSAGE
            DISPLAY 'Error writing OUTPUT.DAT. File Status: ' WS-OutputStatus
                    ' - ' WS-FileStatus-Lookup-Message
            MOVE "WRITE" TO WS-ErrorLog-Operation
            MOVE WS-OutputStatus TO WS-ErrorLog-FileStatus
            MOVE "OUTPUT.DAT" TO WS-ErrorLog-FileName
            PERFORM LOG-FILEHANDLING-ERROR
            CLOSE InputFile
            CLOSE OutputFile
            CLOSE RejectFile
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-ReformatCount
    END-IF.

REFORMAT-ONE-FIELD.
    MOVE SPACES TO WS-FieldRule
    MOVE SPACES TO WS-FieldReason
    MOVE SPACES TO WS-FieldValue
    MOVE SPACES TO WS-FieldText
    MOVE InputRecord(WS-LayoutField-SrcStart(WS-LayoutIndex):
                     WS-LayoutField-SrcLength(WS-LayoutIndex))
        TO WS-FieldValue

    IF WS-FieldValue = SPACES
        IF WS-LayoutField-Required(WS-LayoutIndex) = "Y"
            MOVE "REQUIRED" TO WS-FieldRule
            MOVE "required field is blank" TO WS-FieldReason
        ELSE
            IF WS-LayoutField-Fill(WS-LayoutIndex) = "Z"
                MOVE ALL "0" TO WS-ReformatRecord
                    (WS-LayoutField-TgtStart(WS-LayoutIndex):
                     WS-LayoutField-TgtLength(WS-LayoutIndex))
            END-IF
        END-IF
    ELSE
        MOVE FUNCTION TRIM(WS-FieldValue) TO WS-FieldText
        COMPUTE WS-FieldTextLength =
            FUNCTION LENGTH(FUNCTION TRIM(WS-FieldValue))
        EVALUATE WS-LayoutField-Type(WS-LayoutIndex)
            WHEN "9"
                PERFORM CONVERT-DIGITS-FIELD
            WHEN "N"
                PERFORM CONVERT-AMOUNT-FIELD
            WHEN "D"
                PERFORM CONVERT-DATE-FIELD
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF WS-FieldRule = SPACES
            PERFORM PLACE-TARGET-FIELD
        END-IF
    END-IF

    IF WS-FieldRule NOT = SPACES
        PERFORM WRITE-REJECT-LINE
    END-IF.

CONVERT-DIGITS-FIELD.
    IF WS-FieldText(1:WS-FieldTextLength) IS NOT NUMERIC
        MOVE "NUMERIC" TO WS-FieldRule
        MOVE "non-digit characters in numeric field" TO WS-FieldReason
    ELSE
        IF WS-LayoutField-Fill(WS-LayoutIndex) = "Z"
            IF WS-FieldTextLength > 18
                MOVE "OVERFLOW" TO WS-FieldRule
                MOVE "more than 18 digits" TO WS-FieldReason
            ELSE
                MOVE ZEROS TO WS-NumericText
                MOVE WS-FieldText(1:WS-FieldTextLength)
                    TO WS-NumericText(19 - WS-FieldTextLength:WS-FieldTextLength)
                PERFORM STRIP-LEADING-ZEROS
            END-IF
        END-IF
    END-IF.

CONVERT-AMOUNT-FIELD.
    IF FUNCTION TEST-NUMVAL(WS-FieldText(1:WS-FieldTextLength)) NOT = ZERO
        MOVE "NUMERIC" TO WS-FieldRule
        MOVE "not a valid amount" TO WS-FieldReason
    ELSE
        COMPUTE WS-NumericAmount ROUNDED =
            FUNCTION NUMVAL(WS-FieldText(1:WS-FieldTextLength))
            * (10 ** WS-LayoutField-Decimals(WS-LayoutIndex))
            ON SIZE ERROR
                MOVE "OVERFLOW" TO WS-FieldRule
                MOVE "amount too large" TO WS-FieldReason
        END-COMPUTE
        IF WS-FieldRule = SPACES
            IF WS-NumericAmount < ZERO
                MOVE "NEGATIVE" TO WS-FieldRule
                MOVE "negative amount in unsigned target" TO WS-FieldReason
            ELSE
                MOVE WS-NumericAmount TO WS-NumericText
                PERFORM STRIP-LEADING-ZEROS
            END-IF
        END-IF
    END-IF.

STRIP-LEADING-ZEROS.
    MOVE ZEROS TO WS-LeadingZeros
    INSPECT WS-NumericText TALLYING WS-LeadingZeros FOR LEADING ZEROS
    IF WS-LeadingZeros = 18
        MOVE "0" TO WS-FieldText
        MOVE 1 TO WS-FieldTextLength
    ELSE
        MOVE SPACES TO WS-FieldText
        COMPUTE WS-FieldTextLength = 18 - WS-LeadingZeros
        MOVE WS-NumericText(WS-LeadingZeros + 1:WS-FieldTextLength)
            TO WS-FieldText
    END-IF.

CONVERT-DATE-FIELD.
    MOVE WS-FieldValue(WS-LayoutField-SrcYearPos(WS-LayoutIndex):4)
        TO WS-DateCheck-Year
    MOVE WS-FieldValue(WS-LayoutField-SrcMonthPos(WS-LayoutIndex):2)
        TO WS-DateCheck-Month
    MOVE WS-FieldValue(WS-LayoutField-SrcDayPos(WS-LayoutIndex):2)
        TO WS-DateCheck-Day
    IF WS-DateCheck IS NOT NUMERIC
        MOVE "DATE" TO WS-FieldRule
        MOVE "date does not match the source format" TO WS-FieldReason
    ELSE
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-DateCheck-Numeric) NOT = ZERO
            MOVE "DATE" TO WS-FieldRule
            MOVE "not a valid calendar date" TO WS-FieldReason
        ELSE
            MOVE WS-LayoutField-TgtDateFmt(WS-LayoutIndex) TO WS-DateOut
            MOVE WS-DateCheck-Year
                TO WS-DateOut(WS-LayoutField-TgtYearPos(WS-LayoutIndex):4)
            MOVE WS-DateCheck-Month
                TO WS-DateOut(WS-LayoutField-TgtMonthPos(WS-LayoutIndex):2)
            MOVE WS-DateCheck-Day
                TO WS-DateOut(WS-LayoutField-TgtDayPos(WS-LayoutIndex):2)
            MOVE SPACES TO WS-FieldText
            MOVE WS-DateOut TO WS-FieldText
            COMPUTE WS-FieldTextLength = FUNCTION LENGTH(
                FUNCTION TRIM(WS-LayoutField-TgtDateFmt(WS-LayoutIndex) TRAILING))
        END-IF
    END-IF.

PLACE-TARGET-FIELD.
    IF WS-FieldTextLength > WS-LayoutField-TgtLength(WS-LayoutIndex)
        MOVE "OVERFLOW" TO WS-FieldRule
        MOVE "value longer than target field" TO WS-FieldReason
    ELSE
        EVALUATE WS-LayoutField-Fill(WS-LayoutIndex)
            WHEN "Z"
                MOVE ALL "0" TO WS-ReformatRecord
                    (WS-LayoutField-TgtStart(WS-LayoutIndex):
                     WS-LayoutField-TgtLength(WS-LayoutIndex))
                MOVE WS-FieldText(1:WS-FieldTextLength) TO WS-ReformatRecord
                    (WS-LayoutField-TgtStart(WS-LayoutIndex)
                     + WS-LayoutField-TgtLength(WS-LayoutIndex)
                     - WS-FieldTextLength:WS-FieldTextLength)
            WHEN "R"
                MOVE WS-FieldText(1:WS-FieldTextLength) TO WS-ReformatRecord
                    (WS-LayoutField-TgtStart(WS-LayoutIndex)
                     + WS-LayoutField-TgtLength(WS-LayoutIndex)
                     - WS-FieldTextLength:WS-FieldTextLength)
            WHEN OTHER
                MOVE WS-FieldText(1:WS-FieldTextLength) TO WS-ReformatRecord
                    (WS-LayoutField-TgtStart(WS-LayoutIndex):WS-FieldTextLength)
        END-EVALUATE
    END-IF.

WRITE-REJECT-LINE.
    MOVE "Y" TO WS-RecordRejected
    EVALUATE WS-FieldRule
        WHEN "REQUIRED"
            ADD 1 TO WS-RejectRequired
        WHEN "NUMERIC"
            ADD 1 TO WS-RejectNotNumeric
        WHEN "NEGATIVE"
            ADD 1 TO WS-RejectNegative
        WHEN "DATE"
            ADD 1 TO WS-RejectBadDate
        WHEN OTHER
            ADD 1 TO WS-RejectOverflow
    END-EVALUATE
    MOVE WS-RecordsReadCount TO WS-RejectDetail-RecordNumber
    MOVE WS-LayoutField-Name(WS-LayoutIndex) TO WS-RejectDetail-FieldName
    MOVE WS-FieldRule TO WS-RejectDetail-Rule
    MOVE WS-FieldReason TO WS-RejectDetail-Reason
    MOVE InputRecord TO WS-RejectDetail-Record
    WRITE RejectLine FROM WS-RejectDetail
    IF WS-RejectStatus NOT EQUAL ZERO
        MOVE WS-RejectStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY 'Error writing INPUT.REJ. File Status: ' WS-RejectStatus
                ' - ' WS-FileStatus-Lookup-Message
        MOVE "WRITE" TO WS-ErrorLog-Operation
        MOVE WS-RejectStatus TO WS-ErrorLog-FileStatus
        MOVE "INPUT.REJ" TO WS-ErrorLog-FileName
        PERFORM LOG-FILEHANDLING-ERROR
        CLOSE InputFile
        CLOSE OutputFile
        CLOSE RejectFile
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-SELECTION-CRITERIA.
    OPEN INPUT SelectCriteriaFile
    IF WS-SelectStatus = ZERO
