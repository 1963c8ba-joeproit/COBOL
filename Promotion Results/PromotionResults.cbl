IDENTIFICATION DIVISION.
PROGRAM-ID. PromotionResults.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PromotionFile ASSIGN TO "PROMO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PromotionStatus.

    SELECT PromoSalesFile ASSIGN TO "PROMOSALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PromoSalesStatus.

    SELECT PromoReportFile ASSIGN TO "PROMORES.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportStatus.

    COPY "ProductMasterFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "JobStatsFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD PromotionFile.
COPY "PromotionRecord.cpy".

FD PromoSalesFile.
COPY "PromoSalesRecord.cpy".

FD PromoReportFile.
01 PromoReportLine PIC X(132).

FD ProductMasterFile.
COPY "ProductMasterRecord.cpy".

COPY "ErrorLogFD.cpy".
COPY "JobStatsFD.cpy".

WORKING-STORAGE SECTION.
01 WS-PromotionStatus PIC 9(2) VALUE ZEROS.
01 WS-PromoSalesStatus PIC 9(2) VALUE ZEROS.
01 WS-ReportStatus PIC 9(2) VALUE ZEROS.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfPromotions PIC X VALUE "N".
01 WS-EndOfPromoSales PIC X VALUE "N".
01 WS-EndOfProductMaster PIC X VALUE "N".

01 WS-ProductTable.
   05 WS-Product OCCURS 500 TIMES.
      10 WS-Product-ID PIC X(10) VALUE SPACES.
      10 WS-Product-Category PIC X(10) VALUE SPACES.
01 WS-ProductCount PIC 9(3) VALUE ZEROS.
01 WS-ProductIndex PIC 9(3) VALUE ZEROS.
01 WS-Category-ForRow PIC X(10) VALUE SPACES.

01 WS-PromotionTable.
   05 WS-Promo OCCURS 500 TIMES.
      10 WS-Promo-ID PIC 9(6) VALUE ZEROS.
      10 WS-Promo-Description PIC X(30) VALUE SPACES.
      10 WS-Promo-ProductID PIC X(10) VALUE SPACES.
      10 WS-Promo-Category PIC X(10) VALUE SPACES.
      10 WS-Promo-StoreID PIC X(4) VALUE SPACES.
      10 WS-Promo-StartDate PIC 9(8) VALUE ZEROS.
      10 WS-Promo-EndDate PIC 9(8) VALUE ZEROS.
      10 WS-Promo-Status PIC X VALUE SPACE.
      10 WS-Promo-OnDays PIC 9(5) VALUE ZEROS.
      10 WS-Promo-OnUnits PIC S9(8) VALUE ZEROS.
      10 WS-Promo-OnAmt PIC S9(11)V99 VALUE ZEROS.
      10 WS-Promo-OnLastDate PIC 9(8) VALUE ZEROS.
      10 WS-Promo-OffDays PIC 9(5) VALUE ZEROS.
      10 WS-Promo-OffUnits PIC S9(8) VALUE ZEROS.
      10 WS-Promo-OffAmt PIC S9(11)V99 VALUE ZEROS.
      10 WS-Promo-OffLastDate PIC 9(8) VALUE ZEROS.
01 WS-PromoCount PIC 9(3) VALUE ZEROS.
01 WS-PromoIndex PIC 9(3) VALUE ZEROS.
01 WS-PromoOverflow PIC 9(6) VALUE ZEROS.

01 WS-PromoSalesRead PIC 9(8) VALUE ZEROS.
01 WS-UnitsPerDay PIC S9(8)V99 VALUE ZEROS.
01 WS-AmtPerDay PIC S9(11)V99 VALUE ZEROS.
01 WS-OffUnitsPerDay PIC S9(8)V99 VALUE ZEROS.
01 WS-OffAmtPerDay PIC S9(11)V99 VALUE ZEROS.
01 WS-LiftPct PIC S9(5)V99 VALUE ZEROS.

01 WS-RunDate PIC 9(8) VALUE ZEROS.
01 WS-RunDate-Edit PIC 9(4)/99/99.
01 WS-StartDate-Edit PIC 9(4)/99/99.
01 WS-EndDate-Edit PIC 9(4)/99/99.
01 WS-PromoID-Edit PIC Z(5)9.
01 WS-Days-Edit PIC ZZ,ZZ9.
01 WS-Units-Edit PIC -ZZ,ZZZ,ZZ9.
01 WS-Amt-Edit PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-PerDay-Edit PIC -ZZ,ZZZ,ZZ9.99.
01 WS-AmtPerDay-Edit PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 WS-Lift-Edit PIC -ZZ,ZZ9.99.
01 WS-ScopeLabel PIC X(20) VALUE SPACES.
01 WS-StatusLabel PIC X(9) VALUE SPACES.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "JobStatsFields.cpy".

PROCEDURE DIVISION.
Begin.
    MOVE "PromotionResults" TO WS-JobStats-ProgramName
    MOVE FUNCTION CURRENT-DATE TO WS-JobStats-StartTimestamp
    ACCEPT WS-RunDate FROM DATE YYYYMMDD

    PERFORM LOAD-PRODUCT-CATEGORIES
    PERFORM LOAD-PROMOTIONS

    OPEN OUTPUT PromoReportFile
    IF WS-ReportStatus NOT EQUAL ZERO
        MOVE WS-ReportStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PROMORES.RPT. File Status: " WS-ReportStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ReportStatus TO WS-ErrorLog-FileStatus
        MOVE "PROMORES.RPT" TO WS-ErrorLog-FileName
        PERFORM LOG-PROMORES-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM WRITE-REPORT-HEADING

    OPEN INPUT PromoSalesFile
    IF WS-PromoSalesStatus NOT EQUAL ZERO
        MOVE SPACES TO PromoReportLine
        STRING "No PROMOSALES.DAT on file - the sales batch has not yet "
               "recorded any daily sales to compare"
               INTO PromoReportLine
        WRITE PromoReportLine
    ELSE
        PERFORM UNTIL WS-EndOfPromoSales = "Y"
            READ PromoSalesFile
                AT END SET WS-EndOfPromoSales TO "Y"
                NOT AT END
                    ADD 1 TO WS-PromoSalesRead
                    PERFORM APPLY-ONE-DAILY-SALE
            END-READ
        END-PERFORM
        CLOSE PromoSalesFile
    END-IF

    IF WS-PromoCount = ZERO
        MOVE SPACES TO PromoReportLine
        STRING "  (no promotions on PROMO.DAT)" INTO PromoReportLine
        WRITE PromoReportLine
    END-IF
    PERFORM VARYING WS-PromoIndex FROM 1 BY 1
            UNTIL WS-PromoIndex > WS-PromoCount
        PERFORM WRITE-PROMOTION-RESULT
    END-PERFORM

    CLOSE PromoReportFile

    DISPLAY "Daily sales rows read:    " WS-PromoSalesRead
    DISPLAY "Promotions reported:      " WS-PromoCount
    DISPLAY "Report written to PROMORES.RPT"

    MOVE WS-PromoSalesRead TO WS-JobStats-RecordsRead
    MOVE WS-PromoCount TO WS-JobStats-RecordsWritten
    MOVE ZEROS TO WS-JobStats-RecordsRejected
    MOVE ZEROS TO WS-JobStats-ReturnCode
    PERFORM WRITE-JOB-STATS

    MOVE ZERO TO RETURN-CODE
    STOP RUN.

LOAD-PRODUCT-CATEGORIES.
    MOVE ZERO TO WS-ProductCount
    OPEN INPUT ProductMasterFile
    IF WS-ProductMasterStatus = ZERO
        PERFORM UNTIL WS-EndOfProductMaster = "Y"
            READ ProductMasterFile NEXT RECORD
                AT END SET WS-EndOfProductMaster TO "Y"
                NOT AT END
                    IF WS-ProductCount < 500
                        ADD 1 TO WS-ProductCount
                        MOVE PM-ProductID TO WS-Product-ID(WS-ProductCount)
                        MOVE PM-Category TO WS-Product-Category(WS-ProductCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ProductMasterFile
    END-IF
    IF WS-ProductCount = ZERO
        DISPLAY "Warning: PRODUCT.MASTER is missing or empty - category "
                "promotions will show no sales"
    END-IF.

LOAD-PROMOTIONS.
    MOVE ZERO TO WS-PromoCount
    OPEN INPUT PromotionFile
    IF WS-PromotionStatus = ZERO
        PERFORM UNTIL WS-EndOfPromotions = "Y"
            READ PromotionFile
                AT END SET WS-EndOfPromotions TO "Y"
                NOT AT END
                    IF WS-PromoCount < 500
                        ADD 1 TO WS-PromoCount
                        MOVE PR-PromoID TO WS-Promo-ID(WS-PromoCount)
                        MOVE PR-Description TO WS-Promo-Description(WS-PromoCount)
                        MOVE PR-ProductID TO WS-Promo-ProductID(WS-PromoCount)
                        MOVE PR-Category TO WS-Promo-Category(WS-PromoCount)
                        MOVE PR-StoreID TO WS-Promo-StoreID(WS-PromoCount)
                        MOVE PR-StartDate TO WS-Promo-StartDate(WS-PromoCount)
                        MOVE PR-EndDate TO WS-Promo-EndDate(WS-PromoCount)
                        MOVE PR-Status TO WS-Promo-Status(WS-PromoCount)
                    ELSE
                        ADD 1 TO WS-PromoOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PromotionFile
    END-IF
    IF WS-PromoOverflow > ZERO
        DISPLAY "Warning: PROMO.DAT holds more than 500 promotions - "
                WS-PromoOverflow " promotion(s) were left off the report"
    END-IF.

APPLY-ONE-DAILY-SALE.
    MOVE SPACES TO WS-Category-ForRow
    PERFORM VARYING WS-ProductIndex FROM 1 BY 1
            UNTIL WS-ProductIndex > WS-ProductCount
        IF WS-Product-ID(WS-ProductIndex) = PS-ProductID
            MOVE WS-Product-Category(WS-ProductIndex) TO WS-Category-ForRow
        END-IF
    END-PERFORM
    PERFORM VARYING WS-PromoIndex FROM 1 BY 1
            UNTIL WS-PromoIndex > WS-PromoCount
        IF PS-PromoID = WS-Promo-ID(WS-PromoIndex)
            PERFORM ADD-TO-PROMOTION-DAYS
        ELSE
            IF PS-PromoID = ZERO
                    AND (WS-Promo-ProductID(WS-PromoIndex) = PS-ProductID
                        OR (WS-Promo-ProductID(WS-PromoIndex) = SPACES
                            AND WS-Promo-Category(WS-PromoIndex) = WS-Category-ForRow))
                    AND (WS-Promo-StoreID(WS-PromoIndex) = "ALL"
                        OR WS-Promo-StoreID(WS-PromoIndex) = PS-StoreID)
                PERFORM ADD-TO-NORMAL-DAYS
            END-IF
        END-IF
    END-PERFORM.

ADD-TO-PROMOTION-DAYS.
    IF PS-SaleDate NOT = WS-Promo-OnLastDate(WS-PromoIndex)
        ADD 1 TO WS-Promo-OnDays(WS-PromoIndex)
        MOVE PS-SaleDate TO WS-Promo-OnLastDate(WS-PromoIndex)
    END-IF
    ADD PS-Quantity TO WS-Promo-OnUnits(WS-PromoIndex)
    ADD PS-Amount TO WS-Promo-OnAmt(WS-PromoIndex).

ADD-TO-NORMAL-DAYS.
    IF PS-SaleDate NOT = WS-Promo-OffLastDate(WS-PromoIndex)
        ADD 1 TO WS-Promo-OffDays(WS-PromoIndex)
        MOVE PS-SaleDate TO WS-Promo-OffLastDate(WS-PromoIndex)
    END-IF
    ADD PS-Quantity TO WS-Promo-OffUnits(WS-PromoIndex)
    ADD PS-Amount TO WS-Promo-OffAmt(WS-PromoIndex).

WRITE-REPORT-HEADING.
    MOVE WS-RunDate TO WS-RunDate-Edit
    MOVE SPACES TO PromoReportLine
    STRING "==================== PROMOTION RESULTS ===================="
           INTO PromoReportLine
    WRITE PromoReportLine
    MOVE SPACES TO PromoReportLine
    STRING "Run Date: " DELIMITED SIZE WS-RunDate-Edit DELIMITED SIZE
           "   Sales on promotion vs. the same product(s) at normal price"
           DELIMITED SIZE
           INTO PromoReportLine
    WRITE PromoReportLine
    MOVE SPACES TO PromoReportLine
    WRITE PromoReportLine.

WRITE-PROMOTION-RESULT.
    MOVE SPACES TO WS-ScopeLabel
    IF WS-Promo-ProductID(WS-PromoIndex) NOT = SPACES
        STRING "PRODUCT " DELIMITED SIZE
               WS-Promo-ProductID(WS-PromoIndex) DELIMITED SIZE
               INTO WS-ScopeLabel
    ELSE
        STRING "CATEGORY " DELIMITED SIZE
               WS-Promo-Category(WS-PromoIndex) DELIMITED SIZE
               INTO WS-ScopeLabel
    END-IF
    EVALUATE TRUE
        WHEN WS-Promo-Status(WS-PromoIndex) = "X"
            MOVE "CANCELLED" TO WS-StatusLabel
        WHEN WS-Promo-EndDate(WS-PromoIndex) < WS-RunDate
            MOVE "ENDED" TO WS-StatusLabel
        WHEN WS-Promo-StartDate(WS-PromoIndex) > WS-RunDate
            MOVE "SCHEDULED" TO WS-StatusLabel
        WHEN OTHER
            MOVE "RUNNING" TO WS-StatusLabel
    END-EVALUATE
    MOVE WS-Promo-ID(WS-PromoIndex) TO WS-PromoID-Edit
    MOVE WS-Promo-StartDate(WS-PromoIndex) TO WS-StartDate-Edit
    MOVE WS-Promo-EndDate(WS-PromoIndex) TO WS-EndDate-Edit
    MOVE SPACES TO PromoReportLine
    STRING "PROMOTION " DELIMITED SIZE
           WS-PromoID-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-Promo-Description(WS-PromoIndex) DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-ScopeLabel DELIMITED SIZE
           "  STORE " DELIMITED SIZE
           WS-Promo-StoreID(WS-PromoIndex) DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-StartDate-Edit DELIMITED SIZE
           "-" DELIMITED SIZE
           WS-EndDate-Edit DELIMITED SIZE
           "  " DELIMITED SIZE
           WS-StatusLabel DELIMITED SIZE
           INTO PromoReportLine
    WRITE PromoReportLine

    MOVE ZEROS TO WS-UnitsPerDay
    MOVE ZEROS TO WS-AmtPerDay
    IF WS-Promo-OnDays(WS-PromoIndex) > ZERO
        COMPUTE WS-UnitsPerDay ROUNDED =
            WS-Promo-OnUnits(WS-PromoIndex) / WS-Promo-OnDays(WS-PromoIndex)
        COMPUTE WS-AmtPerDay ROUNDED =
            WS-Promo-OnAmt(WS-PromoIndex) / WS-Promo-OnDays(WS-PromoIndex)
    END-IF
    MOVE WS-Promo-OnDays(WS-PromoIndex) TO WS-Days-Edit
    MOVE WS-Promo-OnUnits(WS-PromoIndex) TO WS-Units-Edit
    MOVE WS-Promo-OnAmt(WS-PromoIndex) TO WS-Amt-Edit
    MOVE WS-UnitsPerDay TO WS-PerDay-Edit
    MOVE WS-AmtPerDay TO WS-AmtPerDay-Edit
    MOVE SPACES TO PromoReportLine
    STRING "  ON PROMOTION  Days: " DELIMITED SIZE
           WS-Days-Edit DELIMITED SIZE
           "  Units: " DELIMITED SIZE
           WS-Units-Edit DELIMITED SIZE
           "  Revenue: " DELIMITED SIZE
           WS-Amt-Edit DELIMITED SIZE
           "  Units/Day: " DELIMITED SIZE
           WS-PerDay-Edit DELIMITED SIZE
           "  Revenue/Day: " DELIMITED SIZE
           WS-AmtPerDay-Edit DELIMITED SIZE
           INTO PromoReportLine
    WRITE PromoReportLine

    MOVE ZEROS TO WS-OffUnitsPerDay
    MOVE ZEROS TO WS-OffAmtPerDay
    IF WS-Promo-OffDays(WS-PromoIndex) > ZERO
        COMPUTE WS-OffUnitsPerDay ROUNDED =
            WS-Promo-OffUnits(WS-PromoIndex) / WS-Promo-OffDays(WS-PromoIndex)
        COMPUTE WS-OffAmtPerDay ROUNDED =
            WS-Promo-OffAmt(WS-PromoIndex) / WS-Promo-OffDays(WS-PromoIndex)
    END-IF
    MOVE WS-Promo-OffDays(WS-PromoIndex) TO WS-Days-Edit
    MOVE WS-Promo-OffUnits(WS-PromoIndex) TO WS-Units-Edit
    MOVE WS-Promo-OffAmt(WS-PromoIndex) TO WS-Amt-Edit
    MOVE WS-OffUnitsPerDay TO WS-PerDay-Edit
    MOVE WS-OffAmtPerDay TO WS-AmtPerDay-Edit
    MOVE SPACES TO PromoReportLine
    STRING "  NORMAL PRICE  Days: " DELIMITED SIZE
           WS-Days-Edit DELIMITED SIZE
           "  Units: " DELIMITED SIZE
           WS-Units-Edit DELIMITED SIZE
           "  Revenue: " DELIMITED SIZE
           WS-Amt-Edit DELIMITED SIZE
           "  Units/Day: " DELIMITED SIZE
           WS-PerDay-Edit DELIMITED SIZE
           "  Revenue/Day: " DELIMITED SIZE
           WS-AmtPerDay-Edit DELIMITED SIZE
           INTO PromoReportLine
    WRITE PromoReportLine

    MOVE SPACES TO PromoReportLine
    IF WS-Promo-OnDays(WS-PromoIndex) = ZERO
        STRING "  (no sales recorded on this promotion)"
               INTO PromoReportLine
    ELSE
        IF WS-OffUnitsPerDay > ZERO
            COMPUTE WS-LiftPct ROUNDED =
                ((WS-UnitsPerDay - WS-OffUnitsPerDay) * 100) / WS-OffUnitsPerDay
            MOVE WS-LiftPct TO WS-Lift-Edit
            STRING "  Unit lift per day vs. normal price: " DELIMITED SIZE
                   WS-Lift-Edit DELIMITED SIZE
                   " pct" DELIMITED SIZE
                   INTO PromoReportLine
        ELSE
            STRING "  (no normal-price days on file to compare against)"
                   INTO PromoReportLine
        END-IF
    END-IF
    WRITE PromoReportLine
    MOVE SPACES TO PromoReportLine
    WRITE PromoReportLine.

LOG-PROMORES-ERROR.
    MOVE "PromotionResults" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "JobStatsWrite.cpy".

END PROGRAM PromotionResults.
