IDENTIFICATION DIVISION.
PROGRAM-ID. PromotionMaintenance.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PromotionFile ASSIGN TO "PROMO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PromotionStatus.

    SELECT StoreConfigFile ASSIGN TO "STORES.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StoreConfigStatus.

    COPY "ProductMasterFileControl.cpy".
    COPY "ErrorLogFileControl.cpy".
    COPY "AuditJournalFileControl.cpy".
    COPY "AuditSeqFileControl.cpy".

DATA DIVISION.
FILE SECTION.
FD PromotionFile.
COPY "PromotionRecord.cpy".

FD StoreConfigFile.
01 StoreConfigLine PIC X(24).

FD ProductMasterFile.
COPY "ProductMasterRecord.cpy".

COPY "ErrorLogFD.cpy".
COPY "AuditJournalFD.cpy".
COPY "AuditSeqFD.cpy".

WORKING-STORAGE SECTION.
01 WS-PromotionStatus PIC 9(2) VALUE ZEROS.
01 WS-StoreConfigStatus PIC 9(2) VALUE ZEROS.
01 WS-ProductMasterStatus PIC 9(2) VALUE ZEROS.
01 WS-Function PIC X VALUE SPACES.
01 WS-AnotherFunction PIC X VALUE "Y".
01 WS-PromoFound PIC X VALUE "N".
01 WS-ConfirmReply PIC X VALUE "N".
01 WS-EndOfPromotions PIC X VALUE "N".
01 WS-EndOfStoreConfig PIC X VALUE "N".
01 WS-EntryValid PIC X VALUE "N".
01 WS-ChangeCount PIC 9(4) VALUE ZEROS.

01 WS-PromotionTable.
   05 WS-Promo OCCURS 500 TIMES.
      10 WS-PR-PromoID PIC 9(6).
      10 WS-PR-Description PIC X(30).
      10 WS-PR-ProductID PIC X(10).
      10 WS-PR-Category PIC X(10).
      10 WS-PR-StoreID PIC X(4).
      10 WS-PR-StartDate PIC 9(8).
      10 WS-PR-EndDate PIC 9(8).
      10 WS-PR-PriceType PIC X.
      10 WS-PR-PromoPrice PIC 9(7)V99.
      10 WS-PR-PercentOff PIC 9(2)V99.
      10 WS-PR-Status PIC X.
      10 WS-PR-Operator PIC X(8).
01 WS-PromoCount PIC 9(3) VALUE ZEROS.
01 WS-PromoIndex PIC 9(3) VALUE ZEROS.
01 WS-PromoFoundIndex PIC 9(3) VALUE ZEROS.
01 WS-PromoOverflow PIC 9(6) VALUE ZEROS.
01 WS-NextPromoID PIC 9(6) VALUE ZEROS.

01 WS-StoreTable.
   05 WS-Store OCCURS 20 TIMES.
      10 WS-Store-ID PIC X(4) VALUE SPACES.
      10 WS-Store-Name PIC X(20) VALUE SPACES.
01 WS-StoreCount PIC 9(2) VALUE ZEROS.
01 WS-StoreIndex PIC 9(2) VALUE ZEROS.

01 WS-WorkPromo.
   05 WS-Work-PromoID PIC 9(6) VALUE ZEROS.
   05 WS-Work-Description PIC X(30) VALUE SPACES.
   05 WS-Work-ProductID PIC X(10) VALUE SPACES.
   05 WS-Work-Category PIC X(10) VALUE SPACES.
   05 WS-Work-StoreID PIC X(4) VALUE SPACES.
   05 WS-Work-StartDate PIC 9(8) VALUE ZEROS.
   05 WS-Work-EndDate PIC 9(8) VALUE ZEROS.
   05 WS-Work-PriceType PIC X VALUE SPACE.
   05 WS-Work-PromoPrice PIC 9(7)V99 VALUE ZEROS.
   05 WS-Work-PercentOff PIC 9(2)V99 VALUE ZEROS.
   05 WS-Work-Status PIC X VALUE SPACE.
   05 WS-Work-Operator PIC X(8) VALUE SPACES.
01 WS-ScopeChoice PIC X VALUE SPACE.
01 WS-EntryDate PIC 9(8) VALUE ZEROS.
01 WS-TodayDate PIC 9(8) VALUE ZEROS.

01 WS-PromoID-Edit PIC Z(5)9.
01 WS-Price-Edit PIC Z(6)9.99.
01 WS-Percent-Edit PIC Z9.99.
01 WS-StartDate-Edit PIC 9(4)/99/99.
01 WS-EndDate-Edit PIC 9(4)/99/99.
01 WS-StatusLabel PIC X(9) VALUE SPACES.
01 WS-ScopeLabel PIC X(20) VALUE SPACES.
01 WS-OfferLabel PIC X(24) VALUE SPACES.

COPY "FileStatusMsg.cpy".
COPY "ErrorLogFields.cpy".
COPY "AuditJournalFields.cpy".

PROCEDURE DIVISION.
Begin.
    DISPLAY "Enter operator ID: "
    ACCEPT WS-Audit-OperatorID
    MOVE "PromotionMaintenance" TO WS-Audit-ProgramName
    ACCEPT WS-TodayDate FROM DATE YYYYMMDD

    PERFORM LOAD-STORE-MASTER
    PERFORM LOAD-PROMOTION-TABLE

    OPEN INPUT ProductMasterFile
    IF WS-ProductMasterStatus NOT EQUAL ZERO
        MOVE WS-ProductMasterStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PRODUCT.MASTER. File Status: " WS-ProductMasterStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-ProductMasterStatus TO WS-ErrorLog-FileStatus
        MOVE "PRODUCT.MASTER" TO WS-ErrorLog-FileName
        PERFORM LOG-PROMOMAINT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL WS-AnotherFunction NOT = "Y"
        DISPLAY "Enter function (A=Add, V=View, L=List current, C=Change, "
                "X=Cancel): "
        ACCEPT WS-Function
        EVALUATE WS-Function
            WHEN "A"
                PERFORM ADD-PROMOTION
            WHEN "V"
                PERFORM VIEW-PROMOTION
            WHEN "L"
                PERFORM LIST-CURRENT-PROMOTIONS
            WHEN "C"
                PERFORM CHANGE-PROMOTION
            WHEN "X"
                PERFORM CANCEL-PROMOTION
            WHEN OTHER
                DISPLAY "Error: Invalid function. Must be A, V, L, C or X."
        END-EVALUATE
        DISPLAY "Another function? (Y/N): "
        ACCEPT WS-AnotherFunction
    END-PERFORM

    CLOSE ProductMasterFile
    IF WS-ChangeCount > ZERO
        PERFORM SAVE-PROMOTION-TABLE
    END-IF
    STOP RUN.

LOAD-STORE-MASTER.
    MOVE ZERO TO WS-StoreCount
    OPEN INPUT StoreConfigFile
    IF WS-StoreConfigStatus = ZERO
        PERFORM UNTIL WS-EndOfStoreConfig = "Y"
            READ StoreConfigFile
                AT END SET WS-EndOfStoreConfig TO "Y"
                NOT AT END
                    IF WS-StoreCount < 20
                        ADD 1 TO WS-StoreCount
                        MOVE StoreConfigLine(1:4) TO WS-Store-ID(WS-StoreCount)
                        MOVE StoreConfigLine(5:20) TO WS-Store-Name(WS-StoreCount)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE StoreConfigFile
    END-IF
    IF WS-StoreCount = ZERO
        DISPLAY "Error: STORES.CFG is missing or empty - no stores to run "
                "promotions in."
        MOVE "CONFIG" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "STORES.CFG" TO WS-ErrorLog-FileName
        PERFORM LOG-PROMOMAINT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-PROMOTION-TABLE.
    MOVE ZERO TO WS-PromoCount
    MOVE ZERO TO WS-NextPromoID
    OPEN INPUT PromotionFile
    IF WS-PromotionStatus = ZERO
        PERFORM UNTIL WS-EndOfPromotions = "Y"
            READ PromotionFile
                AT END SET WS-EndOfPromotions TO "Y"
                NOT AT END
                    IF WS-PromoCount < 500
                        ADD 1 TO WS-PromoCount
                        MOVE PromotionRecord TO WS-Promo(WS-PromoCount)
                        IF PR-PromoID > WS-NextPromoID
                            MOVE PR-PromoID TO WS-NextPromoID
                        END-IF
                    ELSE
                        ADD 1 TO WS-PromoOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PromotionFile
    END-IF
    IF WS-PromoOverflow > ZERO
        DISPLAY "Error: PROMO.DAT holds more than 500 promotions - the "
                "overflow would be lost on rewrite. Run refused."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

FIND-REQUESTED-PROMOTION.
    MOVE "N" TO WS-PromoFound
    MOVE ZERO TO WS-PromoFoundIndex
    DISPLAY "Enter the promotion number: "
    ACCEPT WS-Work-PromoID
    PERFORM VARYING WS-PromoIndex FROM 1 BY 1
            UNTIL WS-PromoIndex > WS-PromoCount
        IF WS-PR-PromoID(WS-PromoIndex) = WS-Work-PromoID
            MOVE "Y" TO WS-PromoFound
            MOVE WS-PromoIndex TO WS-PromoFoundIndex
        END-IF
    END-PERFORM
    IF WS-PromoFound = "N"
        DISPLAY "Error: No promotion on file with number " WS-Work-PromoID
    END-IF.

ADD-PROMOTION.
    IF WS-PromoCount >= 500
        DISPLAY "Error: the promotion table is full (500 promotions)."
    ELSE
        MOVE SPACES TO WS-WorkPromo
        MOVE ZEROS TO WS-Work-StartDate
        MOVE ZEROS TO WS-Work-EndDate
        MOVE ZEROS TO WS-Work-PromoPrice
        MOVE ZEROS TO WS-Work-PercentOff
        DISPLAY "Enter the promotion description: "
        ACCEPT WS-Work-Description
        PERFORM ENTER-PROMOTION-SCOPE
        IF WS-EntryValid = "Y"
            PERFORM ENTER-PROMOTION-STORE
        END-IF
        IF WS-EntryValid = "Y"
            PERFORM ENTER-PROMOTION-DATES
        END-IF
        IF WS-EntryValid = "Y"
            PERFORM ENTER-PROMOTION-OFFER
        END-IF
        IF WS-EntryValid = "Y"
            ADD 1 TO WS-NextPromoID
            MOVE WS-NextPromoID TO WS-Work-PromoID
            MOVE "A" TO WS-Work-Status
            MOVE WS-Audit-OperatorID TO WS-Work-Operator
            ADD 1 TO WS-PromoCount
            MOVE WS-WorkPromo TO WS-Promo(WS-PromoCount)
            MOVE WS-PromoCount TO WS-PromoFoundIndex
            ADD 1 TO WS-ChangeCount
            MOVE SPACES TO WS-Audit-BeforeImage
            MOVE "WRITE" TO WS-Audit-Action
            PERFORM RECORD-PROMOTION-AUDIT
            MOVE WS-NextPromoID TO WS-PromoID-Edit
            DISPLAY "Promotion " WS-PromoID-Edit " added."
        ELSE
            DISPLAY "Promotion not added."
        END-IF
    END-IF.

ENTER-PROMOTION-SCOPE.
    MOVE "N" TO WS-EntryValid
    DISPLAY "Promotion on a single product or a whole category (P/C): "
    ACCEPT WS-ScopeChoice
    EVALUATE WS-ScopeChoice
        WHEN "P"
        WHEN "p"
            DISPLAY "Enter the product ID: "
            ACCEPT WS-Work-ProductID
            MOVE WS-Work-ProductID TO PM-ProductID
            READ ProductMasterFile
                INVALID KEY
                    DISPLAY "Error: No product on file with product ID "
                            WS-Work-ProductID
                NOT INVALID KEY
                    IF PM-ActiveFlag NOT = "A"
                        DISPLAY "Error: Product " WS-Work-ProductID
                                " is inactive."
                    ELSE
                        MOVE SPACES TO WS-Work-Category
                        MOVE "Y" TO WS-EntryValid
                    END-IF
            END-READ
        WHEN "C"
        WHEN "c"
            DISPLAY "Enter the product category: "
            ACCEPT WS-Work-Category
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-Work-Category)) = 0
                DISPLAY "Error: Category cannot be empty."
            ELSE
                MOVE SPACES TO WS-Work-ProductID
                MOVE "Y" TO WS-EntryValid
            END-IF
        WHEN OTHER
            DISPLAY "Error: Invalid choice. Must be P or C."
    END-EVALUATE.

ENTER-PROMOTION-STORE.
    MOVE "N" TO WS-EntryValid
    DISPLAY "Enter the store ID, or ALL for every store: "
    ACCEPT WS-Work-StoreID
    IF WS-Work-StoreID = "ALL" OR WS-Work-StoreID = "all"
        MOVE "ALL" TO WS-Work-StoreID
        MOVE "Y" TO WS-EntryValid
    ELSE
        PERFORM VARYING WS-StoreIndex FROM 1 BY 1
                UNTIL WS-StoreIndex > WS-StoreCount
            IF WS-Store-ID(WS-StoreIndex) = WS-Work-StoreID
                MOVE "Y" TO WS-EntryValid
            END-IF
        END-PERFORM
        IF WS-EntryValid = "N"
            DISPLAY "Error: Unknown store ID " WS-Work-StoreID "."
        END-IF
    END-IF.

ENTER-PROMOTION-DATES.
    MOVE "N" TO WS-EntryValid
    DISPLAY "Enter the start date (YYYYMMDD): "
    ACCEPT WS-Work-StartDate
    DISPLAY "Enter the end date (YYYYMMDD): "
    ACCEPT WS-Work-EndDate
    EVALUATE TRUE
        WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-Work-StartDate) NOT = ZERO
            DISPLAY "Error: Start date " WS-Work-StartDate " is not a valid date."
        WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-Work-EndDate) NOT = ZERO
            DISPLAY "Error: End date " WS-Work-EndDate " is not a valid date."
        WHEN WS-Work-EndDate < WS-Work-StartDate
            DISPLAY "Error: End date is before the start date."
        WHEN WS-Work-EndDate < WS-TodayDate
            DISPLAY "Error: End date is already in the past."
        WHEN OTHER
            MOVE "Y" TO WS-EntryValid
    END-EVALUATE.

ENTER-PROMOTION-OFFER.
    MOVE "N" TO WS-EntryValid
    DISPLAY "Promotion price type (F=Fixed promo price, P=Percent off): "
    ACCEPT WS-Work-PriceType
    EVALUATE WS-Work-PriceType
        WHEN "F"
        WHEN "f"
            MOVE "F" TO WS-Work-PriceType
            MOVE ZEROS TO WS-Work-PercentOff
            DISPLAY "Enter the promotion unit price: "
            ACCEPT WS-Work-PromoPrice
            IF WS-Work-PromoPrice = ZERO
                DISPLAY "Error: Promotion price cannot be zero."
            ELSE
                IF WS-Work-ProductID NOT = SPACES
                        AND WS-Work-PromoPrice >= PM-ListPrice
                    MOVE PM-ListPrice TO WS-Price-Edit
                    DISPLAY "Error: Promotion price must be below the list "
                            "price of " WS-Price-Edit "."
                ELSE
                    MOVE "Y" TO WS-EntryValid
                END-IF
            END-IF
        WHEN "P"
        WHEN "p"
            MOVE "P" TO WS-Work-PriceType
            MOVE ZEROS TO WS-Work-PromoPrice
            DISPLAY "Enter the percentage off list price (e.g. 15.00): "
            ACCEPT WS-Work-PercentOff
            IF WS-Work-PercentOff = ZERO
                DISPLAY "Error: Percentage off cannot be zero."
            ELSE
                MOVE "Y" TO WS-EntryValid
            END-IF
        WHEN OTHER
            DISPLAY "Error: Invalid price type. Must be F or P."
    END-EVALUATE.

VIEW-PROMOTION.
    PERFORM FIND-REQUESTED-PROMOTION
    IF WS-PromoFound = "Y"
        MOVE WS-PromoFoundIndex TO WS-PromoIndex
        PERFORM BUILD-PROMOTION-LABELS
        MOVE WS-PR-PromoID(WS-PromoIndex) TO WS-PromoID-Edit
        DISPLAY "Promotion:   " WS-PromoID-Edit
        DISPLAY "Description: " WS-PR-Description(WS-PromoIndex)
        DISPLAY "Applies to:  " WS-ScopeLabel
        DISPLAY "Store:       " WS-PR-StoreID(WS-PromoIndex)
        DISPLAY "From:        " WS-StartDate-Edit "  To: " WS-EndDate-Edit
        DISPLAY "Offer:       " WS-OfferLabel
        DISPLAY "Status:      " WS-StatusLabel
        DISPLAY "Set up by:   " WS-PR-Operator(WS-PromoIndex)
    END-IF.

LIST-CURRENT-PROMOTIONS.
    MOVE ZERO TO WS-PromoFoundIndex
    PERFORM VARYING WS-PromoIndex FROM 1 BY 1
            UNTIL WS-PromoIndex > WS-PromoCount
        IF WS-PR-Status(WS-PromoIndex) = "A"
                AND WS-PR-EndDate(WS-PromoIndex) >= WS-TodayDate
            ADD 1 TO WS-PromoFoundIndex
            PERFORM BUILD-PROMOTION-LABELS
            MOVE WS-PR-PromoID(WS-PromoIndex) TO WS-PromoID-Edit
            DISPLAY "  " WS-PromoID-Edit "  " WS-ScopeLabel "  "
                    WS-PR-StoreID(WS-PromoIndex) "  "
                    WS-StartDate-Edit "-" WS-EndDate-Edit "  "
                    WS-OfferLabel
        END-IF
    END-PERFORM
    IF WS-PromoFoundIndex = ZERO
        DISPLAY "  (no current or future promotions)"
    END-IF.

BUILD-PROMOTION-LABELS.
    MOVE SPACES TO WS-ScopeLabel
    IF WS-PR-ProductID(WS-PromoIndex) NOT = SPACES
        STRING "PRODUCT " DELIMITED SIZE
               WS-PR-ProductID(WS-PromoIndex) DELIMITED SIZE
               INTO WS-ScopeLabel
    ELSE
        STRING "CATEGORY " DELIMITED SIZE
               WS-PR-Category(WS-PromoIndex) DELIMITED SIZE
               INTO WS-ScopeLabel
    END-IF
    MOVE SPACES TO WS-OfferLabel
    IF WS-PR-PriceType(WS-PromoIndex) = "F"
        MOVE WS-PR-PromoPrice(WS-PromoIndex) TO WS-Price-Edit
        STRING "PRICE " DELIMITED SIZE
               WS-Price-Edit DELIMITED SIZE
               INTO WS-OfferLabel
    ELSE
        MOVE WS-PR-PercentOff(WS-PromoIndex) TO WS-Percent-Edit
        STRING WS-Percent-Edit DELIMITED SIZE
               " PCT OFF LIST" DELIMITED SIZE
               INTO WS-OfferLabel
    END-IF
    MOVE WS-PR-StartDate(WS-PromoIndex) TO WS-StartDate-Edit
    MOVE WS-PR-EndDate(WS-PromoIndex) TO WS-EndDate-Edit
    EVALUATE TRUE
        WHEN WS-PR-Status(WS-PromoIndex) = "X"
            MOVE "CANCELLED" TO WS-StatusLabel
        WHEN WS-PR-EndDate(WS-PromoIndex) < WS-TodayDate
            MOVE "ENDED" TO WS-StatusLabel
        WHEN WS-PR-StartDate(WS-PromoIndex) > WS-TodayDate
            MOVE "SCHEDULED" TO WS-StatusLabel
        WHEN OTHER
            MOVE "RUNNING" TO WS-StatusLabel
    END-EVALUATE.

CHANGE-PROMOTION.
    PERFORM FIND-REQUESTED-PROMOTION
    IF WS-PromoFound = "Y"
        IF WS-PR-Status(WS-PromoFoundIndex) NOT = "A"
            DISPLAY "Error: Promotion " WS-Work-PromoID " is cancelled."
        ELSE
            MOVE WS-Promo(WS-PromoFoundIndex) TO WS-WorkPromo
            MOVE SPACES TO WS-Audit-BeforeImage
            PERFORM BUILD-PROMOTION-IMAGE
            MOVE WS-Audit-AfterImage TO WS-Audit-BeforeImage
            DISPLAY "Press Enter to keep the current value of any field."
            DISPLAY "Description (" WS-Work-Description "): "
            ACCEPT WS-Work-Description
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-Work-Description)) = 0
                MOVE WS-PR-Description(WS-PromoFoundIndex)
                    TO WS-Work-Description
            END-IF
            MOVE WS-Work-EndDate TO WS-EndDate-Edit
            DISPLAY "End date (" WS-EndDate-Edit ") (0 to keep): "
            ACCEPT WS-EntryDate
            MOVE "Y" TO WS-EntryValid
            IF WS-EntryDate > ZERO
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-EntryDate) NOT = ZERO
                        OR WS-EntryDate < WS-Work-StartDate
                    DISPLAY "Error: End date " WS-EntryDate " is not valid "
                            "for this promotion."
                    MOVE "N" TO WS-EntryValid
                ELSE
                    MOVE WS-EntryDate TO WS-Work-EndDate
                END-IF
            END-IF
            IF WS-EntryValid = "Y"
                DISPLAY "Change the offer? (Y/N): "
                ACCEPT WS-ConfirmReply
                IF WS-ConfirmReply = "Y" OR WS-ConfirmReply = "y"
                    IF WS-Work-ProductID NOT = SPACES
                        MOVE WS-Work-ProductID TO PM-ProductID
                        READ ProductMasterFile
                            INVALID KEY MOVE ZEROS TO PM-ListPrice
                        END-READ
                    END-IF
                    PERFORM ENTER-PROMOTION-OFFER
                END-IF
            END-IF
            IF WS-EntryValid = "Y"
                MOVE WS-WorkPromo TO WS-Promo(WS-PromoFoundIndex)
                ADD 1 TO WS-ChangeCount
                MOVE "REWRITE" TO WS-Audit-Action
                PERFORM RECORD-PROMOTION-AUDIT
                DISPLAY "Promotion " WS-Work-PromoID " updated."
            ELSE
                DISPLAY "Change abandoned - no change made."
            END-IF
        END-IF
    END-IF.

CANCEL-PROMOTION.
    PERFORM FIND-REQUESTED-PROMOTION
    IF WS-PromoFound = "Y"
        IF WS-PR-Status(WS-PromoFoundIndex) NOT = "A"
            DISPLAY "Promotion " WS-Work-PromoID " is already cancelled."
        ELSE
            DISPLAY "Cancel promotion " WS-Work-PromoID " ("
                    WS-PR-Description(WS-PromoFoundIndex)
                    ") - confirm (Y/N): "
            ACCEPT WS-ConfirmReply
            IF WS-ConfirmReply = "Y" OR WS-ConfirmReply = "y"
                MOVE WS-Promo(WS-PromoFoundIndex) TO WS-WorkPromo
                MOVE SPACES TO WS-Audit-BeforeImage
                PERFORM BUILD-PROMOTION-IMAGE
                MOVE WS-Audit-AfterImage TO WS-Audit-BeforeImage
                MOVE "X" TO WS-PR-Status(WS-PromoFoundIndex)
                MOVE WS-Promo(WS-PromoFoundIndex) TO WS-WorkPromo
                ADD 1 TO WS-ChangeCount
                MOVE "REWRITE" TO WS-Audit-Action
                PERFORM RECORD-PROMOTION-AUDIT
                DISPLAY "Promotion " WS-Work-PromoID " cancelled. Sales from "
                        "the next run will be checked against list price."
            ELSE
                DISPLAY "Cancel abandoned - no change made."
            END-IF
        END-IF
    END-IF.

BUILD-PROMOTION-IMAGE.
    MOVE SPACES TO WS-Audit-AfterImage
    MOVE WS-WorkPromo TO WS-Audit-AfterImage.

RECORD-PROMOTION-AUDIT.
    PERFORM BUILD-PROMOTION-IMAGE
    PERFORM WRITE-AUDIT-JOURNAL-ENTRY.

SAVE-PROMOTION-TABLE.
    OPEN OUTPUT PromotionFile
    IF WS-PromotionStatus NOT EQUAL ZERO
        MOVE WS-PromotionStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to rewrite PROMO.DAT. File Status: "
                WS-PromotionStatus
                " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-PromotionStatus TO WS-ErrorLog-FileStatus
        MOVE "PROMO.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-PROMOMAINT-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-PromoIndex FROM 1 BY 1
            UNTIL WS-PromoIndex > WS-PromoCount
        MOVE WS-Promo(WS-PromoIndex) TO PromotionRecord
        WRITE PromotionRecord
    END-PERFORM
    CLOSE PromotionFile.

LOG-PROMOMAINT-ERROR.
    MOVE "PromotionMaint" TO WS-ErrorLog-ProgramName
    PERFORM LOG-ERROR-ENTRY.

COPY "FileStatusLookup.cpy".
COPY "ErrorLogWrite.cpy".
COPY "AuditJournalWrite.cpy".

END PROGRAM PromotionMaintenance.
