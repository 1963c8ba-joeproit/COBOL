           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TaxConfigStatus.

    SELECT StoreTaxConfigFile ASSIGN TO "STORETAX.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StoreTaxCfgStatus.

    SELECT JurisRateConfigFile ASSIGN TO "TAXJUR.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JurisRateCfgStatus.

    SELECT TaxDetailFile ASSIGN TO "TAXDETAIL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TaxDetailStatus.

    SELECT HistoryFile ASSIGN TO "SALES-HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistoryStatus.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ProdTotalsStatus.

    SELECT StoreProductTotalsFile ASSIGN TO "STOREPROD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StoreProdTotalsStatus.

    SELECT PromotionFile ASSIGN TO "PROMO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PromotionStatus.

    SELECT PromoSalesFile ASSIGN TO "PROMOSALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PromoSalesStatus.

    SELECT StockFile ASSIGN TO "STOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockStatus.
FD TaxConfigFile.
01 TaxConfigLine PIC X(20).

FD StoreTaxConfigFile.
01 StoreTaxConfigLine PIC X(10).

FD JurisRateConfigFile.
01 JurisRateConfigLine PIC X(40).

FD TaxDetailFile.
COPY "TaxDetailRecord.cpy".

FD HistoryFile.
COPY "SalesHistoryRecord.cpy".

FD ProductTotalsFile.
COPY "ProductTotalsRecord.cpy".

FD StoreProductTotalsFile.
COPY "StoreProductTotalsRecord.cpy".

FD PromotionFile.
COPY "PromotionRecord.cpy".

FD PromoSalesFile.
COPY "PromoSalesRecord.cpy".

FD CheckpointFile.
01 CK-ControlRecord.
   05 CK-RecordType PIC X.
   05 CK-P-RetQty PIC 9(6).
   05 CK-P-RetAmt PIC 9(9)V99.
   05 CK-P-Tax PIC S9(9)V99.
   05 CK-P-Cost PIC S9(9)V99.
   05 FILLER PIC X(95).
01 CK-StoreRecord.
   05 CK-S-RecordType PIC X.
   05 CK-S-ID PIC X(4).
   05 CK-X-ID PIC X(10).
   05 CK-X-Qty PIC S9(6).
   05 CK-X-Amt PIC S9(9)V99.
   05 CK-X-Cost PIC S9(9)V99.
   05 CK-X-RetAmt PIC S9(9)V99.
   05 FILLER PIC X(108).
01 CK-PromoSalesRecord.
   05 CK-R-RecordType PIC X.
   05 CK-R-Date PIC 9(8).
   05 CK-R-Store PIC X(4).
   05 CK-R-ID PIC X(10).
   05 CK-R-PromoID PIC 9(6).
   05 CK-R-Qty PIC S9(6).
   05 CK-R-Amt PIC S9(9)V99.
   05 FILLER PIC X(116).
01 CK-TaxDetailRecord.
   05 CK-J-RecordType PIC X.
   05 CK-J-Date PIC 9(8).
   05 CK-J-Store PIC X(4).
   05 CK-J-Juris PIC X(6).
   05 CK-J-TaxableSales PIC S9(9)V99.
   05 CK-J-TaxableReturns PIC S9(9)V99.
   05 CK-J-ExemptSales PIC S9(9)V99.
   05 CK-J-TaxCollected PIC S9(9)V99.
   05 CK-J-TaxRefunded PIC S9(9)V99.
   05 FILLER PIC X(88).

FD ProductMasterFile.
COPY "ProductMasterRecord.cpy".
01 WS-TaxRateIndex PIC 9(3) VALUE ZEROS.
01 WS-TaxRate-ForSale PIC 9V9(4) VALUE ZEROS.
01 WS-EndOfTaxConfig PIC X VALUE "N".

01 WS-StoreTaxCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-JurisRateCfgStatus PIC 9(2) VALUE ZEROS.
01 WS-TaxDetailStatus PIC 9(2) VALUE ZEROS.
01 WS-EndOfStoreTaxConfig PIC X VALUE "N".
01 WS-EndOfJurisRateConfig PIC X VALUE "N".
01 WS-JurisRateTable.
   05 WS-JurisRate OCCURS 200 TIMES.
      10 WS-JurisRate-Juris PIC X(6) VALUE SPACES.
      10 WS-JurisRate-Category PIC X(10) VALUE SPACES.
      10 WS-JurisRate-EffDate PIC 9(8) VALUE ZEROS.
      10 WS-JurisRate-Rate PIC 9V9(4) VALUE ZEROS.
01 WS-JurisRateCount PIC 9(3) VALUE ZEROS.
01 WS-JurisRateIndex PIC 9(3) VALUE ZEROS.
01 WS-JurisRateOverflow PIC 9(6) VALUE ZEROS.
01 WS-Juris-ForSale PIC X(6) VALUE SPACES.
01 WS-CategoryRate-Found PIC X VALUE "N".
01 WS-CategoryRate-EffDate PIC 9(8) VALUE ZEROS.
01 WS-CategoryRate-Rate PIC 9V9(4) VALUE ZEROS.
01 WS-GeneralRate-Found PIC X VALUE "N".
01 WS-GeneralRate-EffDate PIC 9(8) VALUE ZEROS.
01 WS-GeneralRate-Rate PIC 9V9(4) VALUE ZEROS.
01 WS-ProductRateTaxCount PIC 9(6) VALUE ZEROS.

01 WS-TaxDetailTable.
   05 WS-TaxDetail OCCURS 500 TIMES.
      10 WS-TaxDetail-Date PIC 9(8) VALUE ZEROS.
      10 WS-TaxDetail-Store PIC X(4) VALUE SPACES.
      10 WS-TaxDetail-Juris PIC X(6) VALUE SPACES.
      10 WS-TaxDetail-TaxableSales PIC S9(9)V99 VALUE ZEROS.
      10 WS-TaxDetail-TaxableReturns PIC S9(9)V99 VALUE ZEROS.
      10 WS-TaxDetail-ExemptSales PIC S9(9)V99 VALUE ZEROS.
      10 WS-TaxDetail-TaxCollected PIC S9(9)V99 VALUE ZEROS.
      10 WS-TaxDetail-TaxRefunded PIC S9(9)V99 VALUE ZEROS.
01 WS-TaxDetailCount PIC 9(3) VALUE ZEROS.
01 WS-TaxDetailIndex PIC 9(3) VALUE ZEROS.
01 WS-TaxDetailOverflow PIC 9(6) VALUE ZEROS.
01 WS-SaleAmount PIC 9(9)V99 VALUE ZEROS.
01 WS-TaxAmount PIC 9(9)V99 VALUE ZEROS.
01 WS-SaleCost PIC 9(9)V99 VALUE ZEROS.
01 WS-NoCostCount PIC 9(6) VALUE ZEROS.
01 TotalCost PIC S9(9)V99 VALUE ZEROS.
01 WS-GrossMargin PIC S9(9)V99 VALUE ZEROS.

01 WS-RecordValid PIC X VALUE "Y".
01 WS-RejectReason PIC X(40) VALUE SPACES.
      10 WS-Store-Qty PIC S9(6) VALUE ZEROS.
      10 WS-Store-Amt PIC S9(9)V99 VALUE ZEROS.
      10 WS-Store-RetAmt PIC 9(9)V99 VALUE ZEROS.
      10 WS-Store-Juris PIC X(6) VALUE SPACES.
01 WS-StoreCount PIC 9(2) VALUE ZEROS.
01 WS-StoreIndex PIC 9(2) VALUE ZEROS.
01 WS-EndOfStoreConfig PIC X VALUE "N".
      10 WS-Product-Desc PIC X(30) VALUE SPACES.
      10 WS-Product-ListPrice PIC 9(7)V99 VALUE ZEROS.
      10 WS-Product-Active PIC X VALUE SPACE.
      10 WS-Product-UnitCost PIC 9(7)V99 VALUE ZEROS.
      10 WS-Product-Category PIC X(10) VALUE SPACES.
01 WS-ProductMasterCount PIC 9(3) VALUE ZEROS.
01 WS-ProductMasterIndex PIC 9(3) VALUE ZEROS.
01 WS-EndOfProductMaster PIC X VALUE "N".
01 WS-ActualPrice-Edit PIC Z(6)9.99.
01 WS-Impact-Edit PIC -ZZ,ZZZ,ZZ9.99.
01 WS-Deviation-Edit PIC -ZZ9.99.
01 WS-ExpectedPrice PIC 9(7)V99 VALUE ZEROS.
01 WS-CandidatePrice PIC 9(7)V99 VALUE ZEROS.
01 WS-Category-ForSale PIC X(10) VALUE SPACES.

01 WS-PromotionStatus PIC 9(2) VALUE ZEROS.
01 WS-PromoSalesStatus PIC 9(2) VALUE ZEROS.
01 WS-PromotionTable.
   05 WS-Promo OCCURS 500 TIMES.
      10 WS-Promo-ID PIC 9(6) VALUE ZEROS.
      10 WS-Promo-ProductID PIC X(10) VALUE SPACES.
      10 WS-Promo-Category PIC X(10) VALUE SPACES.
      10 WS-Promo-StoreID PIC X(4) VALUE SPACES.
      10 WS-Promo-StartDate PIC 9(8) VALUE ZEROS.
      10 WS-Promo-EndDate PIC 9(8) VALUE ZEROS.
      10 WS-Promo-PriceType PIC X VALUE SPACE.
      10 WS-Promo-Price PIC 9(7)V99 VALUE ZEROS.
      10 WS-Promo-PercentOff PIC 9(2)V99 VALUE ZEROS.
01 WS-PromoCount PIC 9(3) VALUE ZEROS.
01 WS-PromoIndex PIC 9(3) VALUE ZEROS.
01 WS-PromoOverflow PIC 9(6) VALUE ZEROS.
01 WS-EndOfPromotions PIC X VALUE "N".
01 WS-EndOfSalesScan PIC X VALUE "N".
01 WS-EarliestSaleDate PIC 9(8) VALUE ZEROS.
01 WS-SalePromoID PIC 9(6) VALUE ZEROS.
01 WS-PromoSaleCount PIC 9(6) VALUE ZEROS.
01 WS-SaleDate-Work.
   05 WS-SaleDate-Year PIC 9(4).
   05 WS-SaleDate-Month PIC 9(2).
   05 WS-SaleDate-Day PIC 9(2).
01 WS-SaleDate-Numeric REDEFINES WS-SaleDate-Work PIC 9(8).

01 WS-PromoSalesTable.
   05 WS-PromoSale OCCURS 1000 TIMES.
      10 WS-PromoSale-Date PIC 9(8) VALUE ZEROS.
      10 WS-PromoSale-Store PIC X(4) VALUE SPACES.
      10 WS-PromoSale-ID PIC X(10) VALUE SPACES.
      10 WS-PromoSale-PromoID PIC 9(6) VALUE ZEROS.
      10 WS-PromoSale-Qty PIC S9(6) VALUE ZEROS.
      10 WS-PromoSale-Amt PIC S9(9)V99 VALUE ZEROS.
01 WS-PromoSalesCount PIC 9(4) VALUE ZEROS.
01 WS-PromoSalesIndex PIC 9(4) VALUE ZEROS.
01 WS-PromoSalesOverflow PIC 9(6) VALUE ZEROS.

01 WS-EmployeeStatus PIC 9(2) VALUE ZEROS.
01 WS-EmployeeTable.
      10 WS-StoreProduct-ID PIC X(10) VALUE SPACES.
      10 WS-StoreProduct-Qty PIC S9(6) VALUE ZEROS.
      10 WS-StoreProduct-Amt PIC S9(9)V99 VALUE ZEROS.
      10 WS-StoreProduct-Cost PIC S9(9)V99 VALUE ZEROS.
      10 WS-StoreProduct-RetAmt PIC S9(9)V99 VALUE ZEROS.
01 WS-StoreProductCount PIC 9(4) VALUE ZEROS.
01 WS-StoreProductIndex PIC 9(4) VALUE ZEROS.
01 WS-StoreProductOverflow PIC 9(6) VALUE ZEROS.
      10 WS-ProductTotal-RetQty PIC 9(6) VALUE ZEROS.
      10 WS-ProductTotal-RetAmt PIC 9(9)V99 VALUE ZEROS.
      10 WS-ProductTotal-Tax PIC S9(9)V99 VALUE ZEROS.
      10 WS-ProductTotal-Cost PIC S9(9)V99 VALUE ZEROS.
01 WS-ProductTotalCount PIC 9(3) VALUE ZEROS.
01 WS-ProductIndex PIC 9(3) VALUE ZEROS.
01 WS-Found PIC X VALUE "N".
01 WS-SortTemp-RetQty PIC 9(6).
01 WS-SortTemp-RetAmt PIC 9(9)V99.
01 WS-SortTemp-Tax PIC S9(9)V99.
01 WS-SortTemp-Cost PIC S9(9)V99.
01 WS-ProdTotalsStatus PIC 9(2) VALUE ZEROS.
01 WS-StoreProdTotalsStatus PIC 9(2) VALUE ZEROS.

01 WS-Report-Qty-Edit PIC -ZZ,ZZ9.
01 WS-Report-Amt-Edit PIC -ZZ,ZZZ,ZZ9.99.

    PERFORM LOAD-TAX-RATES
    PERFORM LOAD-STORE-MASTER
    PERFORM LOAD-STORE-JURISDICTIONS
    PERFORM LOAD-JURISDICTION-RATES
    PERFORM LOAD-PRODUCT-MASTER
    PERFORM FIND-EARLIEST-SALE-DATE
    PERFORM LOAD-PROMOTIONS
    PERFORM LOAD-EMPLOYEE-MASTER
    PERFORM LOAD-BATCH-CHECKPOINT

                    PERFORM TALLY-DETAIL-CONTROLS
                    PERFORM VALIDATE-SALE-RECORD
                    IF WS-RecordValid = "Y"
                        PERFORM LOOKUP-SALE-PRODUCT
                        PERFORM COMPUTE-SALE-TAX
                        PERFORM COMPUTE-SALE-COST
                        IF BlockRecordType(WS-INDEX) = "C"
                            COMPUTE TotalSales = TotalSales - WS-SaleAmount - WS-TaxAmount
                            SUBTRACT WS-TaxAmount FROM TotalTax
                        PERFORM ACCUMULATE-STORE-TOTAL
                        PERFORM ACCUMULATE-STORE-PRODUCT-TOTAL
                        PERFORM CHECK-PRICE-COMPLIANCE
                        PERFORM ACCUMULATE-PROMO-SALES
                        PERFORM ACCUMULATE-TAX-DETAIL
                    ELSE
                        PERFORM WRITE-REJECT-RECORD
                    END-IF
    DISPLAY "Total Tax: " TotalTax
    DISPLAY "Total Rejected: " TotalRejected

    IF WS-NoCostCount > ZERO
        DISPLAY "Warning: " WS-NoCostCount " sale(s) of product(s) with no "
                "unit cost on PRODUCT.MASTER - gross margin is overstated"
    END-IF

    IF WS-PromoSaleCount > ZERO
        DISPLAY "Sales at a promotion price: " WS-PromoSaleCount
    END-IF

    IF WS-ProductRateTaxCount > ZERO
        DISPLAY "Warning: " WS-ProductRateTaxCount " sale(s) had no "
                "jurisdiction rate on TAXJUR.CFG and were taxed at the "
                "TAXRATE.CFG product rate"
    END-IF

    IF WS-TaxDetailOverflow > ZERO
        DISPLAY "Warning: " WS-TaxDetailOverflow
                " sale(s) beyond the 500-entry tax breakdown limit were "
                "left out of TAXDETAIL.DAT"
    END-IF

    IF WS-PromoSalesOverflow > ZERO
        DISPLAY "Warning: " WS-PromoSalesOverflow
                " sale(s) beyond the 1000-entry daily breakdown limit were "
                "left out of PROMOSALES.DAT"
    END-IF

    IF WS-ProductOverflowCount > ZERO
        DISPLAY "Warning: " WS-ProductOverflowCount
                " product occurrence(s) beyond the 500-distinct-product "
    PERFORM SORT-PRODUCT-TOTALS
    PERFORM WRITE-SUMMARY-REPORT
    PERFORM WRITE-PRODUCT-TOTALS-FILE
    PERFORM WRITE-STORE-PRODUCT-TOTALS-FILE
    PERFORM WRITE-PROMO-SALES-FILE
    PERFORM WRITE-TAX-DETAIL-FILE
    PERFORM UPDATE-STOCK-ON-HAND
    PERFORM MONTH-END-CLOSE

                MOVE CK-P-RetQty TO WS-ProductTotal-RetQty(WS-ProductTotalCount)
                MOVE CK-P-RetAmt TO WS-ProductTotal-RetAmt(WS-ProductTotalCount)
                MOVE CK-P-Tax TO WS-ProductTotal-Tax(WS-ProductTotalCount)
                MOVE CK-P-Cost TO WS-ProductTotal-Cost(WS-ProductTotalCount)
            END-IF
        WHEN "S"
            PERFORM VARYING WS-StoreIndex FROM 1 BY 1
                MOVE CK-X-ID TO WS-StoreProduct-ID(WS-StoreProductCount)
                MOVE CK-X-Qty TO WS-StoreProduct-Qty(WS-StoreProductCount)
                MOVE CK-X-Amt TO WS-StoreProduct-Amt(WS-StoreProductCount)
                MOVE CK-X-Cost TO WS-StoreProduct-Cost(WS-StoreProductCount)
                MOVE CK-X-RetAmt TO WS-StoreProduct-RetAmt(WS-StoreProductCount)
            END-IF
        WHEN "R"
            IF WS-PromoSalesCount < 1000
                ADD 1 TO WS-PromoSalesCount
                MOVE CK-R-Date TO WS-PromoSale-Date(WS-PromoSalesCount)
                MOVE CK-R-Store TO WS-PromoSale-Store(WS-PromoSalesCount)
                MOVE CK-R-ID TO WS-PromoSale-ID(WS-PromoSalesCount)
                MOVE CK-R-PromoID TO WS-PromoSale-PromoID(WS-PromoSalesCount)
                MOVE CK-R-Qty TO WS-PromoSale-Qty(WS-PromoSalesCount)
                MOVE CK-R-Amt TO WS-PromoSale-Amt(WS-PromoSalesCount)
            END-IF
        WHEN "J"
            IF WS-TaxDetailCount < 500
                ADD 1 TO WS-TaxDetailCount
                MOVE CK-J-Date TO WS-TaxDetail-Date(WS-TaxDetailCount)
                MOVE CK-J-Store TO WS-TaxDetail-Store(WS-TaxDetailCount)
                MOVE CK-J-Juris TO WS-TaxDetail-Juris(WS-TaxDetailCount)
                MOVE CK-J-TaxableSales TO WS-TaxDetail-TaxableSales(WS-TaxDetailCount)
                MOVE CK-J-TaxableReturns
                    TO WS-TaxDetail-TaxableReturns(WS-TaxDetailCount)
                MOVE CK-J-ExemptSales TO WS-TaxDetail-ExemptSales(WS-TaxDetailCount)
                MOVE CK-J-TaxCollected TO WS-TaxDetail-TaxCollected(WS-TaxDetailCount)
                MOVE CK-J-TaxRefunded TO WS-TaxDetail-TaxRefunded(WS-TaxDetailCount)
            END-IF
        WHEN OTHER
            CONTINUE
            MOVE WS-ProductTotal-RetQty(WS-ProductIndex) TO CK-P-RetQty
            MOVE WS-ProductTotal-RetAmt(WS-ProductIndex) TO CK-P-RetAmt
            MOVE WS-ProductTotal-Tax(WS-ProductIndex) TO CK-P-Tax
            MOVE WS-ProductTotal-Cost(WS-ProductIndex) TO CK-P-Cost
            WRITE CK-ProductRecord
        END-PERFORM
        PERFORM VARYING WS-StoreIndex FROM 1 BY 1
            MOVE WS-StoreProduct-ID(WS-StoreProductIndex) TO CK-X-ID
            MOVE WS-StoreProduct-Qty(WS-StoreProductIndex) TO CK-X-Qty
            MOVE WS-StoreProduct-Amt(WS-StoreProductIndex) TO CK-X-Amt
            MOVE WS-StoreProduct-Cost(WS-StoreProductIndex) TO CK-X-Cost
            MOVE WS-StoreProduct-RetAmt(WS-StoreProductIndex) TO CK-X-RetAmt
            WRITE CK-StoreProductRecord
        END-PERFORM
        PERFORM VARYING WS-PromoSalesIndex FROM 1 BY 1
                UNTIL WS-PromoSalesIndex > WS-PromoSalesCount
            MOVE SPACES TO CK-PromoSalesRecord
            MOVE "R" TO CK-R-RecordType
            MOVE WS-PromoSale-Date(WS-PromoSalesIndex) TO CK-R-Date
            MOVE WS-PromoSale-Store(WS-PromoSalesIndex) TO CK-R-Store
            MOVE WS-PromoSale-ID(WS-PromoSalesIndex) TO CK-R-ID
            MOVE WS-PromoSale-PromoID(WS-PromoSalesIndex) TO CK-R-PromoID
            MOVE WS-PromoSale-Qty(WS-PromoSalesIndex) TO CK-R-Qty
            MOVE WS-PromoSale-Amt(WS-PromoSalesIndex) TO CK-R-Amt
            WRITE CK-PromoSalesRecord
        END-PERFORM
        PERFORM VARYING WS-TaxDetailIndex FROM 1 BY 1
                UNTIL WS-TaxDetailIndex > WS-TaxDetailCount
            MOVE SPACES TO CK-TaxDetailRecord
            MOVE "J" TO CK-J-RecordType
            MOVE WS-TaxDetail-Date(WS-TaxDetailIndex) TO CK-J-Date
            MOVE WS-TaxDetail-Store(WS-TaxDetailIndex) TO CK-J-Store
            MOVE WS-TaxDetail-Juris(WS-TaxDetailIndex) TO CK-J-Juris
            MOVE WS-TaxDetail-TaxableSales(WS-TaxDetailIndex) TO CK-J-TaxableSales
            MOVE WS-TaxDetail-TaxableReturns(WS-TaxDetailIndex)
                TO CK-J-TaxableReturns
            MOVE WS-TaxDetail-ExemptSales(WS-TaxDetailIndex) TO CK-J-ExemptSales
            MOVE WS-TaxDetail-TaxCollected(WS-TaxDetailIndex) TO CK-J-TaxCollected
            MOVE WS-TaxDetail-TaxRefunded(WS-TaxDetailIndex) TO CK-J-TaxRefunded
            WRITE CK-TaxDetailRecord
        END-PERFORM
        CLOSE CheckpointFile
    END-IF.

                        MOVE PM-Description TO WS-Product-Desc(WS-ProductMasterCount)
                        MOVE PM-ListPrice TO WS-Product-ListPrice(WS-ProductMasterCount)
                        MOVE PM-ActiveFlag TO WS-Product-Active(WS-ProductMasterCount)
                        MOVE PM-UnitCost TO WS-Product-UnitCost(WS-ProductMasterCount)
                        MOVE PM-Category TO WS-Product-Category(WS-ProductMasterCount)
                    ELSE
                        ADD 1 TO WS-ProductMasterOverflow
                    END-IF
            MOVE BlockProductID(WS-INDEX) TO WS-StoreProduct-ID(WS-StoreProductIndex)
            MOVE ZEROS TO WS-StoreProduct-Qty(WS-StoreProductIndex)
            MOVE ZEROS TO WS-StoreProduct-Amt(WS-StoreProductIndex)
            MOVE ZEROS TO WS-StoreProduct-Cost(WS-StoreProductIndex)
            MOVE ZEROS TO WS-StoreProduct-RetAmt(WS-StoreProductIndex)
            PERFORM APPLY-SALE-TO-STORE-PRODUCT
        ELSE
            ADD 1 TO WS-StoreProductOverflow
        COMPUTE WS-StoreProduct-Amt(WS-StoreProductIndex) =
            WS-StoreProduct-Amt(WS-StoreProductIndex) -
            (BlockQuantity(WS-INDEX) * BlockSalePrice(WS-INDEX))
        SUBTRACT WS-SaleCost FROM WS-StoreProduct-Cost(WS-StoreProductIndex)
        COMPUTE WS-StoreProduct-RetAmt(WS-StoreProductIndex) =
            WS-StoreProduct-RetAmt(WS-StoreProductIndex) +
            (BlockQuantity(WS-INDEX) * BlockSalePrice(WS-INDEX))
    ELSE
        ADD BlockQuantity(WS-INDEX)
            TO WS-StoreProduct-Qty(WS-StoreProductIndex)
        COMPUTE WS-StoreProduct-Amt(WS-StoreProductIndex) =
            WS-StoreProduct-Amt(WS-StoreProductIndex) +
            (BlockQuantity(WS-INDEX) * BlockSalePrice(WS-INDEX))
        ADD WS-SaleCost TO WS-StoreProduct-Cost(WS-StoreProductIndex)
    END-IF.

WRITE-REJECT-RECORD.
        CLOSE TaxConfigFile
    END-IF.

LOOKUP-SALE-PRODUCT.
    MOVE ZEROS TO WS-ListPrice-ForSale
    MOVE SPACES TO WS-Category-ForSale
    PERFORM VARYING WS-ProductMasterIndex FROM 1 BY 1
            UNTIL WS-ProductMasterIndex > WS-ProductMasterCount
        IF WS-Product-ID(WS-ProductMasterIndex) = BlockProductID(WS-INDEX)
            MOVE WS-Product-ListPrice(WS-ProductMasterIndex)
                TO WS-ListPrice-ForSale
            MOVE WS-Product-Category(WS-ProductMasterIndex)
                TO WS-Category-ForSale
        END-IF
    END-PERFORM
    MOVE BlockSaleDate(WS-INDEX)(1:4) TO WS-SaleDate-Year
    MOVE BlockSaleDate(WS-INDEX)(6:2) TO WS-SaleDate-Month
    MOVE BlockSaleDate(WS-INDEX)(9:2) TO WS-SaleDate-Day
    MOVE SPACES TO WS-Juris-ForSale
    PERFORM VARYING WS-StoreIndex FROM 1 BY 1
            UNTIL WS-StoreIndex > WS-StoreCount
        IF WS-Store-ID(WS-StoreIndex) = BlockStoreID(WS-INDEX)
            MOVE WS-Store-Juris(WS-StoreIndex) TO WS-Juris-ForSale
        END-IF
    END-PERFORM.

COMPUTE-SALE-TAX.
    COMPUTE WS-SaleAmount = BlockQuantity(WS-INDEX) * BlockSalePrice(WS-INDEX)
    MOVE ZERO TO WS-TaxRate-ForSale
    PERFORM FIND-JURISDICTION-RATE
    IF WS-CategoryRate-Found = "Y"
        MOVE WS-CategoryRate-Rate TO WS-TaxRate-ForSale
    ELSE
        IF WS-GeneralRate-Found = "Y"
            MOVE WS-GeneralRate-Rate TO WS-TaxRate-ForSale
        ELSE
            ADD 1 TO WS-ProductRateTaxCount
            PERFORM VARYING WS-TaxRateIndex FROM 1 BY 1
                    UNTIL WS-TaxRateIndex > WS-TaxRateCount
                IF WS-TaxRate-ProductID(WS-TaxRateIndex) = BlockProductID(WS-INDEX)
                    MOVE WS-TaxRate-Rate(WS-TaxRateIndex) TO WS-TaxRate-ForSale
                END-IF
            END-PERFORM
        END-IF
    END-IF
    COMPUTE WS-TaxAmount = WS-SaleAmount * WS-TaxRate-ForSale.

FIND-JURISDICTION-RATE.
    MOVE "N" TO WS-CategoryRate-Found
    MOVE ZEROS TO WS-CategoryRate-EffDate
    MOVE ZEROS TO WS-CategoryRate-Rate
    MOVE "N" TO WS-GeneralRate-Found
    MOVE ZEROS TO WS-GeneralRate-EffDate
    MOVE ZEROS TO WS-GeneralRate-Rate
    IF WS-Juris-ForSale NOT = SPACES
        PERFORM VARYING WS-JurisRateIndex FROM 1 BY 1
                UNTIL WS-JurisRateIndex > WS-JurisRateCount
            IF WS-JurisRate-Juris(WS-JurisRateIndex) = WS-Juris-ForSale
                    AND WS-JurisRate-EffDate(WS-JurisRateIndex) <= WS-SaleDate-Numeric
                IF WS-JurisRate-Category(WS-JurisRateIndex) = SPACES
                    IF WS-GeneralRate-Found = "N"
                            OR WS-JurisRate-EffDate(WS-JurisRateIndex)
                                >= WS-GeneralRate-EffDate
                        MOVE "Y" TO WS-GeneralRate-Found
                        MOVE WS-JurisRate-EffDate(WS-JurisRateIndex)
                            TO WS-GeneralRate-EffDate
                        MOVE WS-JurisRate-Rate(WS-JurisRateIndex)
                            TO WS-GeneralRate-Rate
                    END-IF
                ELSE
                    IF WS-JurisRate-Category(WS-JurisRateIndex) = WS-Category-ForSale
                        IF WS-CategoryRate-Found = "N"
                                OR WS-JurisRate-EffDate(WS-JurisRateIndex)
                                    >= WS-CategoryRate-EffDate
                            MOVE "Y" TO WS-CategoryRate-Found
                            MOVE WS-JurisRate-EffDate(WS-JurisRateIndex)
                                TO WS-CategoryRate-EffDate
                            MOVE WS-JurisRate-Rate(WS-JurisRateIndex)
                                TO WS-CategoryRate-Rate
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF.

LOAD-STORE-JURISDICTIONS.
    OPEN INPUT StoreTaxConfigFile
    IF WS-StoreTaxCfgStatus = ZERO
        PERFORM UNTIL WS-EndOfStoreTaxConfig = "Y"
            READ StoreTaxConfigFile
                AT END SET WS-EndOfStoreTaxConfig TO "Y"
                NOT AT END
                    PERFORM VARYING WS-StoreIndex FROM 1 BY 1
                            UNTIL WS-StoreIndex > WS-StoreCount
                        IF WS-Store-ID(WS-StoreIndex) = StoreTaxConfigLine(1:4)
                            MOVE StoreTaxConfigLine(5:6)
                                TO WS-Store-Juris(WS-StoreIndex)
                        END-IF
                    END-PERFORM
            END-READ
        END-PERFORM
        CLOSE StoreTaxConfigFile
    END-IF.

LOAD-JURISDICTION-RATES.
    MOVE ZERO TO WS-JurisRateCount
    OPEN INPUT JurisRateConfigFile
    IF WS-JurisRateCfgStatus = ZERO
        PERFORM UNTIL WS-EndOfJurisRateConfig = "Y"
            READ JurisRateConfigFile
                AT END SET WS-EndOfJurisRateConfig TO "Y"
                NOT AT END
                    IF WS-JurisRateCount < 200
                        ADD 1 TO WS-JurisRateCount
                        MOVE JurisRateConfigLine(1:6)
                            TO WS-JurisRate-Juris(WS-JurisRateCount)
                        MOVE JurisRateConfigLine(7:10)
                            TO WS-JurisRate-Category(WS-JurisRateCount)
                        MOVE JurisRateConfigLine(17:8)
                            TO WS-JurisRate-EffDate(WS-JurisRateCount)
                        MOVE FUNCTION NUMVAL(JurisRateConfigLine(25:10))
                            TO WS-JurisRate-Rate(WS-JurisRateCount)
                    ELSE
                        ADD 1 TO WS-JurisRateOverflow
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JurisRateConfigFile
    END-IF
    IF WS-JurisRateOverflow > ZERO
        DISPLAY "Error: TAXJUR.CFG holds more than 200 rate lines - "
                "sales could be taxed at the wrong rate. Run refused."
        MOVE "CONFIG" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "TAXJUR.CFG" TO WS-ErrorLog-FileName
        PERFORM LOG-BATCH-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

ACCUMULATE-TAX-DETAIL.
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-TaxDetailIndex FROM 1 BY 1
            UNTIL WS-TaxDetailIndex > WS-TaxDetailCount
        IF WS-TaxDetail-Date(WS-TaxDetailIndex) = WS-SaleDate-Numeric
                AND WS-TaxDetail-Store(WS-TaxDetailIndex) = BlockStoreID(WS-INDEX)
                AND WS-TaxDetail-Juris(WS-TaxDetailIndex) = WS-Juris-ForSale
            PERFORM APPLY-SALE-TO-TAX-DETAIL
            MOVE "Y" TO WS-Found
        END-IF
    END-PERFORM
    IF WS-Found = "N"
        IF WS-TaxDetailCount < 500
            ADD 1 TO WS-TaxDetailCount
            MOVE WS-TaxDetailCount TO WS-TaxDetailIndex
            MOVE WS-SaleDate-Numeric TO WS-TaxDetail-Date(WS-TaxDetailIndex)
            MOVE BlockStoreID(WS-INDEX) TO WS-TaxDetail-Store(WS-TaxDetailIndex)
            MOVE WS-Juris-ForSale TO WS-TaxDetail-Juris(WS-TaxDetailIndex)
            MOVE ZEROS TO WS-TaxDetail-TaxableSales(WS-TaxDetailIndex)
            MOVE ZEROS TO WS-TaxDetail-TaxableReturns(WS-TaxDetailIndex)
            MOVE ZEROS TO WS-TaxDetail-ExemptSales(WS-TaxDetailIndex)
            MOVE ZEROS TO WS-TaxDetail-TaxCollected(WS-TaxDetailIndex)
            MOVE ZEROS TO WS-TaxDetail-TaxRefunded(WS-TaxDetailIndex)
            PERFORM APPLY-SALE-TO-TAX-DETAIL
        ELSE
            ADD 1 TO WS-TaxDetailOverflow
        END-IF
    END-IF.

APPLY-SALE-TO-TAX-DETAIL.
    IF WS-TaxRate-ForSale = ZERO
        IF BlockRecordType(WS-INDEX) = "C"
            SUBTRACT WS-SaleAmount FROM WS-TaxDetail-ExemptSales(WS-TaxDetailIndex)
        ELSE
            ADD WS-SaleAmount TO WS-TaxDetail-ExemptSales(WS-TaxDetailIndex)
        END-IF
    ELSE
        IF BlockRecordType(WS-INDEX) = "C"
            ADD WS-SaleAmount TO WS-TaxDetail-TaxableReturns(WS-TaxDetailIndex)
            ADD WS-TaxAmount TO WS-TaxDetail-TaxRefunded(WS-TaxDetailIndex)
        ELSE
            ADD WS-SaleAmount TO WS-TaxDetail-TaxableSales(WS-TaxDetailIndex)
            ADD WS-TaxAmount TO WS-TaxDetail-TaxCollected(WS-TaxDetailIndex)
        END-IF
    END-IF.

COMPUTE-SALE-COST.
    MOVE ZEROS TO WS-SaleCost
    PERFORM VARYING WS-ProductMasterIndex FROM 1 BY 1
            UNTIL WS-ProductMasterIndex > WS-ProductMasterCount
        IF WS-Product-ID(WS-ProductMasterIndex) = BlockProductID(WS-INDEX)
            COMPUTE WS-SaleCost = BlockQuantity(WS-INDEX)
                * WS-Product-UnitCost(WS-ProductMasterIndex)
        END-IF
    END-PERFORM
    IF WS-SaleCost = ZERO
        ADD 1 TO WS-NoCostCount
    END-IF.

ACCUMULATE-PRODUCT-TOTAL.
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-ProductIndex FROM 1 BY 1
            MOVE ZEROS TO WS-ProductTotal-RetQty(WS-ProductTotalCount)
            MOVE ZEROS TO WS-ProductTotal-RetAmt(WS-ProductTotalCount)
            MOVE ZEROS TO WS-ProductTotal-Tax(WS-ProductTotalCount)
            MOVE ZEROS TO WS-ProductTotal-Cost(WS-ProductTotalCount)
            MOVE WS-ProductTotalCount TO WS-ProductIndex
            PERFORM APPLY-SALE-TO-PRODUCT-TOTAL
        ELSE
            WS-ProductTotal-RetAmt(WS-ProductIndex) +
            (BlockQuantity(WS-INDEX) * BlockSalePrice(WS-INDEX))
        SUBTRACT WS-TaxAmount FROM WS-ProductTotal-Tax(WS-ProductIndex)
        SUBTRACT WS-SaleCost FROM WS-ProductTotal-Cost(WS-ProductIndex)
    ELSE
        ADD BlockQuantity(WS-INDEX) TO WS-ProductTotal-Qty(WS-ProductIndex)
        COMPUTE WS-ProductTotal-Amt(WS-ProductIndex) =
            WS-ProductTotal-Amt(WS-ProductIndex) +
            (BlockQuantity(WS-INDEX) * BlockSalePrice(WS-INDEX))
        ADD WS-TaxAmount TO WS-ProductTotal-Tax(WS-ProductIndex)
        ADD WS-SaleCost TO WS-ProductTotal-Cost(WS-ProductIndex)
    END-IF.

SORT-PRODUCT-TOTALS.
                MOVE WS-ProductTotal-RetQty(WS-ProductIndex) TO WS-SortTemp-RetQty
                MOVE WS-ProductTotal-RetAmt(WS-ProductIndex) TO WS-SortTemp-RetAmt
                MOVE WS-ProductTotal-Tax(WS-ProductIndex) TO WS-SortTemp-Tax
                MOVE WS-ProductTotal-Cost(WS-ProductIndex) TO WS-SortTemp-Cost

                MOVE WS-ProductTotal-ID(WS-ProductIndex + 1) TO WS-ProductTotal-ID(WS-ProductIndex)
                MOVE WS-ProductTotal-Qty(WS-ProductIndex + 1) TO WS-ProductTotal-Qty(WS-ProductIndex)
                MOVE WS-ProductTotal-RetQty(WS-ProductIndex + 1) TO WS-ProductTotal-RetQty(WS-ProductIndex)
                MOVE WS-ProductTotal-RetAmt(WS-ProductIndex + 1) TO WS-ProductTotal-RetAmt(WS-ProductIndex)
                MOVE WS-ProductTotal-Tax(WS-ProductIndex + 1) TO WS-ProductTotal-Tax(WS-ProductIndex)
                MOVE WS-ProductTotal-Cost(WS-ProductIndex + 1) TO WS-ProductTotal-Cost(WS-ProductIndex)

                MOVE WS-SortTemp-ID TO WS-ProductTotal-ID(WS-ProductIndex + 1)
                MOVE WS-SortTemp-Qty TO WS-ProductTotal-Qty(WS-ProductIndex + 1)
                MOVE WS-SortTemp-RetQty TO WS-ProductTotal-RetQty(WS-ProductIndex + 1)
                MOVE WS-SortTemp-RetAmt TO WS-ProductTotal-RetAmt(WS-ProductIndex + 1)
                MOVE WS-SortTemp-Tax TO WS-ProductTotal-Tax(WS-ProductIndex + 1)
                MOVE WS-SortTemp-Cost TO WS-ProductTotal-Cost(WS-ProductIndex + 1)

                MOVE "Y" TO WS-SortSwapped
            END-IF
           INTO SummaryLine
    WRITE SummaryLine

    MOVE ZEROS TO TotalCost
    PERFORM VARYING WS-ProductIndex FROM 1 BY 1
            UNTIL WS-ProductIndex > WS-ProductTotalCount
        ADD WS-ProductTotal-Cost(WS-ProductIndex) TO TotalCost
    END-PERFORM
    COMPUTE WS-GrossMargin = TotalSales - TotalTax - TotalCost

    MOVE TotalCost TO WS-Report-Amt-Edit
    MOVE SPACES TO SummaryLine
    STRING "COST OF GOODS SOLD" DELIMITED SIZE
           "         " DELIMITED SIZE
           WS-Report-Amt-Edit DELIMITED SIZE
           INTO SummaryLine
    WRITE SummaryLine

    MOVE WS-GrossMargin TO WS-Report-Amt-Edit
    MOVE SPACES TO SummaryLine
    STRING "GROSS MARGIN" DELIMITED SIZE
           "               " DELIMITED SIZE
           WS-Report-Amt-Edit DELIMITED SIZE
           INTO SummaryLine
    WRITE SummaryLine

    PERFORM WRITE-STORE-SUMMARY-SECTION.

WRITE-STORE-SUMMARY-SECTION.
        MOVE WS-ProductTotal-Qty(WS-ProductIndex) TO PTOT-Quantity
        MOVE WS-ProductTotal-Amt(WS-ProductIndex) TO PTOT-Amount
        MOVE WS-ProductTotal-Tax(WS-ProductIndex) TO PTOT-Tax
        MOVE WS-ProductTotal-Cost(WS-ProductIndex) TO PTOT-Cost
        WRITE ProductTotalsRecord
    END-PERFORM
    CLOSE ProductTotalsFile.

WRITE-STORE-PRODUCT-TOTALS-FILE.
    OPEN OUTPUT StoreProductTotalsFile
    IF WS-StoreProdTotalsStatus NOT EQUAL ZERO
        MOVE WS-StoreProdTotalsStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open STOREPROD.DAT. File Status: "
                WS-StoreProdTotalsStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-StoreProdTotalsStatus TO WS-ErrorLog-FileStatus
        MOVE "STOREPROD.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-BATCH-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-StoreProductIndex FROM 1 BY 1
            UNTIL WS-StoreProductIndex > WS-StoreProductCount
        MOVE WS-RunDate TO SPT-RunDate
        MOVE WS-StoreProduct-Store(WS-StoreProductIndex) TO SPT-StoreID
        MOVE WS-StoreProduct-ID(WS-StoreProductIndex) TO SPT-ProductID
        MOVE WS-StoreProduct-Qty(WS-StoreProductIndex) TO SPT-Quantity
        MOVE WS-StoreProduct-Amt(WS-StoreProductIndex) TO SPT-Amount
        MOVE WS-StoreProduct-Cost(WS-StoreProductIndex) TO SPT-Cost
        MOVE WS-StoreProduct-RetAmt(WS-StoreProductIndex) TO SPT-ReturnAmount
        WRITE StoreProductTotalsRecord
    END-PERFORM
    CLOSE StoreProductTotalsFile.

WRITE-PROMO-SALES-FILE.
    OPEN EXTEND PromoSalesFile
    IF WS-PromoSalesStatus = "35"
        OPEN OUTPUT PromoSalesFile
        CLOSE PromoSalesFile
        OPEN EXTEND PromoSalesFile
    END-IF
    IF WS-PromoSalesStatus NOT EQUAL ZERO
        MOVE WS-PromoSalesStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open PROMOSALES.DAT. File Status: "
                WS-PromoSalesStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-PromoSalesStatus TO WS-ErrorLog-FileStatus
        MOVE "PROMOSALES.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-BATCH-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-PromoSalesIndex FROM 1 BY 1
            UNTIL WS-PromoSalesIndex > WS-PromoSalesCount
        MOVE WS-PromoSale-Date(WS-PromoSalesIndex) TO PS-SaleDate
        MOVE WS-PromoSale-Store(WS-PromoSalesIndex) TO PS-StoreID
        MOVE WS-PromoSale-ID(WS-PromoSalesIndex) TO PS-ProductID
        MOVE WS-PromoSale-PromoID(WS-PromoSalesIndex) TO PS-PromoID
        MOVE WS-PromoSale-Qty(WS-PromoSalesIndex) TO PS-Quantity
        MOVE WS-PromoSale-Amt(WS-PromoSalesIndex) TO PS-Amount
        WRITE PromoSalesRecord
    END-PERFORM
    CLOSE PromoSalesFile.

WRITE-TAX-DETAIL-FILE.
    OPEN EXTEND TaxDetailFile
    IF WS-TaxDetailStatus = "35"
        OPEN OUTPUT TaxDetailFile
        CLOSE TaxDetailFile
        OPEN EXTEND TaxDetailFile
    END-IF
    IF WS-TaxDetailStatus NOT EQUAL ZERO
        MOVE WS-TaxDetailStatus TO WS-FileStatus-Lookup-Code
        PERFORM LOOKUP-FILE-STATUS-MESSAGE
        DISPLAY "Error: Unable to open TAXDETAIL.DAT. File Status: "
                WS-TaxDetailStatus " - " WS-FileStatus-Lookup-Message
        MOVE "OPEN" TO WS-ErrorLog-Operation
        MOVE WS-TaxDetailStatus TO WS-ErrorLog-FileStatus
        MOVE "TAXDETAIL.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-BATCH-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-TaxDetailIndex FROM 1 BY 1
            UNTIL WS-TaxDetailIndex > WS-TaxDetailCount
        MOVE WS-TaxDetail-Date(WS-TaxDetailIndex) TO TD-SaleDate
        MOVE WS-TaxDetail-Store(WS-TaxDetailIndex) TO TD-StoreID
        MOVE WS-TaxDetail-Juris(WS-TaxDetailIndex) TO TD-Jurisdiction
        MOVE WS-TaxDetail-TaxableSales(WS-TaxDetailIndex) TO TD-TaxableSales
        MOVE WS-TaxDetail-TaxableReturns(WS-TaxDetailIndex) TO TD-TaxableReturns
        MOVE WS-TaxDetail-ExemptSales(WS-TaxDetailIndex) TO TD-ExemptSales
        MOVE WS-TaxDetail-TaxCollected(WS-TaxDetailIndex) TO TD-TaxCollected
        MOVE WS-TaxDetail-TaxRefunded(WS-TaxDetailIndex) TO TD-TaxRefunded
        WRITE TaxDetailRecord
    END-PERFORM
    CLOSE TaxDetailFile.

LOAD-PRICE-TOLERANCE.
    MOVE ZEROS TO WS-PriceTolerancePct
    OPEN INPUT PriceTolConfigFile
        WRITE PriceVarianceLine
        MOVE WS-PriceTolerancePct TO WS-Deviation-Edit
        MOVE SPACES TO PriceVarianceLine
        STRING "Sales rung up off the expected (list or promotion) price "
               "beyond a tolerance of "
               DELIMITED SIZE
               WS-Deviation-Edit DELIMITED SIZE
               " pct" DELIMITED SIZE
    END-IF.

CHECK-PRICE-COMPLIANCE.
    PERFORM DETERMINE-EXPECTED-PRICE
    IF WS-ExpectedPrice > ZERO
        COMPUTE WS-PriceDeviationPct ROUNDED =
            ((BlockSalePrice(WS-INDEX) - WS-ExpectedPrice) * 100)
            / WS-ExpectedPrice
        IF WS-PriceDeviationPct > WS-PriceTolerancePct
                OR WS-PriceDeviationPct < ZERO - WS-PriceTolerancePct
            PERFORM WRITE-PRICE-VARIANCE-LINE
WRITE-PRICE-VARIANCE-LINE.
    ADD 1 TO WS-PriceVarCount
    COMPUTE WS-RevenueImpact =
        (BlockSalePrice(WS-INDEX) - WS-ExpectedPrice)
        * BlockQuantity(WS-INDEX)
    IF BlockRecordType(WS-INDEX) = "C"
        COMPUTE WS-RevenueImpact = ZERO - WS-RevenueImpact
    END-IF
    MOVE WS-ExpectedPrice TO WS-ListPrice-Edit
    MOVE BlockSalePrice(WS-INDEX) TO WS-ActualPrice-Edit
    MOVE WS-PriceDeviationPct TO WS-Deviation-Edit
    MOVE WS-RevenueImpact TO WS-Impact-Edit
           BlockSaleEmployeeID(WS-INDEX) DELIMITED SIZE
           "  " DELIMITED SIZE
           BlockProductID(WS-INDEX) DELIMITED SIZE
           "  Exp: " DELIMITED SIZE
           WS-ListPrice-Edit DELIMITED SIZE
           "  Actual: " DELIMITED SIZE
           WS-ActualPrice-Edit DELIMITED SIZE
           INTO PriceVarianceLine
    WRITE PriceVarianceLine.

DETERMINE-EXPECTED-PRICE.
    MOVE WS-ListPrice-ForSale TO WS-ExpectedPrice
    MOVE ZEROS TO WS-SalePromoID
    PERFORM VARYING WS-PromoIndex FROM 1 BY 1
            UNTIL WS-PromoIndex > WS-PromoCount
        IF (WS-Promo-ProductID(WS-PromoIndex) = BlockProductID(WS-INDEX)
                OR (WS-Promo-ProductID(WS-PromoIndex) = SPACES
                    AND WS-Promo-Category(WS-PromoIndex) = WS-Category-ForSale))
                AND (WS-Promo-StoreID(WS-PromoIndex) = "ALL"
                    OR WS-Promo-StoreID(WS-PromoIndex) = BlockStoreID(WS-INDEX))
                AND WS-SaleDate-Numeric >= WS-Promo-StartDate(WS-PromoIndex)
                AND WS-SaleDate-Numeric <= WS-Promo-EndDate(WS-PromoIndex)
            IF WS-Promo-PriceType(WS-PromoIndex) = "F"
                MOVE WS-Promo-Price(WS-PromoIndex) TO WS-CandidatePrice
            ELSE
                COMPUTE WS-CandidatePrice ROUNDED =
                    WS-ListPrice-ForSale
                    * (100 - WS-Promo-PercentOff(WS-PromoIndex)) / 100
            END-IF
            IF WS-CandidatePrice < WS-ExpectedPrice
                    OR (WS-ExpectedPrice = ZERO AND WS-CandidatePrice > ZERO)
                MOVE WS-CandidatePrice TO WS-ExpectedPrice
                MOVE WS-Promo-ID(WS-PromoIndex) TO WS-SalePromoID
            END-IF
        END-IF
    END-PERFORM.

LOAD-PROMOTIONS.
    MOVE ZERO TO WS-PromoCount
    OPEN INPUT PromotionFile
    IF WS-PromotionStatus = ZERO
        PERFORM UNTIL WS-EndOfPromotions = "Y"
            READ PromotionFile
                AT END SET WS-EndOfPromotions TO "Y"
                NOT AT END
                    IF PR-Status = "A"
                            AND PR-EndDate NOT < WS-EarliestSaleDate
                        IF WS-PromoCount < 500
                            ADD 1 TO WS-PromoCount
                            MOVE PR-PromoID TO WS-Promo-ID(WS-PromoCount)
                            MOVE PR-ProductID TO WS-Promo-ProductID(WS-PromoCount)
                            MOVE PR-Category TO WS-Promo-Category(WS-PromoCount)
                            MOVE PR-StoreID TO WS-Promo-StoreID(WS-PromoCount)
                            MOVE PR-StartDate TO WS-Promo-StartDate(WS-PromoCount)
                            MOVE PR-EndDate TO WS-Promo-EndDate(WS-PromoCount)
                            MOVE PR-PriceType TO WS-Promo-PriceType(WS-PromoCount)
                            MOVE PR-PromoPrice TO WS-Promo-Price(WS-PromoCount)
                            MOVE PR-PercentOff TO WS-Promo-PercentOff(WS-PromoCount)
                        ELSE
                            ADD 1 TO WS-PromoOverflow
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PromotionFile
    END-IF
    IF WS-PromoOverflow > ZERO
        DISPLAY "Error: PROMO.DAT holds more than 500 promotions running in "
                "the sales period - " WS-PromoOverflow " could not be loaded "
                "and their sales would be priced wrongly. Run refused."
        MOVE "LOAD" TO WS-ErrorLog-Operation
        MOVE ZEROS TO WS-ErrorLog-FileStatus
        MOVE "PROMO.DAT" TO WS-ErrorLog-FileName
        PERFORM LOG-BATCH-ERROR
        PERFORM WRITE-FAILED-JOB-STATS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

FIND-EARLIEST-SALE-DATE.
    MOVE ZEROS TO WS-EarliestSaleDate
    OPEN INPUT SalesFile
    IF WS-FileStatus-Code = ZERO
        PERFORM UNTIL WS-EndOfSalesScan = "Y"
            READ SalesFile
                AT END SET WS-EndOfSalesScan TO "Y"
                NOT AT END
                    IF SaleRecordType NOT = "H" AND SaleRecordType NOT = "T"
                            AND SaleDate(5:1) = "-" AND SaleDate(8:1) = "-"
                            AND SaleDate(1:4) IS NUMERIC
                            AND SaleDate(6:2) IS NUMERIC
                            AND SaleDate(9:2) IS NUMERIC
                        MOVE SaleDate(1:4) TO WS-SaleDate-Year
                        MOVE SaleDate(6:2) TO WS-SaleDate-Month
                        MOVE SaleDate(9:2) TO WS-SaleDate-Day
                        IF WS-EarliestSaleDate = ZERO
                                OR WS-SaleDate-Numeric < WS-EarliestSaleDate
                            MOVE WS-SaleDate-Numeric TO WS-EarliestSaleDate
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SalesFile
    END-IF.

ACCUMULATE-PROMO-SALES.
    IF WS-SalePromoID > ZERO
        ADD 1 TO WS-PromoSaleCount
    END-IF
    MOVE "N" TO WS-Found
    PERFORM VARYING WS-PromoSalesIndex FROM 1 BY 1
            UNTIL WS-PromoSalesIndex > WS-PromoSalesCount
        IF WS-PromoSale-Date(WS-PromoSalesIndex) = WS-SaleDate-Numeric
                AND WS-PromoSale-Store(WS-PromoSalesIndex) = BlockStoreID(WS-INDEX)
                AND WS-PromoSale-ID(WS-PromoSalesIndex) = BlockProductID(WS-INDEX)
                AND WS-PromoSale-PromoID(WS-PromoSalesIndex) = WS-SalePromoID
            PERFORM APPLY-SALE-TO-PROMO-SALES
            MOVE "Y" TO WS-Found
        END-IF
    END-PERFORM
    IF WS-Found = "N"
        IF WS-PromoSalesCount < 1000
            ADD 1 TO WS-PromoSalesCount
            MOVE WS-PromoSalesCount TO WS-PromoSalesIndex
            MOVE WS-SaleDate-Numeric TO WS-PromoSale-Date(WS-PromoSalesIndex)
            MOVE BlockStoreID(WS-INDEX) TO WS-PromoSale-Store(WS-PromoSalesIndex)
            MOVE BlockProductID(WS-INDEX) TO WS-PromoSale-ID(WS-PromoSalesIndex)
            MOVE WS-SalePromoID TO WS-PromoSale-PromoID(WS-PromoSalesIndex)
            MOVE ZEROS TO WS-PromoSale-Qty(WS-PromoSalesIndex)
            MOVE ZEROS TO WS-PromoSale-Amt(WS-PromoSalesIndex)
            PERFORM APPLY-SALE-TO-PROMO-SALES
        ELSE
            ADD 1 TO WS-PromoSalesOverflow
        END-IF
    END-IF.

APPLY-SALE-TO-PROMO-SALES.
    IF BlockRecordType(WS-INDEX) = "C"
        SUBTRACT BlockQuantity(WS-INDEX)
            FROM WS-PromoSale-Qty(WS-PromoSalesIndex)
        COMPUTE WS-PromoSale-Amt(WS-PromoSalesIndex) =
            WS-PromoSale-Amt(WS-PromoSalesIndex) -
            (BlockQuantity(WS-INDEX) * BlockSalePrice(WS-INDEX))
    ELSE
        ADD BlockQuantity(WS-INDEX)
            TO WS-PromoSale-Qty(WS-PromoSalesIndex)
        COMPUTE WS-PromoSale-Amt(WS-PromoSalesIndex) =
            WS-PromoSale-Amt(WS-PromoSalesIndex) +
            (BlockQuantity(WS-INDEX) * BlockSalePrice(WS-INDEX))
    END-IF.

CLOSE-PRICE-VARIANCE-REPORT.
    IF WS-PriceVarCount = ZERO
        MOVE SPACES TO PriceVarianceLine
