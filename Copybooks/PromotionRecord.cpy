01 PromotionRecord.
   05 PR-PromoID PIC 9(6).
   05 PR-Description PIC X(30).
   05 PR-ProductID PIC X(10).
   05 PR-Category PIC X(10).
   05 PR-StoreID PIC X(4).
   05 PR-StartDate PIC 9(8).
   05 PR-EndDate PIC 9(8).
   05 PR-PriceType PIC X.
   05 PR-PromoPrice PIC 9(7)V99.
   05 PR-PercentOff PIC 9(2)V99.
   05 PR-Status PIC X.
   05 PR-Operator PIC X(8).
