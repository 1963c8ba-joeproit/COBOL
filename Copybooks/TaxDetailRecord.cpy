01 TaxDetailRecord.
   05 TD-SaleDate PIC 9(8).
   05 TD-StoreID PIC X(4).
   05 TD-Jurisdiction PIC X(6).
   05 TD-TaxableSales PIC S9(9)V99.
   05 TD-TaxableReturns PIC S9(9)V99.
   05 TD-ExemptSales PIC S9(9)V99.
   05 TD-TaxCollected PIC S9(9)V99.
   05 TD-TaxRefunded PIC S9(9)V99.
