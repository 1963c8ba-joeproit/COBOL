01 PromoSalesRecord.
   05 PS-SaleDate PIC 9(8).
   05 PS-StoreID PIC X(4).
   05 PS-ProductID PIC X(10).
   05 PS-PromoID PIC 9(6).
   05 PS-Quantity PIC S9(6).
   05 PS-Amount PIC S9(9)V99.
