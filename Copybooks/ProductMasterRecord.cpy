   05 PM-ListPrice          PIC 9(7)V99.
   05 PM-ActiveFlag         PIC X.
   05 PM-ReorderPoint       PIC 9(6).
   05 PM-UnitCost           PIC 9(7)V99.
