01 PurchaseOrderRecord.
   05 PO-Number             PIC 9(8).
   05 PO-LineNumber         PIC 9(3).
   05 PO-Status             PIC X.
   05 PO-VendorID           PIC X(6).
   05 PO-StoreID            PIC X(4).
   05 PO-ProductID          PIC X(10).
   05 PO-OrderQty           PIC 9(6).
   05 PO-ReceivedQty        PIC 9(6).
   05 PO-RaisedDate         PIC 9(8).
   05 PO-ReleaseDate        PIC 9(8).
   05 PO-DueDate            PIC 9(8).
   05 PO-ReleaseOperator    PIC X(8).
   05 PO-LastReceiptDate    PIC 9(8).
