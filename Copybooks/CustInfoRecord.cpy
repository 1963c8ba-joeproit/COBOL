01 CustInfoRecord.
   05 CI-CustomerID         PIC 9(8).
   05 CI-LegalName          PIC X(40).
   05 CI-AddressLine1       PIC X(30).
   05 CI-AddressLine2       PIC X(30).
   05 CI-City               PIC X(20).
   05 CI-PostalCode         PIC X(10).
   05 CI-Phone              PIC X(15).
   05 CI-BirthDate          PIC 9(8).
   05 CI-TaxID              PIC X(11).
   05 CI-CreatedDate        PIC 9(8).
