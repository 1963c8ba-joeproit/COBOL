01 VendorRecord.
   05 VN-VendorID           PIC X(6).
   05 VN-VendorName         PIC X(30).
   05 VN-LeadTimeDays       PIC 9(3).
   05 VN-ActiveFlag         PIC X.
