01 DrawerMovementRecord.
   05 DM-BusinessDate       PIC 9(8).
   05 DM-TellerID           PIC X(8).
   05 DM-MoveType           PIC X.
   05 DM-Amount             PIC 9(7)V99.
   05 DM-EnteredBy          PIC X(8).
   05 DM-EntryTime          PIC 9(8).
