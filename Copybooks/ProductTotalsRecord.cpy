   05 PTOT-Quantity PIC S9(6).
   05 PTOT-Amount PIC S9(9)V99.
   05 PTOT-Tax PIC S9(9)V99.
   05 PTOT-Cost PIC S9(9)V99.
