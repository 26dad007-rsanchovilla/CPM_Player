      *THE SIGN-ON AUDIT RECORD (STOCK.SGL), APPENDED BY STOCK-MENU
      *FOR EVERY SIGN-ON EVENT: "S" SUCCESS, "F" FAILURE, "L" THE
      *FAILURE THAT LOCKED THE OPERATOR OUT, "C" A PASSWORD CHANGE,
      *"D" A SIGN-ON REFUSED BECAUSE THE ID WAS ALREADY SIGNED ON AT
      *ANOTHER TERMINAL, "O" A SIGN-OFF.  THE TERMINAL FIELD IS THE
      *NAME ON THE TERMINAL'S OWN TERMINAL.DAT (CRT1 WITHOUT ONE).
       01  SIGNON-LOG-RECORD.
           02  SG-DATE PIC X(10).
           02  SG-TIME PIC X(8).
