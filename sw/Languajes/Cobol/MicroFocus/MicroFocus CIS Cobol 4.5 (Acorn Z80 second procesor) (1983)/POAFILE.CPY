      *THE PURCHASE-ORDER LINE ACKNOWLEDGMENT RECORD (STOCK.POA),
      *KEYED EXACTLY AS THE LINE IT BELONGS TO ON STOCK.POL, SO THE
      *LINE RECORD ITSELF IS LEFT AS EVERY PROGRAM ALREADY READS IT.
      *PA-ACK-DATE IS THE DAY THE SUPPLIER ACKNOWLEDGED THE ORDER -
      *SPACES UNTIL THEY DO.  PA-ACK-CONFIRMED IS THE DELIVERY DATE
      *THEY CONFIRMED WITH THE ACKNOWLEDGMENT, WHICH NEED NOT BE
      *POL-DUE-DATE, AND IS NEVER CHANGED AFTERWARDS.
      *PA-CONFIRMED-DATE IS THE CURRENT PROMISE - THE ACKNOWLEDGED
      *DATE AT FIRST, THEN WHATEVER THE LAST CHASE ON THE
      *EXPEDITING LOG (STOCK.EXL) WAS TOLD.  A LINE WHOSE CURRENT
      *PROMISE IS LATER THAN THE ACKNOWLEDGED ONE HAS SLIPPED.
      *PA-CHASE-COUNT AND PA-LAST-CHASE SUMMARISE THE LOG.
       01  PO-ACK-RECORD.
           02  PA-KEY.
               03  PA-ORDER-NO PIC X(6).
               03  PA-LINE-NO PIC 99.
           02  PA-ACK-DATE PIC X(10).
           02  PA-ACK-CONFIRMED PIC X(10).
           02  PA-CONFIRMED-DATE PIC X(10).
           02  PA-CHASE-COUNT PIC 99.
           02  PA-LAST-CHASE PIC X(10).
           02  FILLER PIC X(6).
