      *THE ORDER TRANSMISSION LOG (STOCK.OTL), KEYED ORDER NUMBER
      *PLUS REVISION.  ORDER-TRANSMIT WRITES ONE RECORD FOR EVERY
      *REVISION OF AN ORDER IT PUTS ON THE INTERCHANGE FILE, AND
      *NEVER SENDS A REVISION THAT IS ALREADY HERE - SO AN AMENDED
      *ORDER (PO-REVISION STEPPED BY PURCHASE-ORDER-MAINT) GOES OUT
      *AGAIN AND AN UNCHANGED ONE NEVER GOES TWICE.  OL-METHOD IS
      *"E" FOR A REVISION ACTUALLY TRANSMITTED AND "M" FOR ONE A
      *SUPERVISOR MARKED AS ALREADY SENT (THE PAPER COPY WENT
      *BEFORE THE SUPPLIER WAS SWITCHED OVER).
       01  TX-LOG-RECORD.
           02  OL-KEY.
               03  OL-ORDER-NO PIC X(6).
               03  OL-REVISION PIC 99.
           02  OL-SUPPLIER PIC X(4).
           02  OL-SENT-DATE PIC X(10).
           02  OL-OPERATOR PIC X(4).
           02  OL-LINE-COUNT PIC 999.
           02  OL-METHOD PIC X.
           02  FILLER PIC X(10).
