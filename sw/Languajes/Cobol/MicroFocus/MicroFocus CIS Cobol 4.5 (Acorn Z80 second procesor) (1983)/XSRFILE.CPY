      *THE INTER-SITE RECEIPT LOG (STOCK.XSR) AT THE RECEIVING
      *SITE, ONE RECORD PER TRANSFER TAKEN IN OFF AN EXCHANGE
      *DISKETTE, KEYED ON THE SENDING SITE AND THE SENDER'S OWN
      *IN-TRANSIT KEY.  IT STOPS A TRANSFER BEING RECEIVED TWICE
      *WHILE THE SENDER STILL CARRIES IT, AND EVERY RECORD GOES
      *BACK ON THE NEXT OUTGOING DISKETTE AS THE RECEIPT.  ONCE A
      *DISKETTE FROM THE SENDER NO LONGER CARRIES THE TRANSFER
      *THE SENDER HAS CLOSED IT, AND THE LOG RECORD IS DROPPED.
      *XL-SEEN-FLAG IS WORKING STORAGE FOR THAT CHECK ONLY.
       01  SITE-RECEIPT-RECORD.
           02  XL-KEY.
               03  XL-FROM-SITE PIC XX.
               03  XL-STOCK-CODE PIC X(8).
               03  XL-FROM-LOCATION PIC X(4).
               03  XL-SEQ PIC 9(4).
           02  XL-TO-LOCATION PIC X(4).
           02  XL-QUANTITY PIC 9(6)V99.
           02  XL-RECEIVED-DATE PIC X(10).
           02  XL-OPERATOR-ID PIC X(4).
           02  XL-SEEN-FLAG PIC X.
           02  FILLER PIC X(3).
