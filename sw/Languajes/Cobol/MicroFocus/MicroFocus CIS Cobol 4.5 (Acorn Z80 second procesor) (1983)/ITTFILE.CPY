      *ON-HAND - IT LIVES HERE, WHERE THE IN-TRANSIT REPORT CAN
      *CHASE TROLLEYS THAT NEVER ARRIVED.
      *TT-STATUS IS "T" WHILE IN TRANSIT AND "R" ONCE RECEIVED.
      *TT-TO-SITE IS SPACE FOR A MOVE BETWEEN OUR OWN BINS.  A
      *TRANSFER TO ANOTHER SITE CARRIES THAT SITE'S CODE AND A BIN
      *ON ITS STOCK.IT - IT GOES OVER ON THE EXCHANGE DISKETTE, AND
      *IS MARKED RECEIVED ONLY WHEN THAT SITE'S RECEIPT COMES BACK.
       01  IN-TRANSIT-RECORD.
           02  TT-KEY.
               03  TT-STOCK-CODE PIC X(8).
           02  TT-DATE PIC X(10).
           02  TT-OPERATOR-ID PIC X(4).
           02  TT-STATUS PIC X.
           02  TT-TO-SITE PIC XX.
           02  FILLER PIC X(3).
