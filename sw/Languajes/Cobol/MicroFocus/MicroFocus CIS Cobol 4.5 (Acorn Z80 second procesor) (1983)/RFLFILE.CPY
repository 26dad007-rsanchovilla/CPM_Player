      *THE REQUEST-FOR-QUOTATION LINE RECORD (STOCK.RFL), KEYED ON
      *ENQUIRY NUMBER PLUS LINE NUMBER THE WAY STOCK.POL IS KEYED.
      *RFL-STATUS IS "O" UNTIL THE LINE IS AWARDED AND "A" AFTER -
      *RFL-AWARD-SUPPLIER, RFL-AWARD-PO AND RFL-AWARD-PRICE THEN SAY
      *WHO WON IT, WHICH ORDER IT WENT ONTO AND AT WHAT PRICE.
      *WHEN A CHEAPER STILL-VALID BID WAS PASSED OVER, THE BUYER'S
      *REASON IS KEPT IN RFL-PASS-REASON FOR THE AUDITORS.
       01  RFQ-LINE-RECORD.
           02  RFL-KEY.
               03  RFL-RFQ-NO PIC X(6).
               03  RFL-LINE-NO PIC 99.
           02  RFL-STOCK-CODE PIC X(8).
           02  RFL-QTY PIC 9(6)V99.
           02  RFL-WANTED-BY PIC X(10).
           02  RFL-STATUS PIC X.
           02  RFL-AWARD-SUPPLIER PIC X(4).
           02  RFL-AWARD-PO PIC X(6).
           02  RFL-AWARD-PRICE PIC 9(4)V99.
           02  RFL-PASS-REASON PIC X(30).
           02  FILLER PIC X(9).
