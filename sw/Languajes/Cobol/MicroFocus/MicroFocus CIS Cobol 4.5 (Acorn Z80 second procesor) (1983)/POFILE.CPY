      *BY ONE EACH TIME THE ORDER IS AMENDED, SO THE PRINTED ORDER
      *DOCUMENT THE SUPPLIER HOLDS AND THE FILE CAN BE PROVED TO BE
      *THE SAME VERSION.
      *PO-RFQ-NO NAMES THE REQUEST-FOR-QUOTATION (STOCK.RFQ) THE
      *ORDER WAS AWARDED FROM - SPACES FOR AN ORDER RAISED BY HAND.
       01  PO-RECORD.
           02  PO-NUMBER PIC X(6).
           02  PO-SUPPLIER PIC X(4).
           02  PO-ORDER-TYPE PIC X.
           02  PO-CONTRACT-NO PIC X(6).
           02  PO-EXPIRY-DATE PIC X(10).
           02  PO-RFQ-NO PIC X(6).
