      *THE EXPECTED-DELIVERY RECORD (STOCK.ASN), ONE PER LINE OF A
      *SUPPLIER'S DESPATCH ADVICE, KEYED ADVICE NUMBER PLUS LINE.
      *ASN-IMPORT WRITES A RECORD ONLY FOR A LINE IT MATCHED TO AN
      *OPEN PO LINE (AS-ORDER-NO/AS-POL-LINE-NO), THE SUPPLIER'S
      *ITEM REFERENCE MAPPED TO OUR STOCK CODE THROUGH STOCK.SXR.
      *GOODS-IN CALLS THE ADVICE UP BY NUMBER AT THE START OF A GRN
      *AND OFFERS EACH EXPECTED LINE FOR THE STOREMAN TO CONFIRM OR
      *CORRECT; WHAT ACTUALLY ARRIVED IS ADDED INTO AS-QTY-RECEIVED
      *AND THE LINE GOES FROM "E" (EXPECTED) TO "R" (RECEIVED).
      *ADVISED AGAINST RECEIVED IS THE BUYER'S DISCREPANCY LIST.
       01  ADVICE-RECORD.
           02  AS-KEY.
               03  AS-ADVICE-NO PIC X(10).
               03  AS-LINE-NO PIC 999.
           02  AS-SUPPLIER PIC X(4).
           02  AS-ORDER-NO PIC X(6).
           02  AS-POL-LINE-NO PIC 99.
           02  AS-STOCK-CODE PIC X(8).
           02  AS-ITEM-REF PIC X(12).
           02  AS-QTY-ADVISED PIC 9(6)V99.
           02  AS-QTY-RECEIVED PIC 9(6)V99.
           02  AS-EXPECTED-DATE PIC X(10).
           02  AS-STATUS PIC X.
           02  AS-GRN-NO PIC 9(4).
           02  FILLER PIC X(4).
