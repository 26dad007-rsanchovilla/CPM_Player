      *THE WARRANTY CLAIM RECORD (STOCK.WCL), ONE PER FAILED
      *SERIALIZED UNIT, KEYED LIKE STOCK.SER ON STOCK CODE PLUS
      *SERIAL NUMBER.  WC-SUPPLIER IS TAKEN FROM THE ORDER THE UNIT
      *WAS RECEIVED ON (SE-ORDER-NO, KEPT HERE AS WC-ORDER-NO) WHEN
      *THE CLAIM IS RAISED.  WC-CLAIM-NUM IS THE CLAIM DATE AS
      *YYYYMMDD FOR AGEING.
      *WC-STATUS IS "R" RAISED, "S" UNIT SENT BACK TO THE SUPPLIER,
      *"P" REPLACED, "C" CREDITED AND "J" REJECTED - R AND S ARE
      *STILL OUTSTANDING, THE OTHER THREE ARE SETTLED.  A REPLACED
      *CLAIM CARRIES THE REPLACEMENT UNIT'S SERIAL (SAME STOCK
      *CODE) IN WC-REPLACEMENT, WHICH IS HOW THE NEW UNIT LINKS
      *BACK TO THE ONE THAT FAILED.  WC-STATUS-DATE IS WHEN THE
      *STATUS LAST MOVED.
       01  WARRANTY-CLAIM-RECORD.
           02  WC-KEY.
               03  WC-STOCK-CODE PIC X(8).
               03  WC-SERIAL-NO PIC X(12).
           02  WC-FAULT PIC X(24).
           02  WC-CLAIM-DATE PIC X(10).
           02  WC-CLAIM-NUM PIC 9(8).
           02  WC-SUPPLIER PIC X(4).
           02  WC-ORDER-NO PIC X(6).
           02  WC-STATUS PIC X.
           02  WC-STATUS-DATE PIC X(10).
           02  WC-REPLACEMENT PIC X(12).
           02  FILLER PIC X(5).
