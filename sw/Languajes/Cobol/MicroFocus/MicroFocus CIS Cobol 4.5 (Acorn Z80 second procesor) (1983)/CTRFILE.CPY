      *THE CONTAINER LEDGER (STOCK.CTR), ONE ENTRY PER MOVEMENT OF
      *RETURNABLE CONTAINERS BETWEEN A SUPPLIER AND US, KEYED ON
      *SUPPLIER, CONTAINER TYPE AND A RUNNING SEQUENCE SO ONE
      *SUPPLIER'S LEDGER READS IN ONE KEYED PASS, TYPE BY TYPE,
      *OLDEST FIRST.
      *CL-DIRECTION IS "R" RECEIVED (GOODS-IN, WITH THE DELIVERY -
      *CL-REFERENCE IS THE ORDER AND CL-GRN-NO THE GRN) OR "B" BACK
      *TO THE SUPPLIER (CL-REFERENCE IS THE COLLECTION NOTE).
      *ON A RECEIPT CL-OPEN-QTY IS HOW MANY OF THOSE CONTAINERS ARE
      *STILL ON SITE - RETURNS WEAR THE OLDEST RECEIPTS DOWN FIRST,
      *SO THE OLDEST RECEIPT WITH ANYTHING OPEN DATES THE OLDEST
      *CONTAINER HELD.  ON A RETURN IT IS ALWAYS ZERO.
      *CL-DEPOSIT IS THE DEPOSIT PER CONTAINER ON THE DAY.
       01  CONTAINER-LEDGER-RECORD.
           02  CL-KEY.
               03  CL-SUPPLIER PIC X(4).
               03  CL-TYPE PIC X(4).
               03  CL-SEQ PIC 9(6).
           02  CL-DIRECTION PIC X.
           02  CL-QUANTITY PIC 9(5).
           02  CL-OPEN-QTY PIC 9(5).
           02  CL-DEPOSIT PIC 9(4)V99.
           02  CL-DATE PIC X(10).
           02  CL-DATE-NUM PIC 9(8).
           02  CL-REFERENCE PIC X(6).
           02  CL-GRN-NO PIC 9(4).
           02  CL-OPERATOR-ID PIC X(4).
           02  FILLER PIC X.
