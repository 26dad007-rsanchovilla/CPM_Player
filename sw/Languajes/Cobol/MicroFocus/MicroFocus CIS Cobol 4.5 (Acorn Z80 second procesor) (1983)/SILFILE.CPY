      *THE SALES INVOICE LINE RECORD (STOCK.SIL), ONE PER JOURNAL
      *ROW INVOICED OR CREDITED, KEYED ON THE JOURNAL ROW'S OWN KEY
      *SO NO ISSUE IS EVER BILLED TWICE.  SL-DOC-NO IS THE INVOICE
      *OR CREDIT NOTE ON STOCK.ARL THE LINE BELONGS TO; THE PRICE IS
      *THE CUSTOMER'S CHARGE BASIS AT THE TIME IT WAS INVOICED.
       01  SALES-LINE-RECORD.
           02  SL-JRN-KEY.
               03  SL-STOCK-CODE PIC X(8).
               03  SL-LOCATION PIC X(4).
               03  SL-SEQ PIC 9(6).
           02  SL-DOC-NO PIC 9(6).
           02  SL-CUSTOMER PIC X(4).
           02  SL-QUANTITY PIC 9(6)V99.
           02  SL-PRICE PIC 9(4)V99.
           02  SL-VALUE PIC 9(7)V99.
           02  FILLER PIC X(9).
