      *THE IMPORT RECEIPT RECORD (STOCK.IRC), WRITTEN BY GOODS-IN
      *FOR EVERY RECEIPT FROM A FOREIGN-CURRENCY SUPPLIER, SO THE
      *QUARTER'S CUSTOMS RETURN CAN BE BUILT WITHOUT GOING BACK TO
      *THE INVOICES.  THE KEY LEADS WITH THE RECEIPT DATE AS
      *YYYYMMDD SO A QUARTER IS ONE CONTIGUOUS RUN OF THE FILE;
      *IR-SEQ SEPARATES TWO RECEIPTS OF THE SAME BIN ON ONE DAY.
      *IR-COMMODITY AND IR-ORIGIN ARE AS THEY STOOD ON THE DAY -
      *THE ITEM'S USUAL VALUES FROM STOCK.ICU UNLESS THE OPERATOR
      *KEYED OTHERS FROM THE DELIVERY PAPERS, WHEN IR-OVERRIDE IS
      *"Y".  IR-FOREIGN-VALUE IS AT THE ORDER PRICE IN IR-CURRENCY
      *AND IR-HOME-VALUE THE SAME CONVERTED AT THE RATE ON THE
      *RECEIPT DATE - ZERO WHEN NO RATE WAS ON FILE.
       01  IMPORT-RECEIPT-RECORD.
           02  IR-KEY.
               03  IR-DATE-NUM PIC 9(8).
               03  IR-STOCK-CODE PIC X(8).
               03  IR-LOCATION PIC X(4).
               03  IR-SEQ PIC 99.
           02  IR-GRN-NO PIC 9(4).
           02  IR-ORDER-NO PIC X(6).
           02  IR-SUPPLIER PIC X(4).
           02  IR-CURRENCY PIC X(3).
           02  IR-QUANTITY PIC 9(6)V99.
           02  IR-FOREIGN-VALUE PIC 9(8)V99.
           02  IR-HOME-VALUE PIC 9(8)V99.
           02  IR-COMMODITY PIC X(10).
           02  IR-ORIGIN PIC X(2).
           02  IR-OVERRIDE PIC X.
           02  IR-OPERATOR PIC X(4).
           02  FILLER PIC X(16).
