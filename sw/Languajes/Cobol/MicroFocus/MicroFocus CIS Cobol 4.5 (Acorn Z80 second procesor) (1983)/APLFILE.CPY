      *THE PAYABLES LEDGER RECORD (STOCK.APL), ONE PER SUPPLIER
      *INVOICE, KEYED SUPPLIER PLUS THE SUPPLIER'S INVOICE NUMBER.
      *PAYABLES-LEDGER BUILDS IT FROM THE LINES INVOICE-MATCHING
      *PROVED AND CLAIMED ON STOCK.IVM - ONLY MATCHED LINES ARE
      *OWED, A LINE IN DISPUTE STAYS OFF UNTIL IT MATCHES.  VALUES
      *ARE IN THE SUPPLIER'S INVOICING CURRENCY (AP-CURRENCY,
      *SPACES FOR HOME CURRENCY).  AP-INVOICE-DATE IS THE DATE THE
      *INVOICE WAS MATCHED AND AP-DUE-DATE IS THAT DATE RUN ON BY
      *THE SUPPLIER'S PAYMENT TERMS, WITH AP-DUE-NUM ITS YYYYMMDD
      *NUMBER FOR THE DUE-BY COMPARE.
      *AP-STATUS IS "O" WHILE OWED, "S" ONCE A PAYMENT-DUE RUN HAS
      *SELECTED IT FOR PAYMENT AND "P" WHEN PAID - AP-PAY-REF IS
      *THE CHEQUE OR TRANSFER REFERENCE.  A LINE MATCHED AFTER THE
      *INVOICE WAS PAID REOPENS IT FOR THE DIFFERENCE ONLY, SINCE
      *WHAT IS OWED IS GOODS PLUS TAX LESS AP-PAID-VALUE.
       01  PAYABLE-RECORD.
           02  AP-KEY.
               03  AP-SUPPLIER PIC X(4).
               03  AP-INVOICE-REF PIC X(8).
           02  AP-CURRENCY PIC X(3).
           02  AP-INVOICE-DATE PIC X(10).
           02  AP-DUE-DATE PIC X(10).
           02  AP-DUE-NUM PIC 9(8).
           02  AP-GOODS-VALUE PIC 9(7)V99.
           02  AP-TAX-VALUE PIC 9(7)V99.
           02  AP-PAID-VALUE PIC 9(7)V99.
           02  AP-STATUS PIC X.
           02  AP-PAY-REF PIC X(10).
           02  AP-PAID-DATE PIC X(10).
           02  FILLER PIC X(9).
