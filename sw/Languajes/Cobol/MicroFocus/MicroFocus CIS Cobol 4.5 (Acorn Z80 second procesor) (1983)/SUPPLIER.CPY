      *TOLERANCES - A DISCREPANCY IN THE SUPPLIER'S FAVOUR THAT
      *PASSES BOTH THE PERCENTAGE AND THE ABSOLUTE FIGURE RAISES A
      *DEBIT NOTE ON STOCK.DBN INSTEAD OF A SHRUG.
      *SUP-ORDER-METHOD IS "E" FOR A SUPPLIER WHO TAKES ORDERS BY
      *ELECTRONIC INTERCHANGE - ORDER-TRANSMIT WRITES THEIR OPEN
      *ORDERS TO STOCK.OTX - AND SPACE OR "P" FOR THE PRINTED
      *ORDER DOCUMENT POSTED FROM PURCHASE-ORDER-MAINT.
      *SUP-TERMS-DAYS AND SUP-TERMS-BASIS ARE THE PAYMENT TERMS THE
      *PAYABLES LEDGER DATES EACH MATCHED INVOICE BY - THE DAYS RUN
      *FROM THE INVOICE DATE ("I") OR FROM THE END OF THE INVOICE
      *MONTH ("M").  SPACES MEAN THE HOUSE TERMS ON STOCK.PRM.
       01  SUPPLIER-RECORD.
           02  SUPPLIER-CODE PIC X(4).
           02  SUPPLIER-NAME PIC X(30).
           02  SUP-TOL-PCT PIC 99V9.
           02  SUP-TOL-ABS PIC 9(4)V99.
           02  SUP-TAX-CODE PIC X.
           02  SUP-ORDER-METHOD PIC X.
           02  SUP-TERMS-DAYS PIC 999.
           02  SUP-TERMS-BASIS PIC X.
           02  FILLER PIC X(3).
