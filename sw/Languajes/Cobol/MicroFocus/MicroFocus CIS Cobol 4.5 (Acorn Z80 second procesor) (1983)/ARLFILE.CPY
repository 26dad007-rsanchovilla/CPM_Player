      *THE RECEIVABLES LEDGER RECORD (STOCK.ARL), ONE PER DOCUMENT
      *ISSUED TO OR RECEIVED FROM AN OUTSIDE CUSTOMER, KEYED ON THE
      *CUSTOMER'S DEPARTMENT CODE PLUS THE DOCUMENT NUMBER - ONE
      *NUMBER SERIES COVERS INVOICES, CREDIT NOTES AND RECEIPTS, SO
      *KEY ORDER WITHIN A CUSTOMER IS DATE ORDER.
      *AR-DOC-TYPE IS "I" SALES INVOICE, "C" CREDIT NOTE, "R" CASH
      *RECEIVED.  AR-REFERENCE CARRIES THE DISPATCH NOTE NUMBER, THE
      *RETURN REFERENCE OR THE CUSTOMER'S PAYMENT REFERENCE.
      *AR-ALLOCATED IS HOW MUCH OF THE DOCUMENT HAS BEEN MATCHED OFF
      *- AN INVOICE BY CREDITS AND CASH, A CREDIT OR RECEIPT AGAINST
      *INVOICES.  AR-STATUS IS "O" WHILE ANY OF IT IS UNMATCHED AND
      *"C" ONCE CLEARED.
       01  RECEIVABLE-RECORD.
           02  AR-KEY.
               03  AR-CUSTOMER PIC X(4).
               03  AR-DOC-NO PIC 9(6).
           02  AR-DOC-TYPE PIC X.
           02  AR-REFERENCE PIC X(10).
           02  AR-DATE PIC X(10).
           02  AR-DATE-NUM PIC 9(8).
           02  AR-DUE-NUM PIC 9(8).
           02  AR-VALUE PIC 9(7)V99.
           02  AR-ALLOCATED PIC 9(7)V99.
           02  AR-STATUS PIC X.
           02  FILLER PIC X(34).
