      *THE OUTBOUND ORDER INTERCHANGE RECORD (STOCK.OTX), WRITTEN
      *BY ORDER-TRANSMIT FOR SUPPLIERS WHO TAKE ORDERS ELECTRONICALLY
      *AND SENT TO THEM AS IT STANDS.  EACH ORDER IS ONE "H" HEADER
      *RECORD TAKEN FROM PO-RECORD FOLLOWED BY ONE "D" DETAIL RECORD
      *PER PO-LINE-RECORD, BOTH CARRYING THE ORDER NUMBER AND THE
      *REVISION SO THE SUPPLIER CAN TELL AN AMENDMENT FROM A NEW
      *ORDER.  OX-ITEM-REF IS THE SUPPLIER'S OWN ITEM REFERENCE OFF
      *STOCK.SXR (SPACES WHERE NONE IS HELD - OUR CODE IS ALWAYS
      *SENT AS WELL).  A LINE CANCELLED ON AN AMENDED ORDER IS STILL
      *SENT, WITH OX-LINE-STATUS "X", SO THE SUPPLIER DROPS IT.
      *A LINE WITH NO STOCK CODE IS A NON-STOCK REQUISITION ON
      *ORDER - OX-DESC CARRIES THE REQUISITION'S DESCRIPTION OFF
      *STOCK.NSQ SO THE SUPPLIER KNOWS WHAT IS WANTED.  IT IS
      *SPACES ON A STOCK LINE, WHERE THE CODES SAY IT.
       01  ORDER-TX-RECORD.
           02  OX-RECORD-TYPE PIC X.
           02  OX-ORDER-NO PIC X(6).
           02  OX-REVISION PIC 99.
           02  OX-HEADER-DATA.
               03  OX-SUPPLIER PIC X(4).
               03  OX-ORDER-DATE PIC X(10).
               03  OX-ORDER-TYPE PIC X.
               03  OX-CONTRACT-NO PIC X(6).
               03  OX-EXPIRY-DATE PIC X(10).
               03  OX-CURRENCY PIC X(3).
               03  OX-LINE-COUNT PIC 999.
               03  FILLER PIC X(42).
           02  OX-DETAIL-DATA REDEFINES OX-HEADER-DATA.
               03  OX-LINE-NO PIC 99.
               03  OX-STOCK-CODE PIC X(8).
               03  OX-ITEM-REF PIC X(12).
               03  OX-QTY-ORDERED PIC 9(6)V99.
               03  OX-UOM PIC XX.
               03  OX-UNIT-PRICE PIC 9(4)V99.
               03  OX-DUE-DATE PIC X(10).
               03  OX-LINE-STATUS PIC X.
               03  OX-DESC PIC X(30).
