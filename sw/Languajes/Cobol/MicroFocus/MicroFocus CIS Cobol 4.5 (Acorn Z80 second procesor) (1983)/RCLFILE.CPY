      *THE RECALL RECORD (STOCK.RCL), KEYED RECALL NUMBER PLUS
      *DEPARTMENT.  THE ROW WITH A BLANK DEPARTMENT IS THE RECALL
      *ITSELF - THE LOT, WHERE IT CAME FROM AND HOW MUCH WAS STILL
      *IN THE STORE AND FROZEN (RC-QTY-ISSUED HOLDS THAT FIGURE ON
      *THIS ROW).  EVERY OTHER ROW IS ONE DEPARTMENT'S RECALL
      *NOTICE: WHAT IT WAS ISSUED FROM THE LOT AND WHAT IT HAS SENT
      *BACK SO FAR.  RC-STATUS IS "O" UNTIL THE RECALL IS CLOSED,
      *THEN "C" ON EVERY ROW.
       01  RECALL-RECORD.
           02  RC-KEY.
               03  RC-RECALL-NO PIC 9(4).
               03  RC-DEPARTMENT PIC X(4).
           02  RC-STOCK-CODE PIC X(8).
           02  RC-LOT-NO PIC X(8).
           02  RC-DATE PIC X(10).
           02  RC-STATUS PIC X.
           02  RC-QTY-ISSUED PIC 9(6)V99.
           02  RC-QTY-RETURNED PIC 9(6)V99.
           02  RC-SUPPLIER PIC X(4).
           02  RC-ORDER-NO PIC X(6).
           02  RC-GRN-NO PIC 9(4).
           02  RC-CLOSED-DATE PIC X(10).
           02  RC-REASON PIC X(20).
           02  FILLER PIC X(5).
