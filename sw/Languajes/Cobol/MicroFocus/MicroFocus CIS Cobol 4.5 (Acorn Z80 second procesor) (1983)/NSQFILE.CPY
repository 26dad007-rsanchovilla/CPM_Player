      *THE NON-STOCK PURCHASE REQUISITION RECORD (STOCK.NSQ), KEYED
      *ON THE REQUISITION NUMBER.  A DEPARTMENT BUYING A ONE-OFF
      *ITEM WE NEVER STOCK - A CHAIR, A TRAINING COURSE - RAISES
      *ONE OF THESE SO THE SPEND STILL GOES THROUGH PURCHASING AND
      *AGAINST THE DEPARTMENT'S BUDGET ON STOCK.BUD.
      *NK-EST-VALUE IS THE WHOLE REQUISITION'S ESTIMATED COST IN
      *HOME CURRENCY - THE FIGURE APPROVED AGAINST THE BUDGET.
      *NK-STATUS IS "E" WHEN ENTERED, "A" ONCE A SUPERVISOR HAS
      *APPROVED IT, "O" WHEN IT HAS BECOME A PURCHASE ORDER LINE
      *WITH NO STOCK CODE (NK-PO-NO, NK-PO-LINE), "R" WHEN GOODS-IN
      *HAS BOOKED IT DELIVERED DIRECT TO THE DEPARTMENT, AND "X"
      *WHEN IT WAS REFUSED OR WITHDRAWN.
      *NK-RECEIVED-VALUE IS THE HOME-CURRENCY VALUE CHARGED TO
      *BG-SPENT-VALUE AT RECEIPT, AND NK-RECEIVED-DATE THE DAY THE
      *NOMINAL EXTRACT PICKS IT UP ON.
       01  NONSTOCK-REQ-RECORD.
           02  NK-REQ-NO PIC X(6).
           02  NK-DESC PIC X(30).
           02  NK-DEPT PIC X(4).
           02  NK-SUPPLIER PIC X(4).
           02  NK-QTY PIC 9(6)V99.
           02  NK-EST-VALUE PIC 9(6)V99.
           02  NK-DATE PIC X(10).
           02  NK-RAISED-BY PIC X(4).
           02  NK-STATUS PIC X.
           02  NK-APPROVED-BY PIC X(4).
           02  NK-PO-NO PIC X(6).
           02  NK-PO-LINE PIC 99.
           02  NK-RECEIVED-DATE PIC X(10).
           02  NK-RECEIVED-VALUE PIC 9(6)V99.
           02  FILLER PIC X(15).
