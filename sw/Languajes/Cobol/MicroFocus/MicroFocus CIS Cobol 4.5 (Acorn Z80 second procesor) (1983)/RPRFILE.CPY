      *THE REPAIR ORDER RECORD (STOCK.RPR), ONE PER UNSERVICEABLE
      *UNIT OR BATCH SENT AWAY TO BE MENDED, KEYED ON A REPAIR
      *NUMBER REPAIR-ORDERS ALLOCATES (ONE MORE THAN THE HIGHEST ON
      *FILE).  THE GOODS LEAVE THEIR BIN ON THE JOURNAL AS TYPE X
      *AND COME BACK THROUGH GOODS-IN AS TYPE Y, BOTH CARRYING THE
      *REPAIR NUMBER IN JR-REFERENCE.
      *RP-CARRY-COST IS THE BIN'S UNIT COST ON THE DAY THE GOODS
      *WENT OUT - THE VALUE THEY COME BACK AT, BEFORE THE REPAIR
      *CHARGE IS ADDED.  RP-QUOTED-COST IS THE REPAIRER'S QUOTE FOR
      *THE WHOLE ORDER, RP-ACTUAL-COST WHAT GOODS-IN WAS TOLD IT
      *REALLY COST.  RP-STATUS IS "O" WHILE OUT, "R" BACK IN STOCK
      *AND "B" BEYOND REPAIR (SCRAPPED AT THE REPAIRER).
      *RP-SENT-NUM AND RP-DUE-NUM ARE THE DATES AS YYYYMMDD FOR THE
      *DAYS-OUT AND OVERDUE SUMS.  CLOSED ORDERS STAY AS HISTORY.
       01  REPAIR-RECORD.
           02  RP-REPAIR-NO PIC 9(6).
           02  RP-STOCK-CODE PIC X(8).
           02  RP-LOCATION PIC X(4).
           02  RP-SERIAL-NO PIC X(12).
           02  RP-QUANTITY PIC 9(6)V99.
           02  RP-SUPPLIER PIC X(4).
           02  RP-FAULT PIC X(20).
           02  RP-QUOTED-COST PIC 9(6)V99.
           02  RP-ACTUAL-COST PIC 9(6)V99.
           02  RP-CARRY-COST PIC 9(4)V99.
           02  RP-SENT-DATE PIC X(10).
           02  RP-SENT-NUM PIC 9(8).
           02  RP-DUE-DATE PIC X(10).
           02  RP-DUE-NUM PIC 9(8).
           02  RP-STATUS PIC X.
           02  RP-RETURN-DATE PIC X(10).
           02  RP-OPERATOR-ID PIC X(4).
           02  FILLER PIC X(15).
