      *THE LANDED-CHARGE RECORD (STOCK.LCH), ONE PER BIN PER
      *GOODS-RECEIVED NOTE THAT HAS HAD FREIGHT, DUTY OR HANDLING
      *SPREAD OVER IT BY LANDED-COST-ENTRY.  THE CHARGE IS FOLDED
      *INTO UNIT-COST AT THE TIME AND LOST IN THE AVERAGE, SO IT IS
      *KEPT HERE AS WELL FOR THE BUYING-PRICE REPORTS - LH-CHARGE
      *OVER LH-QUANTITY IS WHAT THE DELIVERY COST A UNIT ON TOP OF
      *ITS ORDER PRICE.  A SECOND ENTRY AGAINST THE SAME GRN ADDS
      *ITS SHARE TO LH-CHARGE; LH-RUN-STAMP (RUN DATE AND TIME)
      *LETS ONE ENTRY SUM THE QUANTITY OF A BIN THAT APPEARS ON THE
      *GRN MORE THAN ONCE WITHOUT A LATER ENTRY COUNTING IT AGAIN.
       01  LANDED-CHARGE-RECORD.
           02  LH-KEY.
               03  LH-GRN-NO PIC 9(4).
               03  LH-STOCK-CODE PIC X(8).
               03  LH-LOCATION PIC X(4).
           02  LH-QUANTITY PIC 9(6)V99.
           02  LH-CHARGE PIC 9(7)V99.
           02  LH-DATE PIC X(10).
           02  LH-OPERATOR PIC X(4).
           02  LH-RUN-STAMP PIC X(18).
           02  FILLER PIC X(5).
