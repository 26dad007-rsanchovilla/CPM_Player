      *THE DISPOSAL NOTE FILE (STOCK.DSL), KEPT BY DISPOSAL-NOTES -
      *OBSOLETE, DAMAGED AND SURPLUS STOCK SOLD OFF TO A SCRAP
      *MERCHANT OR SURPLUS DEALER.  KEYED ON NOTE NUMBER PLUS LINE:
      *LINE 00 IS THE NOTE HEADER, LINES 01 UP WHAT WENT ON IT.
      *NOTE 00000 LINE 00 IS THE CONTROL RECORD AND HOLDS THE LAST
      *NOTE NUMBER GIVEN OUT.
      *DS-STATUS IS "O" WHILE THE NOTE AWAITS COLLECTION, "C" ONCE
      *THE BUYER HAS SIGNED FOR THE GOODS, "X" IF IT WAS CANCELLED.
      *DS-AGREED-PRICE IS THE TOTAL THE BUYER AGREED TO PAY, THE SUM
      *OF THE LINES' DS-RECOVERED.  DS-SIGNED-BY IS THE NAME THE
      *BUYER'S COLLECTOR SIGNED THE NOTE WITH, DS-COLLECTED-BY THE
      *STOREKEEPER WHO WITNESSED IT.
      *A LINE'S DS-SOURCE IS "B" FOR GOODS TAKEN OUT OF A BIN - THEY
      *LEAVE THE BIN AS A TYPE W WRITE-OFF ON STOCK.JRN WHEN THE
      *NOTE IS SIGNED FOR, WITH THE REASON CODE IN THE FIRST
      *CHARACTER OF JR-REFERENCE AND THE NOTE NUMBER IN THE REST,
      *AND DS-POSTED GOES TO "Y" - OR "W" FOR GOODS WRITTEN OFF
      *EARLIER AND ONLY NOW SOLD, WHICH MOVE NO STOCK.  DS-REASON IS
      *THE WRITE-OFF REASON CODE.  DS-BOOK-VALUE IS THE QUANTITY AT
      *THE BIN'S UNIT-COST - TAKEN AGAIN WHEN A "B" LINE IS POSTED,
      *SO IT AGREES WITH THE WRITE-OFF VALUE IN THE LEDGER.
       01  DISPOSAL-RECORD.
           02  DS-KEY.
               03  DS-NOTE-NO PIC 9(5).
               03  DS-LINE-NO PIC 99.
           02  DS-NOTE-DATA.
               03  DS-BUYER-NAME PIC X(30).
               03  DS-BUYER-TYPE PIC X.
               03  DS-RAISED-DATE PIC X(10).
               03  DS-RAISED-BY PIC X(4).
               03  DS-STATUS PIC X.
               03  DS-AGREED-PRICE PIC 9(7)V99.
               03  DS-SIGNED-BY PIC X(20).
               03  DS-COLLECTED-DATE PIC X(10).
               03  DS-COLLECTED-NUM PIC 9(8).
               03  DS-COLLECTED-BY PIC X(4).
           02  DS-LINE-DATA REDEFINES DS-NOTE-DATA.
               03  DS-STOCK-CODE PIC X(8).
               03  DS-LOCATION PIC X(4).
               03  DS-QUANTITY PIC 9(6)V99.
               03  DS-SOURCE PIC X.
               03  DS-REASON PIC X.
               03  DS-UNIT-COST PIC 9(4)V99.
               03  DS-BOOK-VALUE PIC 9(7)V99.
               03  DS-RECOVERED PIC 9(7)V99.
               03  DS-POSTED PIC X.
               03  FILLER PIC X(50).
           02  DS-CONTROL-DATA REDEFINES DS-NOTE-DATA.
               03  DS-LAST-NOTE-NO PIC 9(5).
               03  FILLER PIC X(92).
