      *THE LOT DRAW RECORD (STOCK.LTD), ONE PER LOT PER ISSUE THAT
      *DREW ON IT, WRITTEN BY GOODS-OUT'S DRAW-LOTS.  THE JOURNAL
      *CARRIES NO LOT NUMBER, SO THIS IS HOW A RECALLED LOT IS
      *FOLLOWED FORWARD: LD-TRAN-NO AND LD-DISPATCH-NO TIE THE DRAW
      *TO ITS TYPE I JOURNAL ROW AND DISPATCH NOTE, LD-DEPARTMENT
      *TO WHO HAS THE GOODS.  LD-SEQ KEEPS ONE LOT'S DRAWS APART.
       01  LOT-DRAW-RECORD.
           02  LD-KEY.
               03  LD-STOCK-CODE PIC X(8).
               03  LD-LOCATION PIC X(4).
               03  LD-LOT-NO PIC X(8).
               03  LD-SEQ PIC 9(4).
           02  LD-DEPARTMENT PIC X(4).
           02  LD-QUANTITY PIC 9(6)V99.
           02  LD-DATE PIC X(10).
           02  LD-TRAN-NO PIC 9(4).
           02  LD-DISPATCH-NO PIC 9(4).
           02  FILLER PIC X(10).
