           02  LT-EXPIRY-DATE PIC X(10).
           02  LT-EXPIRY-NUM PIC 9(8).
           02  LT-QUANTITY PIC 9(6)V99.
      *LT-ORDER-NO AND LT-GRN-NO ARE THE RECEIPT THAT FIRST BROUGHT
      *THE LOT IN, SO A SUPPLIER'S RECALL TRACES BACK TO ITS
      *PAPERWORK; A LOT FIRST SEEN ON A DEPARTMENT RETURN HAS NONE.
      *LT-STATUS "F" IS A LOT FROZEN BY LOT-RECALL UNDER RECALL
      *LT-RECALL-NO - GOODS-OUT WILL NOT DRAW FROM IT.
           02  LT-STATUS PIC X.
           02  LT-ORDER-NO PIC X(6).
           02  LT-GRN-NO PIC 9(4).
           02  LT-RECALL-NO PIC 9(4).
           02  FILLER PIC X(3).
