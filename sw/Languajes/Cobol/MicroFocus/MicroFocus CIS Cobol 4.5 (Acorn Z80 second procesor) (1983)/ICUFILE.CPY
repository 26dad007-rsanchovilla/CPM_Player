      *THE ITEM CUSTOMS RECORD (STOCK.ICU), ONE PER STOCK CODE -
      *STOCK.IT IS KEPT PER BIN AND HAS NO ROOM LEFT, SO THE
      *CUSTOMS DETAILS OF AN ITEM LIVE HERE.  IU-COMMODITY IS THE
      *TARIFF (COMMODITY) CODE THE CUSTOMS RETURN CLASSIFIES THE
      *GOODS UNDER AND IU-ORIGIN THE TWO-LETTER COUNTRY THE ITEM
      *USUALLY COMES FROM.  GOODS-IN OFFERS BOTH ON A RECEIPT FROM
      *A FOREIGN-CURRENCY SUPPLIER AND THE OPERATOR CAN OVERRIDE
      *THEM FROM THE DELIVERY PAPERS.  MAINTAINED IN
      *ITEM-CUSTOMS-MAINT.
       01  ITEM-CUSTOMS-RECORD.
           02  IU-STOCK-CODE PIC X(8).
           02  IU-COMMODITY PIC X(10).
           02  IU-ORIGIN PIC X(2).
           02  IU-CHANGED-BY PIC X(4).
           02  IU-CHANGED-DATE PIC X(10).
           02  FILLER PIC X(6).
