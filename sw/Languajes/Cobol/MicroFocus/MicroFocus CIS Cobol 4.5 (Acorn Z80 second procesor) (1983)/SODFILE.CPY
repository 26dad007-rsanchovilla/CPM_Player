      *THE SEGREGATION-OF-DUTIES CONFLICT PAIR RECORD (STOCK.SOD),
      *KEYED ON THE TWO STEP CODES.  ONE OPERATOR DOING BOTH STEPS
      *TO THE SAME ORDER, SUPPLIER OR POSTING IS A CONFLICT THE
      *SOD-REPORT LISTS.  THE STEP CODES ARE -
      *  RAIS  RAISED A PURCHASE ORDER (AGAINST THE ORDER AND ITS
      *        SUPPLIER)
      *  APPR  APPROVED A HELD ORDER
      *  RECV  RECEIVED GOODS AGAINST AN ORDER
      *  MTCH  MATCHED THE SUPPLIER'S INVOICE FOR A RECEIPT ON AN
      *        ORDER
      *  WOFF  WROTE STOCK OFF (AGAINST THAT POSTING)
      *  RVRS  REVERSED A POSTING (AGAINST THE POSTING REVERSED)
      *  SUPA  AMENDED A SUPPLIER'S STANDING DATA
      *SD-IN-ORDER "Y" COUNTS THE PAIR ONLY WHEN THE FIRST STEP
      *CAME ON OR BEFORE THE SECOND - AMENDING A SUPPLIER AND THEN
      *ORDERING FROM THEM, NOT THE OTHER WAY ROUND.
       01  SOD-PAIR-RECORD.
           02  SD-KEY.
               03  SD-STEP-1 PIC X(4).
               03  SD-STEP-2 PIC X(4).
           02  SD-DESC PIC X(30).
           02  SD-IN-ORDER PIC X.
           02  FILLER PIC X(9).
