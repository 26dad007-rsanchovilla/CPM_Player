      *THE EXPEDITING LOG RECORD (STOCK.EXL) - ONE ROW PER CHASE
      *CONTACT MADE WITH A SUPPLIER ABOUT AN ORDER, KEYED ON THE
      *ORDER, THE LINE CHASED AND A SEQUENCE NUMBER.  EX-LINE-NO IS
      *ZERO FOR A CHASE ABOUT THE WHOLE ORDER.  EX-CONTACT IS WHO
      *WAS SPOKEN TO AT THE SUPPLIER, EX-PROMISE-DATE THE NEW
      *DELIVERY DATE THEY GAVE (SPACES IF THEY GAVE NONE) AND
      *EX-OPERATOR WHO MADE THE CALL.
       01  EXPEDITE-LOG-RECORD.
           02  EX-KEY.
               03  EX-ORDER-NO PIC X(6).
               03  EX-LINE-NO PIC 99.
               03  EX-SEQ PIC 9(3).
           02  EX-DATE PIC X(10).
           02  EX-CONTACT PIC X(20).
           02  EX-PROMISE-DATE PIC X(10).
           02  EX-OPERATOR PIC X(4).
           02  EX-NOTE PIC X(20).
           02  FILLER PIC X(5).
