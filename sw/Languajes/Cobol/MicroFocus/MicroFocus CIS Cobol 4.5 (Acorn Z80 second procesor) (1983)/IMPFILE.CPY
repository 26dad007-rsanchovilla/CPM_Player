      *THE IMPREST PAR LINE (STOCK.IMP) - ONE PER STOCK CODE KEPT IN
      *A CUPBOARD ON STOCK.IMC, KEYED CUPBOARD FIRST SO ONE KEYED
      *START GIVES THE CUPBOARD'S WHOLE LIST IN THE ORDER IT IS
      *COUNTED.  IP-SOURCE-LOC IS THE STORES BIN THE TOP-UP IS
      *PICKED FROM AND ISSUED OUT OF.  IP-COUNT-QTY IS THE LAST
      *COUNT KEYED AND IP-PICK-QTY THE TOP-UP IT CALLED FOR - PAR
      *LESS COUNT, NEVER BELOW ZERO - WAITING TO BE CONFIRMED.
      *IP-LEVEL-AFTER IS WHAT THE CUPBOARD HELD WHEN THE LAST TOP-UP
      *WAS CONFIRMED (COUNT PLUS WHAT WAS PUT IN); THE NEXT COUNT
      *TAKEN OFF IT IS WHAT THE DEPARTMENT USED BETWEEN TOP-UPS.
       01  IMPREST-PAR-RECORD.
           02  IP-KEY.
               03  IP-CUPBOARD PIC X(4).
               03  IP-STOCK-CODE PIC X(8).
           02  IP-SOURCE-LOC PIC X(4).
           02  IP-PAR-QTY PIC 9(6)V99.
           02  IP-COUNT-QTY PIC 9(6)V99.
           02  IP-PICK-QTY PIC 9(6)V99.
           02  IP-LEVEL-AFTER PIC 9(6)V99.
           02  IP-LAST-TOPUP-QTY PIC 9(6)V99.
           02  FILLER PIC X(8).
