      *THE IMPREST CUPBOARD RECORD (STOCK.IMC) - A SMALL CUPBOARD
      *OF COMMON STOCK HELD OUT ON A DEPARTMENT'S FLOOR, THE
      *WORKSHOP'S OR A LAB'S, AND TOPPED UP TO PAR BY THE STORES.
      *WHAT GOES INTO THE CUPBOARD HAS BEEN ISSUED TO IC-DEPT, SO
      *IT IS NO LONGER STOCK ON STOCK.IT; ITS PAR LINES ARE ON
      *STOCK.IMP.  IC-STATUS IS "P" FROM THE MOMENT THE STOREMAN'S
      *COUNTS ARE KEYED AND THE TOP-UP LIST PRINTED UNTIL THE TOP-UP
      *IS CONFIRMED AND POSTED, SPACE OTHERWISE.
       01  IMPREST-CUPBOARD-RECORD.
           02  IC-CUPBOARD PIC X(4).
           02  IC-DEPT PIC X(4).
           02  IC-DESC PIC X(20).
           02  IC-LAST-COUNT-DATE PIC X(10).
           02  IC-LAST-TOPUP-DATE PIC X(10).
           02  IC-STATUS PIC X.
           02  FILLER PIC X(11).
