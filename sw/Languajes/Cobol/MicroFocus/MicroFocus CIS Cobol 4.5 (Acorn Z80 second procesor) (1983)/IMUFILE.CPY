      *THE IMPREST USAGE RECORD (STOCK.IMU) - WRITTEN FOR EVERY PAR
      *LINE EACH TIME A CUPBOARD'S TOP-UP IS CONFIRMED, SO THE USAGE
      *REPORT CAN SHOW WHAT EACH CUPBOARD CONSUMED BETWEEN TOP-UPS.
      *IU-PREV-LEVEL IS WHAT THE LAST TOP-UP LEFT IN THE CUPBOARD,
      *IU-COUNT-QTY WHAT THE STOREMAN FOUND, IU-USED-QTY THE
      *DIFFERENCE (ZERO IF THE COUNT WAS THE HIGHER) AND
      *IU-TOPUP-QTY WHAT WAS PUT BACK.  IU-UNIT-COST IS THE SOURCE
      *BIN'S COST ON THE DAY, SO THE USAGE CAN BE VALUED.
       01  IMPREST-USAGE-RECORD.
           02  IU-KEY.
               03  IU-CUPBOARD PIC X(4).
               03  IU-STOCK-CODE PIC X(8).
               03  IU-DATE-NUM PIC 9(8).
               03  IU-SEQ PIC 99.
           02  IU-DEPT PIC X(4).
           02  IU-DATE PIC X(10).
           02  IU-PREV-LEVEL PIC 9(6)V99.
           02  IU-COUNT-QTY PIC 9(6)V99.
           02  IU-USED-QTY PIC 9(6)V99.
           02  IU-TOPUP-QTY PIC 9(6)V99.
           02  IU-UNIT-COST PIC 9(4)V99.
           02  IU-OPERATOR PIC X(4).
           02  FILLER PIC X(2).
