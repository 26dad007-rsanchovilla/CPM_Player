      *THE OUTBOUND CONSIGNMENT RECORD (STOCK.CSG), ONE PER OUTSIDE
      *DELIVERY ADDRESS PER DAY - EVERY DISPATCH-NOTED ISSUE TO A
      *DEPARTMENT OR CUSTOMER WITH AN ADDRESS ON THE DEPARTMENT
      *MASTER, ON ONE DATE, TRAVELS AS ONE CONSIGNMENT.  THE KEY IS
      *THE DAY (YYYYMMDD) AND THE DEPARTMENT CODE.
      *CG-NET-WEIGHT IS THE GOODS AT THEIR UNIT WEIGHTS, IN KILOS;
      *CG-GROSS-WEIGHT ADDS THE PACKAGING ALLOWANCE PER PACKAGE.
      *CG-COLLECTION IS ZERO UNTIL THE CONSIGNMENT IS PRINTED ON A
      *CARRIER'S MANIFEST, THEN THE NUMBER OF THAT DAY'S COLLECTION
      *BY THE CARRIER.  CG-FIRST-NOTE AND CG-LAST-NOTE ARE THE
      *RANGE OF DISPATCH NOTE NUMBERS IN IT; CG-HAZARD IS "Y" WHEN
      *ANY LINE IS HAZARD-CLASSED.
       01  CONSIGNMENT-RECORD.
           02  CG-KEY.
               03  CG-DATE-NUM PIC 9(8).
               03  CG-DEPARTMENT PIC X(4).
           02  CG-DATE PIC X(10).
           02  CG-CARRIER PIC X(4).
           02  CG-COLLECTION PIC 99.
           02  CG-PACKAGES PIC 9(3).
           02  CG-NET-WEIGHT PIC 9(5)V99.
           02  CG-GROSS-WEIGHT PIC 9(5)V99.
           02  CG-LINES PIC 9(3).
           02  CG-HAZARD PIC X.
           02  CG-FIRST-NOTE PIC 9(4).
           02  CG-LAST-NOTE PIC 9(4).
           02  CG-OPERATOR-ID PIC X(4).
           02  FILLER PIC X(19).
