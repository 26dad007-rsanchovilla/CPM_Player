      *"C" THE WASHERS.  THE CYCLE-COUNT SCHEDULER COUNTS A ITEMS
      *MOST OFTEN AND THE VALUE REPORTS CAN SELECT BY CLASS.
      *SPACE MEANS THE RUN HAS NEVER CLASSED THE BIN.
      *UNIT-WEIGHT IS THE WEIGHT OF ONE STOCKKEEPING UNIT IN KILOS,
      *FOR THE CONSIGNMENT WEIGHTS ON THE CARRIER'S MANIFEST.  IT
      *IS PACKED TO FIT THE THREE SPARE BYTES SO NO RECORD MOVED;
      *A BIN SET UP BEFORE IT EXISTED HOLDS SPACES THERE, WHICH
      *FAILS THE NUMERIC TEST AND COUNTS AS NO WEIGHT ON RECORD.
       01  STOCK-ITEM.
           02  STOCK-KEY.
               03  STOCK-CODE PIC X(8).
           02  HAZARD-CLASS PIC X.
           02  HAZARD-NOTE PIC X(16).
           02  ITEM-UOM PIC XX.
           02  UNIT-WEIGHT PIC 9(3)V99 COMP-3.
