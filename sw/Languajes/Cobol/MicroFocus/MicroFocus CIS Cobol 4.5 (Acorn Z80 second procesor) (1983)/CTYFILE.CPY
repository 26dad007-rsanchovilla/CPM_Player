      *THE RETURNABLE CONTAINER TYPE MASTER (STOCK.CTY) - GAS
      *CYLINDERS, CHEMICAL DRUMS, PLASTIC PALLETS AND THE LIKE THAT
      *ARRIVE ON DEPOSIT AND HAVE TO GO BACK.  CT-DEPOSIT IS THE
      *DEPOSIT A SUPPLIER CHARGES PER CONTAINER, IN HOME CURRENCY;
      *EACH LEDGER ENTRY TAKES A COPY OF IT ON THE DAY, SO A CHANGE
      *OF RATE NEVER RE-PRICES CONTAINERS ALREADY ON SITE.
       01  CONTAINER-TYPE-RECORD.
           02  CT-TYPE PIC X(4).
           02  CT-DESC PIC X(20).
           02  CT-DEPOSIT PIC 9(4)V99.
           02  FILLER PIC X(10).
