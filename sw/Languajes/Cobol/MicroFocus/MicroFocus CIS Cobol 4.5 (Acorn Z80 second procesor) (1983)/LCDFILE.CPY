      *THE LANDED-CHARGE SPLIT RECORD (STOCK.LCD), KEYED EXACTLY AS
      *STOCK.LCH IS.  LH-CHARGE HOLDS FREIGHT, DUTY AND HANDLING AS
      *ONE FIGURE, WHICH IS ALL THE COSTING NEEDS; THE CUSTOMS
      *RETURN WANTS FREIGHT AND DUTY SHOWN APART, SO EACH ENTRY IN
      *LANDED-COST-ENTRY ALSO ADDS THE BIN'S SHARE OF EACH CHARGE
      *HERE, SPLIT IN THE PROPORTIONS THE CHARGES WERE KEYED IN.
      *LD-FREIGHT + LD-DUTY + LD-HANDLING ALWAYS EQUALS LH-CHARGE.
       01  LANDED-SPLIT-RECORD.
           02  LD-KEY.
               03  LD-GRN-NO PIC 9(4).
               03  LD-STOCK-CODE PIC X(8).
               03  LD-LOCATION PIC X(4).
           02  LD-FREIGHT PIC 9(7)V99.
           02  LD-DUTY PIC 9(7)V99.
           02  LD-HANDLING PIC 9(7)V99.
           02  LD-DATE PIC X(10).
           02  FILLER PIC X(7).
