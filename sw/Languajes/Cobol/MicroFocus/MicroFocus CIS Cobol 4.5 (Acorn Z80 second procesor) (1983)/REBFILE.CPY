      *THE SUPPLIER VOLUME REBATE AGREEMENT RECORD LAYOUT
      *(STOCK.RBT), KEYED ON SUPPLIER PLUS AGREEMENT YEAR.  THE
      *AGREEMENT YEAR RUNS TWELVE MONTHS FROM RB-START-MM OF
      *RB-YEAR.  UP TO FOUR BANDS, IN RISING ORDER OF THRESHOLD -
      *AN UNUSED BAND HOLDS A ZERO THRESHOLD.  THE REBATE IS
      *RETROSPECTIVE: ONCE THE YEAR'S SPEND PASSES A THRESHOLD THE
      *WHOLE SPEND EARNS THAT BAND'S PERCENTAGE.
      *SPEND IS THE QUALIFYING RECEIPT VALUE - TYPE R JOURNAL
      *POSTINGS ON THE SUPPLIER'S ORDERS AT POL-UNIT-COST, SO IN
      *THE SUPPLIER'S INVOICING CURRENCY LIKE THE THRESHOLDS.
      *RB-SPEND IS BANKED BY THE MONTH-END NOMINAL EXTRACT THROUGH
      *RB-BANKED-THRU (YYYYMMDD) SO THE JOURNAL ARCHIVE CAN NEVER
      *TAKE SPEND AWAY; RB-PENDING IS WHAT REBATE-CALC LAST FOUND
      *ON THE JOURNAL SINCE THEN.  RB-TIER AND RB-EARNED ARE
      *WORKED OUT ON THE TWO TOGETHER; RB-ACCRUED IS THE REBATE
      *ALREADY ACCRUED TO THE LEDGER.
       01  REBATE-RECORD.
           02  RB-KEY.
               03  RB-SUPPLIER PIC X(4).
               03  RB-YEAR PIC 9(4).
           02  RB-START-MM PIC 99.
           02  RB-BAND OCCURS 4 TIMES.
               03  RB-THRESHOLD PIC 9(8)V99.
               03  RB-PCT PIC 99V99.
           02  RB-SPEND PIC 9(10)V99.
           02  RB-PENDING PIC 9(10)V99.
           02  RB-BANKED-THRU PIC 9(8).
           02  RB-TIER PIC 9.
           02  RB-EARNED PIC 9(8)V99.
           02  RB-ACCRUED PIC 9(8)V99.
           02  FILLER PIC X(9).
