      *THE HAND-HELD COUNT TERMINALS' UPLOAD FILE (STOCK.PDT), READ
      *BY STOCK-COUNT IN (I) MODE.  ONE "D" DETAIL PER SHELF LABEL
      *SCANNED - THE BIN, THE STOCK CODE OFF THE LABEL, THE QUANTITY
      *COUNTED IN OUR STOCKKEEPING UNIT, WHO COUNTED IT AND WHEN
      *(HHMM).  ONE "T" TRAILER CLOSES THE FILE WITH THE COUNT OF
      *DETAILS AND THE SUM OF THEIR QUANTITIES, SO A SHORT OR
      *DOUBLED-UP UPLOAD IS CAUGHT BEFORE ANYTHING IS POSTED.
       01  UPLOAD-RECORD.
           02  PT-RECORD-TYPE PIC X.
           02  PT-DETAIL-DATA.
               03  PT-LOCATION PIC X(4).
               03  PT-STOCK-CODE PIC X(8).
               03  PT-COUNTED-QTY PIC 9(6)V99.
               03  PT-COUNTER-ID PIC X(4).
               03  PT-COUNT-TIME PIC X(4).
               03  FILLER PIC X(11).
           02  PT-TRAILER-DATA REDEFINES PT-DETAIL-DATA.
               03  PT-DETAIL-COUNT PIC 9(6).
               03  PT-QTY-TOTAL PIC 9(10)V99.
               03  FILLER PIC X(21).
