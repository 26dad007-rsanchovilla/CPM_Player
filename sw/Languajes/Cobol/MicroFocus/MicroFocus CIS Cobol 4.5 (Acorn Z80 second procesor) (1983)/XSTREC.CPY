      *THE INTER-SITE EXCHANGE DISKETTE (STOCK.XST), WRITTEN BY
      *SITE-EXCHANGE AT ONE SITE AND READ BY IT AT THE OTHER.
      *A "D" RECORD IS A TRANSFER THE WRITING SITE HAS DISPATCHED
      *AND STILL HOLDS IN TRANSIT - FROM-SITE IS THE WRITER.  AN
      *"R" RECORD IS A RECEIPT THE WRITING SITE HAS TAKEN IN FOR
      *ANOTHER SITE'S TRANSFER - FROM-SITE IS THE SITE THAT SENT
      *THE GOODS AND TO-SITE THE WRITER, SO THE SENDER CAN CLOSE
      *ITS IN-TRANSIT RECORD; XS-DATE IS THEN THE DATE RECEIVED.
      *ONE "T" TRAILER CLOSES THE DISKETTE WITH THE WRITING SITE,
      *THE COUNT OF "D" AND "R" RECORDS AND THE SUM OF THEIR
      *QUANTITIES, SO A SHORT OR DOUBLED-UP COPY IS CAUGHT BEFORE
      *ANYTHING IS POSTED.
       01  EXCHANGE-RECORD.
           02  XS-RECORD-TYPE PIC X.
           02  XS-FROM-SITE PIC XX.
           02  XS-TO-SITE PIC XX.
           02  XS-DETAIL-DATA.
               03  XS-STOCK-CODE PIC X(8).
               03  XS-FROM-LOCATION PIC X(4).
               03  XS-SEQ PIC 9(4).
               03  XS-TO-LOCATION PIC X(4).
               03  XS-QUANTITY PIC 9(6)V99.
               03  XS-DATE PIC X(10).
               03  XS-OPERATOR-ID PIC X(4).
               03  XS-PRODUCT-DESC PIC X(20).
               03  FILLER PIC X(5).
           02  XS-TRAILER-DATA REDEFINES XS-DETAIL-DATA.
               03  XS-DETAIL-COUNT PIC 9(6).
               03  XS-QTY-TOTAL PIC 9(10)V99.
               03  XS-WRITTEN-DATE PIC X(10).
               03  FILLER PIC X(39).
