      *THE SUPPLIER'S DESPATCH ADVICE DISKETTE (STOCK.DSA), READ BY
      *ASN-IMPORT.  EACH ADVICE IS ONE "H" HEADER GIVING THE
      *SUPPLIER, THE ADVICE NUMBER AND WHEN THE LORRY IS DUE,
      *FOLLOWED BY ONE "D" DETAIL PER ITEM ON BOARD - OUR ORDER
      *NUMBER, THE SUPPLIER'S OWN ITEM REFERENCE AND THE QUANTITY
      *SHIPPED IN OUR STOCKKEEPING UNIT.  ONE "T" TRAILER CLOSES
      *THE DISKETTE WITH THE COUNT OF DETAIL RECORDS ON IT, SO A
      *SHORT OR DOUBLED-UP COPY IS CAUGHT BEFORE ANYTHING LOADS.
       01  ADVICE-IN-RECORD.
           02  DA-RECORD-TYPE PIC X.
           02  DA-HEADER-DATA.
               03  DA-SUPPLIER PIC X(4).
               03  DA-ADVICE-NO PIC X(10).
               03  DA-DESPATCH-DATE PIC X(10).
               03  DA-EXPECTED-DATE PIC X(10).
               03  FILLER PIC X(45).
           02  DA-DETAIL-DATA REDEFINES DA-HEADER-DATA.
               03  DA-ORDER-NO PIC X(6).
               03  DA-ITEM-REF PIC X(12).
               03  DA-QTY-SHIPPED PIC 9(6)V99.
               03  FILLER PIC X(53).
           02  DA-TRAILER-DATA REDEFINES DA-HEADER-DATA.
               03  DA-DETAIL-COUNT PIC 9(6).
               03  FILLER PIC X(73).
