      *THE STOCK ITEM FIELDS AN AD-HOC REPORT CAN PRINT, SELECT
      *ON, SORT ON AND BREAK ON, IN FIELD NUMBER ORDER.  EACH ENTRY
      *IS THE NAME THE SUPERVISOR PICKS IT BY, THE COLUMN HEADING,
      *A FOR TEXT OR N FOR A NUMBER, THE PRINTED WIDTH, THE
      *DECIMAL PLACES AND Y WHERE A SUBTOTAL MAKES SENSE.  ZONE IS
      *THE BIN'S ZONE OFF STOCK.LOC, VALUE IS ON HAND AT UNIT COST
      *AND FREE IS ON HAND LESS ALLOCATED.
       01  ARD-FIELD-LIST.
           02  FILLER PIC X(29) VALUE "STOCK-CODE  CODE        A080N".
           02  FILLER PIC X(29) VALUE "LOCATION    LOC         A040N".
           02  FILLER PIC X(29) VALUE "DESCRIPTION DESCRIPTION A200N".
           02  FILLER PIC X(29) VALUE "UNIT-SIZE   SIZE        N040N".
           02  FILLER PIC X(29) VALUE "ON-HAND       ON HAND   N092Y".
           02  FILLER PIC X(29) VALUE "REORDER-LVL   REORDER   N092N".
           02  FILLER PIC X(29) VALUE "SUCCESSOR   SUCCESSR    A080N".
           02  FILLER PIC X(29) VALUE "UNIT-COST      COST     N072N".
           02  FILLER PIC X(29) VALUE "SELL-PRICE    PRICE     N072N".
           02  FILLER PIC X(29) VALUE "CHANGED-BY  BY          A040N".
           02  FILLER PIC X(29) VALUE "SUPPLIER    SUPP        A040N".
           02  FILLER PIC X(29) VALUE "ALLOCATED   ALLOCATED   N092Y".
           02  FILLER PIC X(29) VALUE "LOT-CONTROL LOT         A030N".
           02  FILLER PIC X(29) VALUE "QUAR-EXEMPT QEX         A030N".
           02  FILLER PIC X(29) VALUE "TAX-CODE    TAX         A030N".
           02  FILLER PIC X(29) VALUE "ABC-CLASS   ABC         A030N".
           02  FILLER PIC X(29) VALUE "SERIAL-CTL  SER         A030N".
           02  FILLER PIC X(29) VALUE "MIN-LIFE    LIFE        N040N".
           02  FILLER PIC X(29) VALUE "HAZARD      HAZ         A030N".
           02  FILLER PIC X(29) VALUE "HAZARD-NOTE HAZARD NOTE A160N".
           02  FILLER PIC X(29) VALUE "UOM         UOM         A030N".
           02  FILLER PIC X(29) VALUE "WEIGHT      WEIGHT      N062N".
           02  FILLER PIC X(29) VALUE "ZONE        ZONE        A040N".
           02  FILLER PIC X(29) VALUE "VALUE             VALUE N112Y".
           02  FILLER PIC X(29) VALUE "FREE-QTY         FREE   N092Y".
       01  ARD-FIELD-TABLE REDEFINES ARD-FIELD-LIST.
           02  AF-ENTRY OCCURS 25 TIMES.
               03  AF-NAME PIC X(12).
               03  AF-HEADING PIC X(12).
               03  AF-TYPE PIC X.
               03  AF-WIDTH PIC 99.
               03  AF-DECIMALS PIC 9.
               03  AF-TOTAL PIC X.
       01  ARD-FIELD-COUNT PIC 99 VALUE 25.
