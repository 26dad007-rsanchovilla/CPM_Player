      *CALL-OFFS CARRY THE REAL COMMITMENTS - AND A FOREIGN
      *SUPPLIER'S LINES ARE TURNED TO HOME CURRENCY AT THE LATEST
      *RATE ON OR BEFORE THE RUN DATE, THE WAY GOODS-IN CONVERTS
      *AT RECEIPT.  A NON-STOCK LINE, WITH NO STOCK CODE, COUNTS
      *UNDER ITS SUPPLIER AND UNDER A NON-STOCK CATEGORY OF ITS OWN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       01  CAT-HEADER PIC X(30) VALUE
           "COMMITMENT BY CATEGORY PREFIX".
       01  CAT-DETAIL-LINE.
           02  CD-PREFIX PIC X(9).
           02  FILLER PIC X(3) VALUE SPACE.
           02  CD-TOTAL PIC ZZZZZZZZ9.99.
       01  GRAND-TOTAL-LINE.
           ADD 1 TO CAT-IX.
           IF CAT-IX > CAT-COUNT GO TO PRINT-GRAND-TOTAL.
           MOVE CT-PREFIX (CAT-IX) TO CD-PREFIX.
           IF CT-PREFIX (CAT-IX) = SPACE
               MOVE "NON-STOCK" TO CD-PREFIX.
           MOVE CT-TOTAL (CAT-IX) TO CD-TOTAL.
           MOVE CAT-DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
