      *TWO INVOICES.  THE FIRST CLAIM ROW OF A MATCHED LINE ALSO
      *CARRIES THE LINE'S TAX CODE, TAXABLE VALUE AND TAX, DATED,
      *SO THE QUARTERLY TAX ANALYSIS CAN BE RUN STRAIGHT OFF THE
      *FILE - THE REMAINING CLAIM ROWS CARRY ZEROS.  AN UNTAXED LINE
      *STILL CARRIES ITS GOODS VALUE, FOR THE PAYABLES LEDGER, WHICH
      *MARKS IM-LEDGER-FLAG "L" ONCE THE ROW IS ON STOCK.APL
      *IM-MATCHED-BY IS THE OPERATOR WHO MATCHED THE INVOICE, FOR
      *THE SEGREGATION-OF-DUTIES CHECK AGAINST WHO RECEIVED THE GOODS
           SELECT MATCHED-FILE ASSIGN DYNAMIC STOCK-IVM-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           COPY "POLINE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  MATCHED-FILE; RECORD 44.
       01  MATCHED-RECORD.
           02  IM-TRAN-NO PIC 9(4).
           02  IM-INVOICE-REF PIC X(8).
           02  IM-TAXABLE-VALUE PIC 9(7)V99.
           02  IM-TAX-VALUE PIC 9(7)V99.
           02  IM-DATE-NUM PIC 9(8).
           02  IM-LEDGER-FLAG PIC X.
           02  IM-MATCHED-BY PIC X(4).
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       FD  DEBIT-NOTE-FILE; RECORD 86.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  NEXT-DN-NUMBER PIC 9(6).
           COPY "AQREQ.CPY".
      *WHAT GOES ON THE SUPERVISOR ACTION QUEUE FOR A NEW NOTE
       01  DBN-ACTION-DESC.
           02  FILLER PIC X(3) VALUE "DN ".
           02  DA-NUMBER PIC 9(6).
           02  FILLER PIC X(10) VALUE " SUPPLIER ".
           02  DA-SUPPLIER PIC X(4).
           02  FILLER PIC X(9) VALUE " INVOICE ".
           02  DA-INVOICE-REF PIC X(8).
       01  DISCREPANCY-VALUE PIC S9(8)V99.
       01  LINE-BASE-VALUE PIC 9(8)V99.
       01  TOL-PCT-VALUE PIC 9(8)V99.
               GO TO CONSIDER-DBN-EXIT
           END-WRITE.
           PERFORM PRINT-DEBIT-NOTE THRU PRINT-DBN-EXIT.
      *THE NOTE STAYS ON THE SUPERVISOR ACTION QUEUE UNTIL THE
      *SUPPLIER'S CREDIT IS SETTLED AGAINST IT
           MOVE "R" TO AR-FUNCTION.
           MOVE SGN-TRAINING-FLAG TO AR-TRAINING-FLAG.
           MOVE "DEBIT NT" TO AR-SOURCE.
           MOVE DN-NUMBER TO AR-ITEM-KEY.
           MOVE DN-NUMBER TO DA-NUMBER.
           MOVE DN-SUPPLIER TO DA-SUPPLIER.
           MOVE DN-INVOICE-REF TO DA-INVOICE-REF.
           MOVE DBN-ACTION-DESC TO AR-DESCRIPTION.
           MOVE SGN-OPERATOR-ID TO AR-OPERATOR-ID.
           CALL "ACTION-QUEUE" USING ACTION-REQ-BLOCK.
           DISPLAY TERM-HIGHLIGHT-ON "DEBIT NOTE " NEXT-DN-NUMBER
               " RAISED FOR " DISCREPANCY-VALUE TERM-HIGHLIGHT-OFF.
       CONSIDER-DBN-EXIT.
               MOVE 0 TO IM-TAX-VALUE
           END-IF.
           MOVE RUN-DATE-NUM TO IM-DATE-NUM.
           MOVE SPACE TO IM-LEDGER-FLAG.
           MOVE SGN-OPERATOR-ID TO IM-MATCHED-BY.
           WRITE MATCHED-RECORD
               INVALID CONTINUE
           END-WRITE.
           EXIT.
      *THE LINE'S TAX CODE IS THE ITEM OVERRIDE WHEN ONE IS SET,
      *OTHERWISE THE SUPPLIER'S CODE, AND THE RATE IS THE LATEST ON
      *OR BEFORE THE MATCHING DATE - NO CODE OR RATE MEANS NO TAX.
      *THE GOODS VALUE IS KEPT EITHER WAY - IT IS WHAT WE OWE
       WORK-OUT-LINE-TAX.
           MOVE SPACE TO LINE-TAX-CODE.
           MOVE 0 TO LINE-TAX.
           COMPUTE LINE-TAXABLE ROUNDED =
               INVOICED-QTY * INVOICED-PRICE
               ON SIZE ERROR MOVE 0 TO LINE-TAXABLE
           END-COMPUTE.
           MOVE INVOICED-CODE TO STOCK-CODE.
           MOVE LOW-VALUE TO LOCATION-CODE.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
           IF TAX-RATE-FOUND = "N"
               DISPLAY "NO TAX RATE ON FILE FOR CODE " LINE-TAX-CODE
               GO TO WORK-OUT-TAX-EXIT.
           COMPUTE LINE-TAX ROUNDED =
               LINE-TAXABLE * TAX-RATE-HOLD / 100
               ON SIZE ERROR MOVE 0 TO LINE-TAX
