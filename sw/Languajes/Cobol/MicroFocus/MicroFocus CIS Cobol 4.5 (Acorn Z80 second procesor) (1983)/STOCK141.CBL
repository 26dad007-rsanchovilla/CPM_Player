       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-EXPOSURE.
       AUTHOR. MICRO FOCUS LTD.
      *FOREIGN-CURRENCY EXPOSURE ON OPEN ORDERS, ON STOCK.FXR.
      *A FOREIGN SUPPLIER'S ORDER LINES ARE PRICED IN SUP-CURRENCY
      *AND ONLY TURNED INTO HOME CURRENCY AT RECEIPT, SO UNTIL THE
      *GOODS ARRIVE WHAT THEY WILL COST MOVES WITH THE RATE.  THE
      *FIRST PART VALUES THE UNDELIVERED BALANCE OF EVERY OPEN LINE
      *THREE WAYS - AT THE RATE ON THE ORDER DATE, AT THE LATEST
      *RATE ON STOCK.CUR ON OR BEFORE THE RUN DATE, AND AT A
      *WHAT-IF RATE KEYED FOR THE CURRENCY (TODAY'S RATE WHEN NONE
      *IS KEYED) - TOTALLED BY CURRENCY.  THE SECOND PART IS THE
      *EXCHANGE GAIN OR LOSS ALREADY REALISED ON THE PERIOD'S TYPE
      *R AND TYPE Q RECEIPTS - THE ORDER LINE PRICE AT THE RECEIPT
      *DATE'S RATE, THE RATE GOODS-IN CONVERTED AT, AGAINST THE
      *SAME PRICE AT THE ORDER DATE'S RATE.  A GAIN IS SHOWN PLUS,
      *A LOSS MINUS.  CONTRACT MASTERS (ORDER TYPE K) ARE LEFT OUT
      *AS ON THE COMMITMENTS REPORT - THEIR CALL-OFFS CARRY THE
      *EXPOSURE.  A LINE OR RECEIPT WITH NO RATE ON FILE FOR ONE OF
      *ITS DATES CANNOT BE VALUED AND IS ONLY COUNTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-FILE ASSIGN DYNAMIC STOCK-PO-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PO-NUMBER
           FILE STATUS PO-FILE-STATUS.
           SELECT PO-LINE-FILE ASSIGN DYNAMIC STOCK-POL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY POL-KEY
           FILE STATUS POL-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE
           FILE STATUS SUP-FILE-STATUS.
           SELECT CURRENCY-FILE ASSIGN DYNAMIC STOCK-CUR-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CR-KEY
           FILE STATUS CUR-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC STOCK-JRN-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JR-KEY
           FILE STATUS JR-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-FXR-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE; RECORD 50.
           COPY "POFILE.CPY".
       FD  PO-LINE-FILE; RECORD 60.
           COPY "POLINE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  CURRENCY-FILE; RECORD 34.
           COPY "CURFILE.CPY".
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-POL-FN PIC X(12) VALUE "STOCK.POL".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-CUR-FN PIC X(12) VALUE "STOCK.CUR".
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-FXR-FN PIC X(12) VALUE "STOCK.FXR".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  PO-FILE-STATUS PIC XX.
       01  POL-FILE-STATUS PIC XX.
       01  SUP-FILE-STATUS PIC XX.
       01  CUR-FILE-STATUS PIC XX.
       01  JR-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  MORE-RECORDS PIC X.
       01  JOURNAL-OPEN PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  FROM-DATE PIC X(10).
       01  FROM-NUM PIC 9(8).
       01  TO-DATE PIC X(10).
       01  TO-NUM PIC 9(8).
       01  ENTERED-CURRENCY PIC X(3).
       01  ENTERED-RATE PIC 9(4)V9(4).
       01  DATE-WORK.
           02  DW-MM PIC 99.
           02  FILLER PIC X.
           02  DW-DD PIC 99.
           02  FILLER PIC X.
           02  DW-YYYY PIC 9999.
       01  DATE-NUM-WORK PIC 9(8).
      *THE RATE LOOKUP - THE LATEST RATE FOR RATE-CURRENCY ON OR
      *BEFORE RATE-DATE-NUM, THE WAY GOODS-IN FINDS ITS RATE
       01  RATE-CURRENCY PIC X(3).
       01  RATE-DATE-NUM PIC 9(8).
       01  RATE-FOUND PIC X.
       01  RATE-HOLD PIC 9(4)V9(4).
       01  ORDER-RATE PIC 9(4)V9(4).
       01  ORDER-RATE-FOUND PIC X.
       01  LINE-BALANCE PIC 9(6)V99.
       01  FOREIGN-VALUE PIC 9(9)V99.
       01  VALUE-AT-ORDER PIC 9(9)V99.
       01  VALUE-AT-TODAY PIC 9(9)V99.
       01  VALUE-AT-WHATIF PIC 9(9)V99.
       01  VALUE-AT-RECEIPT PIC 9(9)V99.
       01  GAIN-WORK PIC S9(9)V99.
       01  PO-LINE-FOUND PIC X.
       01  OPEN-LINES PIC 9(5).
       01  OPEN-NO-RATE PIC 9(5).
       01  RECEIPT-COUNT PIC 9(5).
       01  RECEIPT-NO-RATE PIC 9(5).
       01  GRAND-AT-ORDER PIC 9(10)V99.
       01  GRAND-AT-TODAY PIC 9(10)V99.
       01  GRAND-AT-WHATIF PIC 9(10)V99.
       01  GRAND-AT-RECEIPT PIC 9(10)V99.
      *ONE ENTRY PER FOREIGN CURRENCY MET - ITS RATES AND ITS
      *TOTALS FOR BOTH PARTS OF THE REPORT
       01  CUR-COUNT PIC 99 VALUE 0.
       01  CUR-IX PIC 99.
       01  CURRENCY-TABLE.
           02  CT-ENTRY OCCURS 20 TIMES.
               03  CT-CURRENCY PIC X(3).
               03  CT-TODAY-RATE PIC 9(4)V9(4).
               03  CT-TODAY-FOUND PIC X.
               03  CT-WHATIF-RATE PIC 9(4)V9(4).
               03  CT-WHATIF-KEYED PIC X.
               03  CT-OPEN-FOREIGN PIC 9(10)V99.
               03  CT-OPEN-AT-ORDER PIC 9(10)V99.
               03  CT-OPEN-AT-TODAY PIC 9(10)V99.
               03  CT-OPEN-AT-WHATIF PIC 9(10)V99.
               03  CT-REAL-FOREIGN PIC 9(10)V99.
               03  CT-REAL-AT-ORDER PIC 9(10)V99.
               03  CT-REAL-AT-RECEIPT PIC 9(10)V99.
       01  HEADING-OPEN.
           02  FILLER PIC X(7) VALUE "ORDER".
           02  FILLER PIC X(3) VALUE "LN".
           02  FILLER PIC X(5) VALUE "SUPP".
           02  FILLER PIC X(4) VALUE "CUR".
           02  FILLER PIC X(11) VALUE "FOREIGN BAL".
           02  FILLER PIC X(12) VALUE "  AT ORDER".
           02  FILLER PIC X(12) VALUE "  AT TODAY".
           02  FILLER PIC X(12) VALUE " AT WHAT-IF".
           02  FILLER PIC X(11) VALUE " GAIN/-LOSS".
       01  OPEN-LINE.
           02  OL-ORDER-NO PIC X(6).
           02  FILLER PIC X VALUE SPACE.
           02  OL-LINE-NO PIC 99.
           02  FILLER PIC X VALUE SPACE.
           02  OL-SUPPLIER PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  OL-CURRENCY PIC X(3).
           02  FILLER PIC X VALUE SPACE.
           02  OL-FOREIGN PIC ZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  OL-AT-ORDER PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  OL-AT-TODAY PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  OL-AT-WHATIF PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  OL-GAIN PIC -ZZZZZZ9.99.
       01  HEADING-REAL.
           02  FILLER PIC X(11) VALUE "RECEIVED".
           02  FILLER PIC X(7) VALUE "ORDER".
           02  FILLER PIC X(9) VALUE "ITEM".
           02  FILLER PIC X(4) VALUE "CUR".
           02  FILLER PIC X(11) VALUE "FOREIGN VAL".
           02  FILLER PIC X(12) VALUE "  AT ORDER".
           02  FILLER PIC X(12) VALUE " AT RECEIPT".
           02  FILLER PIC X(11) VALUE " GAIN/-LOSS".
       01  REAL-LINE.
           02  RL-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  RL-ORDER-NO PIC X(6).
           02  FILLER PIC X VALUE SPACE.
           02  RL-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  RL-CURRENCY PIC X(3).
           02  FILLER PIC X VALUE SPACE.
           02  RL-FOREIGN PIC ZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  RL-AT-ORDER PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  RL-AT-RECEIPT PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  RL-GAIN PIC -ZZZZZZ9.99.
      *A CURRENCY'S TOTALS SIT UNDER THE SAME COLUMNS AS ITS LINES;
      *THE HOME-CURRENCY GRAND TOTAL HAS NO FOREIGN FIGURE
       01  TOTAL-LINE.
           02  TL-LABEL PIC X(15).
           02  TL-CURRENCY PIC X(3).
           02  FILLER PIC X VALUE SPACE.
           02  TL-FOREIGN PIC ZZZZZZ9.99.
           02  TL-FOREIGN-X REDEFINES TL-FOREIGN PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  TL-VALUE-1 PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  TL-VALUE-2 PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  TL-VALUE-3 PIC ZZZZZZZ9.99.
           02  TL-VALUE-3-X REDEFINES TL-VALUE-3 PIC X(11).
           02  FILLER PIC X VALUE SPACE.
           02  TL-GAIN PIC -ZZZZZZ9.99.
       01  RATE-LINE.
           02  FILLER PIC X(15) VALUE SPACE.
           02  FILLER PIC X(11) VALUE "TODAY RATE ".
           02  RT-TODAY PIC ZZZ9.9999.
           02  FILLER PIC X(15) VALUE "  WHAT-IF RATE ".
           02  RT-WHATIF PIC ZZZ9.9999.
           02  FILLER PIC X VALUE SPACE.
           02  RT-NOTE PIC X(16).
       01  COUNT-LINE.
           02  CL-LABEL PIC X(40).
           02  CL-COUNT PIC ZZZZ9.
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
       START-PROC.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "FOREIGN-CURRENCY EXPOSURE AND REVALUATION".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           DISPLAY "PERIOD FOR REALISED GAINS AND LOSSES -".
           PERFORM GET-FROM-DATE THRU GET-FROM-DATE-EXIT.
           IF RUN-DATE-NUM < FROM-NUM
               DISPLAY "FROM DATE IS AFTER THE RUN DATE, TRY AGAIN."
               GO TO START-PROC.
           MOVE RUN-DATE TO TO-DATE.
           MOVE RUN-DATE-NUM TO TO-NUM.
           OPEN INPUT PO-FILE.
           IF PO-FILE-STATUS NOT = "00"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN INPUT PO-FILE
           END-IF.
           OPEN INPUT PO-LINE-FILE.
           IF POL-FILE-STATUS NOT = "00"
               OPEN OUTPUT PO-LINE-FILE
               CLOSE PO-LINE-FILE
               OPEN INPUT PO-LINE-FILE
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUPPLIER-FILE
               CLOSE SUPPLIER-FILE
               OPEN INPUT SUPPLIER-FILE
           END-IF.
           OPEN INPUT CURRENCY-FILE.
           IF CUR-FILE-STATUS NOT = "00"
               OPEN OUTPUT CURRENCY-FILE
               CLOSE CURRENCY-FILE
               OPEN INPUT CURRENCY-FILE
           END-IF.
           MOVE "Y" TO JOURNAL-OPEN.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               MOVE "N" TO JOURNAL-OPEN.
      *ANY NUMBER OF WHAT-IF RATES, ONE PER CURRENCY, BEFORE THE
      *RUN - A CURRENCY LEFT OUT IS REVALUED AT TODAY'S RATE
       ASK-WHAT-IF.
           DISPLAY "CURRENCY FOR A WHAT-IF RATE (BLANK WHEN DONE): ".
           MOVE SPACE TO ENTERED-CURRENCY.
           ACCEPT ENTERED-CURRENCY.
           IF ENTERED-CURRENCY = SPACE GO TO WHAT-IF-DONE.
           MOVE ENTERED-CURRENCY TO RATE-CURRENCY.
           PERFORM FIND-CURRENCY-SLOT THRU FIND-CURRENCY-SLOT-EXIT.
           IF CUR-IX = 0
               DISPLAY "NO RATES ON FILE FOR " ENTERED-CURRENCY
               GO TO ASK-WHAT-IF.
           IF CT-TODAY-FOUND (CUR-IX) = "Y"
               DISPLAY "TODAY'S RATE " CT-TODAY-RATE (CUR-IX).
       ASK-WHAT-IF-RATE.
           DISPLAY "WHAT-IF HOME VALUE OF ONE UNIT "
               "(NNNNNNNN = NNNN.NNNN): ".
           ACCEPT ENTERED-RATE.
           IF ENTERED-RATE NOT NUMERIC OR ENTERED-RATE = 0
               DISPLAY "RATE NOT NUMERIC, TRY AGAIN."
               GO TO ASK-WHAT-IF-RATE.
           MOVE ENTERED-RATE TO CT-WHATIF-RATE (CUR-IX).
           MOVE "Y" TO CT-WHATIF-KEYED (CUR-IX).
           GO TO ASK-WHAT-IF.
       WHAT-IF-DONE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "EXPOSURE ON OPEN FOREIGN-CURRENCY ORDERS"
               TO RPT-TITLE.
           MOVE HEADING-OPEN TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO OPEN-LINES.
           MOVE 0 TO OPEN-NO-RATE.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO PO-NUMBER.
           START PO-FILE KEY NOT LESS THAN PO-NUMBER
               INVALID MOVE "N" TO MORE-RECORDS
           END-START.
       OPEN-ORDER-LOOP.
           IF MORE-RECORDS = "N" GO TO OPEN-ORDERS-DONE.
           READ PO-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO OPEN-ORDERS-DONE
           END-READ.
           IF PO-STATUS NOT = "O" AND PO-STATUS NOT = "A"
               GO TO OPEN-ORDER-LOOP.
           IF PO-ORDER-TYPE = "K" GO TO OPEN-ORDER-LOOP.
           MOVE PO-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID GO TO OPEN-ORDER-LOOP
           END-READ.
           IF SUP-CURRENCY = SPACE GO TO OPEN-ORDER-LOOP.
           MOVE SUP-CURRENCY TO RATE-CURRENCY.
           PERFORM FIND-CURRENCY-SLOT THRU FIND-CURRENCY-SLOT-EXIT.
           MOVE PO-DATE TO DATE-WORK.
           PERFORM DATE-TO-NUM.
           MOVE DATE-NUM-WORK TO RATE-DATE-NUM.
           PERFORM FIND-RATE THRU FIND-RATE-EXIT.
           MOVE RATE-FOUND TO ORDER-RATE-FOUND.
           MOVE RATE-HOLD TO ORDER-RATE.
           PERFORM OPEN-ORDER-LINES THRU OPEN-ORDER-LINES-EXIT.
           GO TO OPEN-ORDER-LOOP.
       OPEN-ORDERS-DONE.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE 0 TO GRAND-AT-ORDER.
           MOVE 0 TO GRAND-AT-TODAY.
           MOVE 0 TO GRAND-AT-WHATIF.
           MOVE 0 TO CUR-IX.
           PERFORM OPEN-CURRENCY-TOTAL THRU OPEN-CURRENCY-TOTAL-EXIT.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "ALL CURRENCIES" TO TL-LABEL.
           MOVE "HOME" TO TL-FOREIGN-X.
           MOVE GRAND-AT-ORDER TO TL-VALUE-1.
           MOVE GRAND-AT-TODAY TO TL-VALUE-2.
           MOVE GRAND-AT-WHATIF TO TL-VALUE-3.
           COMPUTE GAIN-WORK = GRAND-AT-ORDER - GRAND-AT-TODAY
               ON SIZE ERROR MOVE 0 TO GAIN-WORK
           END-COMPUTE.
           MOVE GAIN-WORK TO TL-GAIN.
           MOVE TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "OPEN FOREIGN LINES VALUED" TO CL-LABEL.
           MOVE OPEN-LINES TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "OPEN LINES WITH NO RATE ON FILE" TO CL-LABEL.
           MOVE OPEN-NO-RATE TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
      *SECOND PART - THE PERIOD'S RECEIPTS FROM FOREIGN SUPPLIERS,
      *ONE JOURNAL PASS.  TYPE P RELEASES ARE THE SAME GOODS AS
      *THEIR TYPE Q AND ARE LEFT OUT
           MOVE SPACE TO RPT-TITLE.
           STRING "EXCHANGE GAIN/LOSS REALISED " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               INTO RPT-TITLE.
           MOVE HEADING-REAL TO RPT-COL-HEADING.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO RECEIPT-COUNT.
           MOVE 0 TO RECEIPT-NO-RATE.
           MOVE "Y" TO MORE-RECORDS.
           IF JOURNAL-OPEN = "N"
               MOVE "N" TO MORE-RECORDS
               GO TO RECEIPT-LOOP.
           MOVE LOW-VALUE TO JR-KEY.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID MOVE "N" TO MORE-RECORDS
           END-START.
       RECEIPT-LOOP.
           IF MORE-RECORDS = "N" GO TO RECEIPTS-DONE.
           READ JOURNAL-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO RECEIPTS-DONE
           END-READ.
           IF JR-TYPE NOT = "R" AND JR-TYPE NOT = "Q"
               GO TO RECEIPT-LOOP.
           MOVE JR-DATE TO DATE-WORK.
           PERFORM DATE-TO-NUM.
           IF DATE-NUM-WORK = 0 GO TO RECEIPT-LOOP.
           IF DATE-NUM-WORK < FROM-NUM OR DATE-NUM-WORK > TO-NUM
               GO TO RECEIPT-LOOP.
           PERFORM VALUE-RECEIPT THRU VALUE-RECEIPT-EXIT.
           GO TO RECEIPT-LOOP.
       RECEIPTS-DONE.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE 0 TO GRAND-AT-ORDER.
           MOVE 0 TO GRAND-AT-RECEIPT.
           MOVE 0 TO CUR-IX.
           PERFORM REAL-CURRENCY-TOTAL THRU REAL-CURRENCY-TOTAL-EXIT.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "ALL CURRENCIES" TO TL-LABEL.
           MOVE "HOME" TO TL-FOREIGN-X.
           MOVE GRAND-AT-ORDER TO TL-VALUE-1.
           MOVE GRAND-AT-RECEIPT TO TL-VALUE-2.
           MOVE SPACE TO TL-VALUE-3-X.
           COMPUTE GAIN-WORK = GRAND-AT-ORDER - GRAND-AT-RECEIPT
               ON SIZE ERROR MOVE 0 TO GAIN-WORK
           END-COMPUTE.
           MOVE GAIN-WORK TO TL-GAIN.
           MOVE TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "FOREIGN RECEIPTS VALUED" TO CL-LABEL.
           MOVE RECEIPT-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "RECEIPTS WITH NO ORDER LINE OR RATE" TO CL-LABEL.
           MOVE RECEIPT-NO-RATE TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE CURRENCY-FILE.
           IF JOURNAL-OPEN = "Y"
               CLOSE JOURNAL-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "EXPOSURE REPORT WRITTEN TO " STOCK-FXR-FN.
           GOBACK.
      *EVERY OPEN LINE OF THE ORDER WITH A BALANCE STILL TO COME
       OPEN-ORDER-LINES.
           MOVE PO-NUMBER TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO OPEN-ORDER-LINES-EXIT
           END-START.
       OPEN-ORDER-LINES-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO OPEN-ORDER-LINES-EXIT
           END-READ.
           IF POL-ORDER-NO NOT = PO-NUMBER
               GO TO OPEN-ORDER-LINES-EXIT.
           IF POL-STATUS NOT = "O" GO TO OPEN-ORDER-LINES-LOOP.
           IF POL-QTY-RECEIVED NOT < POL-QTY-ORDERED
               GO TO OPEN-ORDER-LINES-LOOP.
           IF CUR-IX = 0 OR ORDER-RATE-FOUND = "N"
               ADD 1 TO OPEN-NO-RATE
               GO TO OPEN-ORDER-LINES-LOOP.
           IF CT-TODAY-FOUND (CUR-IX) NOT = "Y"
               ADD 1 TO OPEN-NO-RATE
               GO TO OPEN-ORDER-LINES-LOOP.
           COMPUTE LINE-BALANCE = POL-QTY-ORDERED - POL-QTY-RECEIVED.
           COMPUTE FOREIGN-VALUE ROUNDED =
               LINE-BALANCE * POL-UNIT-COST
               ON SIZE ERROR MOVE 0 TO FOREIGN-VALUE
           END-COMPUTE.
           COMPUTE VALUE-AT-ORDER ROUNDED =
               FOREIGN-VALUE * ORDER-RATE
               ON SIZE ERROR MOVE 0 TO VALUE-AT-ORDER
           END-COMPUTE.
           COMPUTE VALUE-AT-TODAY ROUNDED =
               FOREIGN-VALUE * CT-TODAY-RATE (CUR-IX)
               ON SIZE ERROR MOVE 0 TO VALUE-AT-TODAY
           END-COMPUTE.
           COMPUTE VALUE-AT-WHATIF ROUNDED =
               FOREIGN-VALUE * CT-WHATIF-RATE (CUR-IX)
               ON SIZE ERROR MOVE 0 TO VALUE-AT-WHATIF
           END-COMPUTE.
           COMPUTE GAIN-WORK = VALUE-AT-ORDER - VALUE-AT-TODAY.
           MOVE PO-NUMBER TO OL-ORDER-NO.
           MOVE POL-LINE-NO TO OL-LINE-NO.
           MOVE PO-SUPPLIER TO OL-SUPPLIER.
           MOVE SUP-CURRENCY TO OL-CURRENCY.
           MOVE FOREIGN-VALUE TO OL-FOREIGN.
           MOVE VALUE-AT-ORDER TO OL-AT-ORDER.
           MOVE VALUE-AT-TODAY TO OL-AT-TODAY.
           MOVE VALUE-AT-WHATIF TO OL-AT-WHATIF.
           MOVE GAIN-WORK TO OL-GAIN.
           MOVE OPEN-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD FOREIGN-VALUE TO CT-OPEN-FOREIGN (CUR-IX).
           ADD VALUE-AT-ORDER TO CT-OPEN-AT-ORDER (CUR-IX).
           ADD VALUE-AT-TODAY TO CT-OPEN-AT-TODAY (CUR-IX).
           ADD VALUE-AT-WHATIF TO CT-OPEN-AT-WHATIF (CUR-IX).
           ADD 1 TO OPEN-LINES.
           GO TO OPEN-ORDER-LINES-LOOP.
       OPEN-ORDER-LINES-EXIT.
           EXIT.
      *ONE RECEIPT - ITS ORDER LINE'S PRICE AT THE ORDER DATE'S
      *RATE AGAINST THE SAME PRICE AT THE RECEIPT DATE'S RATE
       VALUE-RECEIPT.
           MOVE JR-REFERENCE TO PO-NUMBER.
           READ PO-FILE
               INVALID GO TO VALUE-RECEIPT-EXIT
           END-READ.
           MOVE PO-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID GO TO VALUE-RECEIPT-EXIT
           END-READ.
           IF SUP-CURRENCY = SPACE GO TO VALUE-RECEIPT-EXIT.
           PERFORM FIND-ORDER-LINE THRU FIND-ORDER-LINE-EXIT.
           IF PO-LINE-FOUND = "N"
               ADD 1 TO RECEIPT-NO-RATE
               GO TO VALUE-RECEIPT-EXIT.
           MOVE SUP-CURRENCY TO RATE-CURRENCY.
           PERFORM FIND-CURRENCY-SLOT THRU FIND-CURRENCY-SLOT-EXIT.
           IF CUR-IX = 0
               ADD 1 TO RECEIPT-NO-RATE
               GO TO VALUE-RECEIPT-EXIT.
           MOVE DATE-NUM-WORK TO RATE-DATE-NUM.
           PERFORM FIND-RATE THRU FIND-RATE-EXIT.
           IF RATE-FOUND = "N"
               ADD 1 TO RECEIPT-NO-RATE
               GO TO VALUE-RECEIPT-EXIT.
           COMPUTE FOREIGN-VALUE ROUNDED =
               JR-QUANTITY * POL-UNIT-COST
               ON SIZE ERROR MOVE 0 TO FOREIGN-VALUE
           END-COMPUTE.
           COMPUTE VALUE-AT-RECEIPT ROUNDED =
               FOREIGN-VALUE * RATE-HOLD
               ON SIZE ERROR MOVE 0 TO VALUE-AT-RECEIPT
           END-COMPUTE.
           MOVE PO-DATE TO DATE-WORK.
           PERFORM DATE-TO-NUM.
           MOVE DATE-NUM-WORK TO RATE-DATE-NUM.
           PERFORM FIND-RATE THRU FIND-RATE-EXIT.
           IF RATE-FOUND = "N"
               ADD 1 TO RECEIPT-NO-RATE
               GO TO VALUE-RECEIPT-EXIT.
           COMPUTE VALUE-AT-ORDER ROUNDED =
               FOREIGN-VALUE * RATE-HOLD
               ON SIZE ERROR MOVE 0 TO VALUE-AT-ORDER
           END-COMPUTE.
           COMPUTE GAIN-WORK = VALUE-AT-ORDER - VALUE-AT-RECEIPT.
           MOVE JR-DATE TO RL-DATE.
           MOVE PO-NUMBER TO RL-ORDER-NO.
           MOVE JR-STOCK-CODE TO RL-STOCK-CODE.
           MOVE SUP-CURRENCY TO RL-CURRENCY.
           MOVE FOREIGN-VALUE TO RL-FOREIGN.
           MOVE VALUE-AT-ORDER TO RL-AT-ORDER.
           MOVE VALUE-AT-RECEIPT TO RL-AT-RECEIPT.
           MOVE GAIN-WORK TO RL-GAIN.
           MOVE REAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD FOREIGN-VALUE TO CT-REAL-FOREIGN (CUR-IX).
           ADD VALUE-AT-ORDER TO CT-REAL-AT-ORDER (CUR-IX).
           ADD VALUE-AT-RECEIPT TO CT-REAL-AT-RECEIPT (CUR-IX).
           ADD 1 TO RECEIPT-COUNT.
       VALUE-RECEIPT-EXIT.
           EXIT.
      *THE ORDER LINE FOR THE CODE RECEIVED - THE FIRST LINE ON THE
      *ORDER FOR IT THAT WAS NOT CANCELLED
       FIND-ORDER-LINE.
           MOVE "N" TO PO-LINE-FOUND.
           MOVE PO-NUMBER TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO FIND-ORDER-LINE-EXIT
           END-START.
       FIND-ORDER-LINE-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO FIND-ORDER-LINE-EXIT
           END-READ.
           IF POL-ORDER-NO NOT = PO-NUMBER
               GO TO FIND-ORDER-LINE-EXIT.
           IF POL-STOCK-CODE NOT = JR-STOCK-CODE OR POL-STATUS = "X"
               GO TO FIND-ORDER-LINE-LOOP.
           MOVE "Y" TO PO-LINE-FOUND.
       FIND-ORDER-LINE-EXIT.
           EXIT.
      *THE CURRENCY'S ENTRY IN THE TABLE, ADDED WITH TODAY'S RATE
      *THE FIRST TIME IT IS MET.  CUR-IX COMES BACK ZERO FOR A
      *CURRENCY WITH NO RATE AT ALL ON FILE, OR WHEN THE TABLE IS
      *FULL
       FIND-CURRENCY-SLOT.
           MOVE 0 TO CUR-IX.
       FIND-CURRENCY-SLOT-LOOP.
           ADD 1 TO CUR-IX.
           IF CUR-IX > CUR-COUNT GO TO FIND-CURRENCY-SLOT-NEW.
           IF CT-CURRENCY (CUR-IX) = RATE-CURRENCY
               GO TO FIND-CURRENCY-SLOT-EXIT.
           GO TO FIND-CURRENCY-SLOT-LOOP.
       FIND-CURRENCY-SLOT-NEW.
           MOVE 0 TO CUR-IX.
           IF CUR-COUNT NOT < 20 GO TO FIND-CURRENCY-SLOT-EXIT.
           MOVE 99999999 TO RATE-DATE-NUM.
           PERFORM FIND-RATE THRU FIND-RATE-EXIT.
           IF RATE-FOUND = "N" GO TO FIND-CURRENCY-SLOT-EXIT.
           ADD 1 TO CUR-COUNT.
           MOVE CUR-COUNT TO CUR-IX.
           MOVE RATE-CURRENCY TO CT-CURRENCY (CUR-IX).
           MOVE RUN-DATE-NUM TO RATE-DATE-NUM.
           PERFORM FIND-RATE THRU FIND-RATE-EXIT.
           MOVE RATE-FOUND TO CT-TODAY-FOUND (CUR-IX).
           MOVE RATE-HOLD TO CT-TODAY-RATE (CUR-IX).
           MOVE RATE-HOLD TO CT-WHATIF-RATE (CUR-IX).
           MOVE "N" TO CT-WHATIF-KEYED (CUR-IX).
           MOVE 0 TO CT-OPEN-FOREIGN (CUR-IX).
           MOVE 0 TO CT-OPEN-AT-ORDER (CUR-IX).
           MOVE 0 TO CT-OPEN-AT-TODAY (CUR-IX).
           MOVE 0 TO CT-OPEN-AT-WHATIF (CUR-IX).
           MOVE 0 TO CT-REAL-FOREIGN (CUR-IX).
           MOVE 0 TO CT-REAL-AT-ORDER (CUR-IX).
           MOVE 0 TO CT-REAL-AT-RECEIPT (CUR-IX).
       FIND-CURRENCY-SLOT-EXIT.
           EXIT.
      *THE LATEST RATE ON OR BEFORE RATE-DATE-NUM - THE RATE
      *GOODS-IN WOULD HAVE USED THAT DAY
       FIND-RATE.
           MOVE "N" TO RATE-FOUND.
           MOVE 0 TO RATE-HOLD.
           MOVE RATE-CURRENCY TO CR-CURRENCY.
           MOVE 0 TO CR-DATE-NUM.
           START CURRENCY-FILE KEY NOT LESS THAN CR-KEY
               INVALID GO TO FIND-RATE-EXIT
           END-START.
       FIND-RATE-LOOP.
           READ CURRENCY-FILE NEXT RECORD
               AT END GO TO FIND-RATE-EXIT
           END-READ.
           IF CR-CURRENCY NOT = RATE-CURRENCY
               GO TO FIND-RATE-EXIT.
           IF CR-DATE-NUM > RATE-DATE-NUM
               GO TO FIND-RATE-EXIT.
           MOVE "Y" TO RATE-FOUND.
           MOVE CR-RATE TO RATE-HOLD.
           GO TO FIND-RATE-LOOP.
       FIND-RATE-EXIT.
           EXIT.
      *EACH CURRENCY'S OPEN-ORDER TOTALS AND THE RATES USED
       OPEN-CURRENCY-TOTAL.
           ADD 1 TO CUR-IX.
           IF CUR-IX > CUR-COUNT GO TO OPEN-CURRENCY-TOTAL-EXIT.
           IF CT-OPEN-FOREIGN (CUR-IX) = 0
               GO TO OPEN-CURRENCY-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "TOTAL" TO TL-LABEL.
           MOVE CT-CURRENCY (CUR-IX) TO TL-CURRENCY.
           MOVE CT-OPEN-FOREIGN (CUR-IX) TO TL-FOREIGN.
           MOVE CT-OPEN-AT-ORDER (CUR-IX) TO TL-VALUE-1.
           MOVE CT-OPEN-AT-TODAY (CUR-IX) TO TL-VALUE-2.
           MOVE CT-OPEN-AT-WHATIF (CUR-IX) TO TL-VALUE-3.
           COMPUTE GAIN-WORK =
               CT-OPEN-AT-ORDER (CUR-IX) - CT-OPEN-AT-TODAY (CUR-IX)
               ON SIZE ERROR MOVE 0 TO GAIN-WORK
           END-COMPUTE.
           MOVE GAIN-WORK TO TL-GAIN.
           MOVE TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE CT-TODAY-RATE (CUR-IX) TO RT-TODAY.
           MOVE CT-WHATIF-RATE (CUR-IX) TO RT-WHATIF.
           IF CT-WHATIF-KEYED (CUR-IX) = "Y"
               MOVE "KEYED" TO RT-NOTE
           ELSE
               MOVE "NOT KEYED" TO RT-NOTE.
           MOVE RATE-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD CT-OPEN-AT-ORDER (CUR-IX) TO GRAND-AT-ORDER.
           ADD CT-OPEN-AT-TODAY (CUR-IX) TO GRAND-AT-TODAY.
           ADD CT-OPEN-AT-WHATIF (CUR-IX) TO GRAND-AT-WHATIF.
           GO TO OPEN-CURRENCY-TOTAL.
       OPEN-CURRENCY-TOTAL-EXIT.
           EXIT.
      *EACH CURRENCY'S REALISED GAIN OR LOSS FOR THE PERIOD
       REAL-CURRENCY-TOTAL.
           ADD 1 TO CUR-IX.
           IF CUR-IX > CUR-COUNT GO TO REAL-CURRENCY-TOTAL-EXIT.
           IF CT-REAL-FOREIGN (CUR-IX) = 0
               GO TO REAL-CURRENCY-TOTAL.
           MOVE SPACE TO TOTAL-LINE.
           MOVE "TOTAL" TO TL-LABEL.
           MOVE CT-CURRENCY (CUR-IX) TO TL-CURRENCY.
           MOVE CT-REAL-FOREIGN (CUR-IX) TO TL-FOREIGN.
           MOVE CT-REAL-AT-ORDER (CUR-IX) TO TL-VALUE-1.
           MOVE CT-REAL-AT-RECEIPT (CUR-IX) TO TL-VALUE-2.
           MOVE SPACE TO TL-VALUE-3-X.
           COMPUTE GAIN-WORK =
               CT-REAL-AT-ORDER (CUR-IX) - CT-REAL-AT-RECEIPT (CUR-IX)
               ON SIZE ERROR MOVE 0 TO GAIN-WORK
           END-COMPUTE.
           MOVE GAIN-WORK TO TL-GAIN.
           MOVE TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD CT-REAL-AT-ORDER (CUR-IX) TO GRAND-AT-ORDER.
           ADD CT-REAL-AT-RECEIPT (CUR-IX) TO GRAND-AT-RECEIPT.
           GO TO REAL-CURRENCY-TOTAL.
       REAL-CURRENCY-TOTAL-EXIT.
           EXIT.
       DATE-TO-NUM.
           IF DW-YYYY NOT NUMERIC OR DW-MM NOT NUMERIC
               OR DW-DD NOT NUMERIC
               MOVE 0 TO DATE-NUM-WORK
           ELSE
               MOVE DW-YYYY TO DATE-NUM-WORK (1:4)
               MOVE DW-MM TO DATE-NUM-WORK (5:2)
               MOVE DW-DD TO DATE-NUM-WORK (7:2)
           END-IF.
      *EVERY PRINTED LINE GOES THROUGH THE SHARED REPORT-FORMAT
      *SUBPROGRAM, WHICH HANDS BACK THE PAGE-HEADING LINES WHENEVER
      *A PAGE FILLS - THIS PARAGRAPH WRITES WHATEVER CAME BACK
       EMIT-REPORT-LINE.
           CALL "REPORT-FORMAT" USING RPT-CONTROL.
           MOVE 0 TO RPT-OUT-IX.
       EMIT-OUT-LOOP.
           ADD 1 TO RPT-OUT-IX.
           IF RPT-OUT-IX NOT > RPT-OUT-COUNT
               MOVE RPT-OUT-LINE (RPT-OUT-IX) TO PRINT-LINE
               PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT
               GO TO EMIT-OUT-LOOP.
      *A FAILED WRITE - DISK FULL, USUALLY - PAUSES SO THE DISK CAN
      *BE CHANGED AND THE SAME LINE WRITTEN AGAIN, INSTEAD OF THE
      *REST OF THE REPORT QUIETLY GOING NOWHERE
       WRITE-PRINT-SAFE.
           WRITE PRINT-LINE.
           IF PR-STATUS NOT = "00" AND PR-STATUS NOT = "02"
               DISPLAY "WRITE FAILED ON THE REPORT FILE, STATUS "
                   PR-STATUS
               DISPLAY "DISK MAY BE FULL - CHANGE THE DISK AND"
               DISPLAY "PRESS RETURN TO RETRY, OR X TO GIVE UP: "
               ACCEPT RETRY-ANSWER
               IF RETRY-ANSWER NOT = "X" AND RETRY-ANSWER NOT = "x"
                   GO TO WRITE-PRINT-SAFE.
       WRITE-PRINT-SAFE-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.POL" TO STOCK-POL-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.CUR" TO STOCK-CUR-FN.
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.FXR" TO STOCK-FXR-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-RUN-DATE.
           DISPLAY "ENTER RUN DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-RUN-DATE.
           MOVE DC-DATE TO RUN-DATE.
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
       GET-RUN-DATE-EXIT.
           EXIT.
      *A BARE RETURN ON THE FROM DATE STARTS THE PERIOD ON THE
      *FIRST OF THE RUN DATE'S MONTH
       GET-FROM-DATE.
           DISPLAY "ENTER FROM DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE STARTS FROM THE FIRST OF THE MONTH)".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           IF DC-DATE-ENTRY = SPACE
               MOVE RUN-DATE TO FROM-DATE
               MOVE "01" TO FROM-DATE (4:2)
               MOVE RUN-DATE-NUM TO FROM-NUM
               MOVE "01" TO FROM-NUM (7:2)
               GO TO GET-FROM-DATE-EXIT.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-FROM-DATE.
           MOVE DC-DATE TO FROM-DATE.
           MOVE DC-DATE-NUM TO FROM-NUM.
       GET-FROM-DATE-EXIT.
           EXIT.
