       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-TREND-REPORT.
       AUTHOR. MICRO FOCUS LTD.
      *WHAT WE ACTUALLY PAY, RECEIPT BY RECEIPT, INSTEAD OF THE
      *WEIGHTED-AVERAGE UNIT-COST THAT SMOOTHS IT AWAY.  EVERY TYPE R
      *AND TYPE Q RECEIPT ON THE JOURNAL IS PRICED FROM ITS ORDER
      *LINE (POL-UNIT-COST), TURNED INTO HOME CURRENCY AT THE RATE
      *GOODS-IN WOULD HAVE USED ON THE RECEIPT DATE, WITH THE
      *FREIGHT, DUTY AND HANDLING LANDED-COST-ENTRY SPREAD OVER THE
      *GRN (STOCK.LCH) ADDED A UNIT.  PER STOCK CODE THE LISTING
      *SHOWS EACH RECEIPT'S LANDED PRICE, ITS CHANGE ON THE RECEIPT
      *BEFORE, THE ORDER PRICE AGAINST THE SUPPLIER'S QUOTE ON
      *STOCK.PRL (THE PURCHASE PRICE VARIANCE), AND THE CHANGE OVER
      *TWELVE MONTHS - THE LATEST PRICE AGAINST THE LAST ONE PAID A
      *YEAR BEFORE THE RUN DATE, OR THE FIRST WITHIN THE YEAR WHEN
      *THERE IS NONE THAT OLD.  THE YEAR'S RECEIPTS ARE THEN
      *SUMMARISED BY SUPPLIER, FASTEST RISING FIRST, AND BY
      *CATEGORY PREFIX - EACH RECEIPT'S QUANTITY AT ITS PRICE
      *AGAINST THE SAME QUANTITY AT THE PRICE BEFORE IT.
      *A RECEIPT WITH NO ORDER LINE, OR IN A CURRENCY WITH NO RATE
      *ON FILE, CANNOT BE PRICED AND IS ONLY COUNTED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC STOCK-JRN-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JR-KEY
           FILE STATUS JR-FILE-STATUS.
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
           SELECT PRICE-LIST-FILE ASSIGN DYNAMIC STOCK-PRL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PL-KEY
           FILE STATUS PRL-STATUS.
           SELECT LANDED-FILE ASSIGN DYNAMIC STOCK-LCH-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LH-KEY
           FILE STATUS LH-FILE-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS IT-FILE-STATUS.
           SELECT CAT-FILE ASSIGN DYNAMIC STOCK-CAT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CAT-CODE
           FILE STATUS CT-FILE-STATUS.
           SELECT WORK-FILE ASSIGN DYNAMIC STOCK-PPW-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY WK-KEY.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-PPV-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  PO-FILE; RECORD 50.
           COPY "POFILE.CPY".
       FD  PO-LINE-FILE; RECORD 60.
           COPY "POLINE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  CURRENCY-FILE; RECORD 34.
           COPY "CURFILE.CPY".
       FD  PRICE-LIST-FILE; RECORD 42.
           COPY "PRLFILE.CPY".
       FD  LANDED-FILE; RECORD 70.
           COPY "LCHFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  CAT-FILE; RECORD 40.
           COPY "CATFILE.CPY".
      *ONE PER PRICED RECEIPT, A STOCK CODE'S RECEIPTS IN DATE
      *ORDER WHATEVER BIN THEY WENT TO
       FD  WORK-FILE; RECORD 76.
       01  WORK-RECORD.
           02  WK-KEY.
               03  WK-STOCK-CODE PIC X(8).
               03  WK-DATE-NUM PIC 9(8).
               03  WK-LOCATION PIC X(4).
               03  WK-SEQ PIC 9(6).
           02  WK-SUPPLIER PIC X(4).
           02  WK-ORDER-NO PIC X(6).
           02  WK-QUANTITY PIC 9(6)V99.
           02  WK-BASE-PRICE PIC 9(5)V99.
           02  WK-LANDED PIC 9(5)V99.
           02  WK-QUOTE PIC 9(5)V99.
           02  WK-QUOTE-FOUND PIC X.
           02  WK-DATE PIC X(10).
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-POL-FN PIC X(12) VALUE "STOCK.POL".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-CUR-FN PIC X(12) VALUE "STOCK.CUR".
           02  STOCK-PRL-FN PIC X(12) VALUE "STOCK.PRL".
           02  STOCK-LCH-FN PIC X(12) VALUE "STOCK.LCH".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-CAT-FN PIC X(12) VALUE "STOCK.CAT".
           02  STOCK-PPW-FN PIC X(12) VALUE "STOCK.PPW".
           02  STOCK-PPV-FN PIC X(12) VALUE "STOCK.PPV".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  JR-FILE-STATUS PIC XX.
       01  PO-FILE-STATUS PIC XX.
       01  POL-FILE-STATUS PIC XX.
       01  SUP-FILE-STATUS PIC XX.
       01  CUR-FILE-STATUS PIC XX.
       01  PRL-STATUS PIC XX.
       01  LH-FILE-STATUS PIC XX.
       01  IT-FILE-STATUS PIC XX.
       01  CT-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  MORE-RECORDS PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  WINDOW-START-NUM PIC 9(8).
       01  RECEIPT-DATE-NUM.
           02  RN-YYYY PIC 9999.
           02  RN-MM PIC 99.
           02  RN-DD PIC 99.
       01  RECEIPT-DATE-9 REDEFINES RECEIPT-DATE-NUM PIC 9(8).
       01  PO-LINE-FOUND PIC X.
       01  RATE-FOUND PIC X.
       01  RATE-HOLD PIC 9(4)V9(4).
       01  RECEIPTS-PRICED PIC 9(5).
       01  RECEIPTS-NO-ORDER PIC 9(5).
       01  RECEIPTS-NO-RATE PIC 9(5).
      *ONE STOCK CODE'S RUN OF RECEIPTS
       01  PREV-STOCK-CODE PIC X(8).
       01  PREV-PAID PIC 9(5)V99.
       01  PREV-FOUND PIC X.
       01  PAID-PRICE PIC 9(5)V99.
       01  YEAR-BASE-PAID PIC 9(5)V99.
       01  YEAR-BASE-FOUND PIC X.
       01  FIRST-IN-YEAR-PAID PIC 9(5)V99.
       01  FIRST-IN-YEAR-FOUND PIC X.
       01  LATEST-IN-YEAR PIC X.
       01  PERCENT-WORK PIC S9(4)V9.
       01  VALUE-NEW PIC 9(10)V99.
       01  VALUE-OLD PIC 9(10)V99.
       01  VALUE-PPV PIC S9(10)V99.
       01  VALUE-QUOTED PIC 9(10)V99.
      *THE YEAR'S RECEIPTS BY SUPPLIER AND BY CATEGORY
       01  SUP-COUNT PIC 999 VALUE 0.
       01  SUP-IX PIC 999.
       01  SORT-IX PIC 999.
       01  HIGH-IX PIC 999.
       01  SUPPLIER-TABLE.
           02  ST-ENTRY OCCURS 100 TIMES.
               03  ST-SUPPLIER PIC X(4).
               03  ST-RECEIPTS PIC 9(5).
               03  ST-NEW-VALUE PIC 9(10)V99.
               03  ST-OLD-VALUE PIC 9(10)V99.
               03  ST-PPV PIC S9(10)V99.
               03  ST-QUOTED PIC 9(10)V99.
               03  ST-PCT PIC S9(4)V9.
       01  SWAP-ENTRY PIC X(62).
       01  CAT-COUNT PIC 99 VALUE 0.
       01  CAT-IX PIC 99.
       01  CATEGORY-TABLE.
           02  CG-ENTRY OCCURS 40 TIMES.
               03  CG-PREFIX PIC XX.
               03  CG-RECEIPTS PIC 9(5).
               03  CG-NEW-VALUE PIC 9(10)V99.
               03  CG-OLD-VALUE PIC 9(10)V99.
               03  CG-PPV PIC S9(10)V99.
               03  CG-QUOTED PIC 9(10)V99.
       01  HEADING-2.
           02  FILLER PIC X(11) VALUE "RECEIVED".
           02  FILLER PIC X(5) VALUE "SUPP".
           02  FILLER PIC X(8) VALUE "ORDER".
           02  FILLER PIC X(9) VALUE "QUANTITY".
           02  FILLER PIC X(9) VALUE "    PAID".
           02  FILLER PIC X(8) VALUE " LANDED".
           02  FILLER PIC X(7) VALUE " +/-%".
           02  FILLER PIC X(9) VALUE "   QUOTE".
           02  FILLER PIC X(7) VALUE " PPV%".
       01  DETAIL-LINE.
           02  DL-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  DL-SUPPLIER PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  DL-ORDER-NO PIC X(6).
           02  FILLER PIC X VALUE SPACE.
           02  DL-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-PAID PIC ZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-LANDED PIC ZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-PREV-PCT PIC -ZZZ9.9.
           02  DL-PREV-PCT-X REDEFINES DL-PREV-PCT PIC X(7).
           02  FILLER PIC X VALUE SPACE.
           02  DL-QUOTE PIC ZZZZ9.99.
           02  DL-QUOTE-X REDEFINES DL-QUOTE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  DL-QUOTE-PCT PIC -ZZZ9.9.
           02  DL-QUOTE-PCT-X REDEFINES DL-QUOTE-PCT PIC X(7).
       01  ITEM-HEADING.
           02  FILLER PIC X(5) VALUE "ITEM ".
           02  IH-STOCK-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  IH-DESC PIC X(20).
       01  YEAR-LINE.
           02  FILLER PIC X(11) VALUE SPACE.
           02  YL-TEXT PIC X(29).
           02  YL-PCT PIC -ZZZ9.9.
       01  SUMMARY-HEADING.
           02  SH-TITLE PIC X(26).
           02  FILLER PIC X(10) VALUE "  RECEIPTS".
           02  FILLER PIC X(14) VALUE "  PRICE +/-%".
           02  FILLER PIC X(16) VALUE "  VARIANCE ON QT".
           02  FILLER PIC X(7) VALUE "  PPV%".
       01  SUMMARY-LINE.
           02  SL-CODE PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  SL-NAME PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  SL-RECEIPTS PIC ZZZZZZZZ9.
           02  FILLER PIC X(3) VALUE SPACE.
           02  SL-PCT PIC -ZZZ9.9.
           02  SL-PCT-X REDEFINES SL-PCT PIC X(7).
           02  FILLER PIC XX VALUE SPACE.
           02  SL-PPV PIC -ZZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  SL-PPV-PCT PIC -ZZZ9.9.
           02  SL-PPV-PCT-X REDEFINES SL-PPV-PCT PIC X(7).
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
           DISPLAY "BUYING PRICE TREND AND PURCHASE PRICE VARIANCE".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
           COMPUTE WINDOW-START-NUM = RUN-DATE-NUM - 10000.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               DISPLAY "NO JOURNAL ON DISK - NOTHING TO REPORT."
               GOBACK.
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
           OPEN INPUT PRICE-LIST-FILE.
           IF PRL-STATUS NOT = "00"
               OPEN OUTPUT PRICE-LIST-FILE
               CLOSE PRICE-LIST-FILE
               OPEN INPUT PRICE-LIST-FILE
           END-IF.
           OPEN INPUT LANDED-FILE.
           IF LH-FILE-STATUS NOT = "00"
               OPEN OUTPUT LANDED-FILE
               CLOSE LANDED-FILE
               OPEN INPUT LANDED-FILE
           END-IF.
           OPEN INPUT STOCK-FILE.
           IF IT-FILE-STATUS NOT = "00"
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN INPUT STOCK-FILE
           END-IF.
           OPEN INPUT CAT-FILE.
           IF CT-FILE-STATUS NOT = "00"
               OPEN OUTPUT CAT-FILE
               CLOSE CAT-FILE
               OPEN INPUT CAT-FILE
           END-IF.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           MOVE 0 TO RECEIPTS-PRICED.
           MOVE 0 TO RECEIPTS-NO-ORDER.
           MOVE 0 TO RECEIPTS-NO-RATE.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO JR-KEY.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
      *ONE PASS OF THE JOURNAL - EVERY DELIVERY PRICED ONTO THE
      *WORK FILE.  TYPE P RELEASES ARE THE SAME GOODS AS THEIR TYPE
      *Q AND ARE LEFT OUT
       GATHER-LOOP.
           IF MORE-RECORDS = "N" GO TO PRINT-REPORT.
           READ JOURNAL-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO GATHER-LOOP.
           IF JR-TYPE NOT = "R" AND JR-TYPE NOT = "Q"
               GO TO GATHER-LOOP.
           IF JR-MM NOT NUMERIC OR JR-DD NOT NUMERIC
               OR JR-YYYY NOT NUMERIC
               GO TO GATHER-LOOP.
           PERFORM PRICE-RECEIPT THRU PRICE-RECEIPT-EXIT.
           GO TO GATHER-LOOP.
       PRICE-RECEIPT.
           MOVE JR-YYYY TO RN-YYYY.
           MOVE JR-MM TO RN-MM.
           MOVE JR-DD TO RN-DD.
           MOVE JR-REFERENCE TO PO-NUMBER.
           READ PO-FILE
               INVALID ADD 1 TO RECEIPTS-NO-ORDER
               GO TO PRICE-RECEIPT-EXIT
           END-READ.
           PERFORM FIND-ORDER-LINE THRU FIND-ORDER-LINE-EXIT.
           IF PO-LINE-FOUND = "N"
               ADD 1 TO RECEIPTS-NO-ORDER
               GO TO PRICE-RECEIPT-EXIT.
           MOVE PO-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID MOVE SPACE TO SUP-CURRENCY
           END-READ.
           PERFORM FIND-RATE THRU FIND-RATE-EXIT.
           IF RATE-FOUND = "N"
               ADD 1 TO RECEIPTS-NO-RATE
               GO TO PRICE-RECEIPT-EXIT.
           MOVE SPACE TO WORK-RECORD.
           MOVE JR-STOCK-CODE TO WK-STOCK-CODE.
           MOVE RECEIPT-DATE-9 TO WK-DATE-NUM.
           MOVE JR-LOCATION TO WK-LOCATION.
           MOVE JR-SEQ TO WK-SEQ.
           MOVE PO-SUPPLIER TO WK-SUPPLIER.
           MOVE PO-NUMBER TO WK-ORDER-NO.
           MOVE JR-QUANTITY TO WK-QUANTITY.
           MOVE JR-DATE TO WK-DATE.
           COMPUTE WK-BASE-PRICE ROUNDED = POL-UNIT-COST * RATE-HOLD
               ON SIZE ERROR MOVE 99999.99 TO WK-BASE-PRICE
           END-COMPUTE.
           MOVE 0 TO WK-QUOTE.
           MOVE "N" TO WK-QUOTE-FOUND.
           MOVE PO-SUPPLIER TO PL-SUPPLIER.
           MOVE JR-STOCK-CODE TO PL-STOCK-CODE.
           READ PRICE-LIST-FILE
               INVALID GO TO PRICE-RECEIPT-LANDED
           END-READ.
           MOVE "Y" TO WK-QUOTE-FOUND.
           COMPUTE WK-QUOTE ROUNDED = PL-QUOTED-PRICE * RATE-HOLD
               ON SIZE ERROR MOVE 99999.99 TO WK-QUOTE
           END-COMPUTE.
       PRICE-RECEIPT-LANDED.
           MOVE 0 TO WK-LANDED.
           MOVE JR-GRN-NO TO LH-GRN-NO.
           MOVE JR-STOCK-CODE TO LH-STOCK-CODE.
           MOVE JR-LOCATION TO LH-LOCATION.
           READ LANDED-FILE
               INVALID GO TO PRICE-RECEIPT-WRITE
           END-READ.
           IF LH-QUANTITY > 0
               COMPUTE WK-LANDED ROUNDED = LH-CHARGE / LH-QUANTITY
                   ON SIZE ERROR MOVE 0 TO WK-LANDED
               END-COMPUTE.
       PRICE-RECEIPT-WRITE.
           WRITE WORK-RECORD
               INVALID DISPLAY "DUPLICATE WORK KEY " WK-KEY
               GO TO PRICE-RECEIPT-EXIT
           END-WRITE.
           ADD 1 TO RECEIPTS-PRICED.
       PRICE-RECEIPT-EXIT.
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
      *THE RATE GOODS-IN USES - THE LATEST ON OR BEFORE THE RECEIPT
      *DATE.  A HOME-CURRENCY SUPPLIER'S PRICES PASS STRAIGHT THROUGH
       FIND-RATE.
           MOVE "Y" TO RATE-FOUND.
           MOVE 1 TO RATE-HOLD.
           IF SUP-CURRENCY = SPACE GO TO FIND-RATE-EXIT.
           MOVE "N" TO RATE-FOUND.
           MOVE SUP-CURRENCY TO CR-CURRENCY.
           MOVE 0 TO CR-DATE-NUM.
           START CURRENCY-FILE KEY NOT LESS THAN CR-KEY
               INVALID GO TO FIND-RATE-EXIT
           END-START.
       FIND-RATE-LOOP.
           READ CURRENCY-FILE NEXT RECORD
               AT END GO TO FIND-RATE-EXIT
           END-READ.
           IF CR-CURRENCY NOT = SUP-CURRENCY
               GO TO FIND-RATE-EXIT.
           IF CR-DATE-NUM > RECEIPT-DATE-9
               GO TO FIND-RATE-EXIT.
           MOVE "Y" TO RATE-FOUND.
           MOVE CR-RATE TO RATE-HOLD.
           GO TO FIND-RATE-LOOP.
       FIND-RATE-EXIT.
           EXIT.
       PRINT-REPORT.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "BUYING PRICE TREND AND PURCHASE PRICE VARIANCE"
               TO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE SPACE TO PREV-STOCK-CODE.
           MOVE LOW-VALUE TO WK-KEY.
           START WORK-FILE KEY NOT LESS THAN WK-KEY
               INVALID GO TO PRINT-ITEMS-DONE
           END-START.
       PRINT-LOOP.
           READ WORK-FILE NEXT RECORD
               AT END GO TO PRINT-ITEMS-DONE
           END-READ.
           IF WK-STOCK-CODE NOT = PREV-STOCK-CODE
               IF PREV-STOCK-CODE NOT = SPACE
                   PERFORM ITEM-YEAR-LINE THRU ITEM-YEAR-LINE-EXIT
                   PERFORM ITEM-START THRU ITEM-START-EXIT
               ELSE
                   PERFORM ITEM-START THRU ITEM-START-EXIT.
           COMPUTE PAID-PRICE = WK-BASE-PRICE + WK-LANDED
               ON SIZE ERROR MOVE 99999.99 TO PAID-PRICE
           END-COMPUTE.
           MOVE WK-DATE TO DL-DATE.
           MOVE WK-SUPPLIER TO DL-SUPPLIER.
           MOVE WK-ORDER-NO TO DL-ORDER-NO.
           MOVE WK-QUANTITY TO DL-QUANTITY.
           MOVE PAID-PRICE TO DL-PAID.
           MOVE WK-LANDED TO DL-LANDED.
           MOVE SPACE TO DL-PREV-PCT-X.
           IF PREV-FOUND = "Y"
               MOVE PREV-PAID TO VALUE-OLD
               MOVE PAID-PRICE TO VALUE-NEW
               PERFORM CALC-PERCENT THRU CALC-PERCENT-EXIT
               MOVE PERCENT-WORK TO DL-PREV-PCT.
           MOVE "    NONE" TO DL-QUOTE-X.
           MOVE SPACE TO DL-QUOTE-PCT-X.
           IF WK-QUOTE-FOUND = "Y"
               MOVE WK-QUOTE TO DL-QUOTE
               MOVE WK-QUOTE TO VALUE-OLD
               MOVE WK-BASE-PRICE TO VALUE-NEW
               PERFORM CALC-PERCENT THRU CALC-PERCENT-EXIT
               MOVE PERCENT-WORK TO DL-QUOTE-PCT.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF WK-DATE-NUM > RUN-DATE-NUM GO TO PRINT-LOOP-NEXT.
           IF WK-DATE-NUM < WINDOW-START-NUM
               MOVE PAID-PRICE TO YEAR-BASE-PAID
               MOVE "Y" TO YEAR-BASE-FOUND
               GO TO PRINT-LOOP-NEXT.
           MOVE "Y" TO LATEST-IN-YEAR.
           IF FIRST-IN-YEAR-FOUND = "N"
               MOVE PAID-PRICE TO FIRST-IN-YEAR-PAID
               MOVE "Y" TO FIRST-IN-YEAR-FOUND.
           PERFORM POST-SUMMARIES THRU POST-SUMMARIES-EXIT.
       PRINT-LOOP-NEXT.
           MOVE PAID-PRICE TO PREV-PAID.
           MOVE "Y" TO PREV-FOUND.
           GO TO PRINT-LOOP.
       PRINT-ITEMS-DONE.
           IF PREV-STOCK-CODE = SPACE
               MOVE "NO PRICED RECEIPTS ON THE JOURNAL" TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
           ELSE
               PERFORM ITEM-YEAR-LINE THRU ITEM-YEAR-LINE-EXIT.
           PERFORM PRINT-SUPPLIERS THRU PRINT-SUPPLIERS-EXIT.
           PERFORM PRINT-CATEGORIES THRU PRINT-CATEGORIES-EXIT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "RECEIPTS PRICED" TO CL-LABEL.
           MOVE RECEIPTS-PRICED TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "RECEIPTS WITH NO ORDER LINE TO PRICE" TO CL-LABEL.
           MOVE RECEIPTS-NO-ORDER TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "RECEIPTS WITH NO EXCHANGE RATE" TO CL-LABEL.
           MOVE RECEIPTS-NO-RATE TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       END-IT.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE JOURNAL-FILE.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE CURRENCY-FILE.
           CLOSE PRICE-LIST-FILE.
           CLOSE LANDED-FILE.
           CLOSE STOCK-FILE.
           CLOSE CAT-FILE.
           CLOSE WORK-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "RECEIPTS PRICED: " RECEIPTS-PRICED.
           DISPLAY "REPORT IS ON " STOCK-PPV-FN.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A NEW STOCK CODE - ITS NAME OFF THE FIRST BIN HOLDING IT
       ITEM-START.
           MOVE WK-STOCK-CODE TO PREV-STOCK-CODE.
           MOVE "N" TO PREV-FOUND.
           MOVE "N" TO YEAR-BASE-FOUND.
           MOVE "N" TO FIRST-IN-YEAR-FOUND.
           MOVE "N" TO LATEST-IN-YEAR.
           MOVE WK-STOCK-CODE TO IH-STOCK-CODE.
           MOVE "** NOT ON MASTER **" TO IH-DESC.
           MOVE WK-STOCK-CODE TO STOCK-CODE.
           MOVE LOW-VALUE TO LOCATION-CODE.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID GO TO ITEM-START-PRINT
           END-START.
           READ STOCK-FILE NEXT RECORD
               AT END GO TO ITEM-START-PRINT
           END-READ.
           IF STOCK-CODE = WK-STOCK-CODE
               MOVE PRODUCT-DESC TO IH-DESC.
       ITEM-START-PRINT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE ITEM-HEADING TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       ITEM-START-EXIT.
           EXIT.
      *THE TWELVE-MONTH CHANGE - THE LATEST PRICE AGAINST THE LAST
      *ONE PAID BEFORE THE YEAR BEGAN, OR THE YEAR'S FIRST
       ITEM-YEAR-LINE.
           MOVE SPACE TO YEAR-LINE.
           IF LATEST-IN-YEAR NOT = "Y"
               MOVE "NO RECEIPTS IN TWELVE MONTHS" TO YL-TEXT
               MOVE YEAR-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               GO TO ITEM-YEAR-LINE-EXIT.
           IF YEAR-BASE-FOUND = "Y"
               MOVE YEAR-BASE-PAID TO VALUE-OLD
           ELSE
               MOVE FIRST-IN-YEAR-PAID TO VALUE-OLD.
           MOVE PREV-PAID TO VALUE-NEW.
           PERFORM CALC-PERCENT THRU CALC-PERCENT-EXIT.
           MOVE "TWELVE-MONTH CHANGE %" TO YL-TEXT.
           MOVE PERCENT-WORK TO YL-PCT.
           MOVE YEAR-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       ITEM-YEAR-LINE-EXIT.
           EXIT.
      *PERCENTAGE CHANGE FROM VALUE-OLD TO VALUE-NEW
       CALC-PERCENT.
           MOVE 0 TO PERCENT-WORK.
           IF VALUE-OLD = 0 GO TO CALC-PERCENT-EXIT.
           COMPUTE PERCENT-WORK ROUNDED =
               (VALUE-NEW - VALUE-OLD) * 100 / VALUE-OLD
               ON SIZE ERROR MOVE 9999.9 TO PERCENT-WORK
           END-COMPUTE.
       CALC-PERCENT-EXIT.
           EXIT.
      *A RECEIPT WITHIN THE YEAR ONTO ITS SUPPLIER AND CATEGORY -
      *THE PRICE MOVE NEEDS A RECEIPT BEFORE IT, THE VARIANCE A
      *QUOTE
       POST-SUMMARIES.
           PERFORM FIND-SUPPLIER-SLOT THRU FIND-SUPPLIER-EXIT.
           PERFORM FIND-CATEGORY-SLOT THRU FIND-CATEGORY-EXIT.
           MOVE 0 TO VALUE-NEW.
           MOVE 0 TO VALUE-OLD.
           MOVE 0 TO VALUE-PPV.
           MOVE 0 TO VALUE-QUOTED.
           IF PREV-FOUND = "Y"
               COMPUTE VALUE-NEW ROUNDED = PAID-PRICE * WK-QUANTITY
               COMPUTE VALUE-OLD ROUNDED = PREV-PAID * WK-QUANTITY.
           IF WK-QUOTE-FOUND = "Y"
               COMPUTE VALUE-PPV ROUNDED =
                   (WK-BASE-PRICE - WK-QUOTE) * WK-QUANTITY
               COMPUTE VALUE-QUOTED ROUNDED = WK-QUOTE * WK-QUANTITY.
           IF SUP-IX > 0
               ADD 1 TO ST-RECEIPTS (SUP-IX)
               ADD VALUE-NEW TO ST-NEW-VALUE (SUP-IX)
               ADD VALUE-OLD TO ST-OLD-VALUE (SUP-IX)
               ADD VALUE-PPV TO ST-PPV (SUP-IX)
               ADD VALUE-QUOTED TO ST-QUOTED (SUP-IX).
           IF CAT-IX > 0
               ADD 1 TO CG-RECEIPTS (CAT-IX)
               ADD VALUE-NEW TO CG-NEW-VALUE (CAT-IX)
               ADD VALUE-OLD TO CG-OLD-VALUE (CAT-IX)
               ADD VALUE-PPV TO CG-PPV (CAT-IX)
               ADD VALUE-QUOTED TO CG-QUOTED (CAT-IX).
       POST-SUMMARIES-EXIT.
           EXIT.
       FIND-SUPPLIER-SLOT.
           MOVE 0 TO SUP-IX.
       FIND-SUPPLIER-LOOP.
           ADD 1 TO SUP-IX.
           IF SUP-IX > SUP-COUNT GO TO FIND-SUPPLIER-NEW.
           IF ST-SUPPLIER (SUP-IX) = WK-SUPPLIER
               GO TO FIND-SUPPLIER-EXIT.
           GO TO FIND-SUPPLIER-LOOP.
       FIND-SUPPLIER-NEW.
           IF SUP-COUNT NOT < 100
               MOVE 0 TO SUP-IX
               GO TO FIND-SUPPLIER-EXIT.
           ADD 1 TO SUP-COUNT.
           MOVE SUP-COUNT TO SUP-IX.
           MOVE WK-SUPPLIER TO ST-SUPPLIER (SUP-IX).
           MOVE 0 TO ST-RECEIPTS (SUP-IX).
           MOVE 0 TO ST-NEW-VALUE (SUP-IX).
           MOVE 0 TO ST-OLD-VALUE (SUP-IX).
           MOVE 0 TO ST-PPV (SUP-IX).
           MOVE 0 TO ST-QUOTED (SUP-IX).
           MOVE 0 TO ST-PCT (SUP-IX).
       FIND-SUPPLIER-EXIT.
           EXIT.
       FIND-CATEGORY-SLOT.
           MOVE 0 TO CAT-IX.
       FIND-CATEGORY-LOOP.
           ADD 1 TO CAT-IX.
           IF CAT-IX > CAT-COUNT GO TO FIND-CATEGORY-NEW.
           IF CG-PREFIX (CAT-IX) = WK-STOCK-CODE (1:2)
               GO TO FIND-CATEGORY-EXIT.
           GO TO FIND-CATEGORY-LOOP.
       FIND-CATEGORY-NEW.
           IF CAT-COUNT NOT < 40
               MOVE 0 TO CAT-IX
               GO TO FIND-CATEGORY-EXIT.
           ADD 1 TO CAT-COUNT.
           MOVE CAT-COUNT TO CAT-IX.
           MOVE WK-STOCK-CODE (1:2) TO CG-PREFIX (CAT-IX).
           MOVE 0 TO CG-RECEIPTS (CAT-IX).
           MOVE 0 TO CG-NEW-VALUE (CAT-IX).
           MOVE 0 TO CG-OLD-VALUE (CAT-IX).
           MOVE 0 TO CG-PPV (CAT-IX).
           MOVE 0 TO CG-QUOTED (CAT-IX).
       FIND-CATEGORY-EXIT.
           EXIT.
      *THE SUPPLIERS, FASTEST RISING PRICES FIRST
       PRINT-SUPPLIERS.
           MOVE 0 TO SUP-IX.
       PRINT-SUPPLIERS-PCT.
           ADD 1 TO SUP-IX.
           IF SUP-IX > SUP-COUNT GO TO PRINT-SUPPLIERS-SORT.
           MOVE ST-OLD-VALUE (SUP-IX) TO VALUE-OLD.
           MOVE ST-NEW-VALUE (SUP-IX) TO VALUE-NEW.
           PERFORM CALC-PERCENT THRU CALC-PERCENT-EXIT.
           MOVE PERCENT-WORK TO ST-PCT (SUP-IX).
           GO TO PRINT-SUPPLIERS-PCT.
       PRINT-SUPPLIERS-SORT.
           PERFORM SORT-SUPPLIERS THRU SORT-SUPPLIERS-EXIT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "BY SUPPLIER - LAST 12 MONTHS" TO SH-TITLE.
           MOVE SUMMARY-HEADING TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE 0 TO SUP-IX.
       PRINT-SUPPLIERS-LOOP.
           ADD 1 TO SUP-IX.
           IF SUP-IX > SUP-COUNT GO TO PRINT-SUPPLIERS-EXIT.
           MOVE ST-SUPPLIER (SUP-IX) TO SL-CODE.
           MOVE ST-SUPPLIER (SUP-IX) TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID MOVE "** NOT ON FILE **" TO SUPPLIER-NAME
           END-READ.
           MOVE SUPPLIER-NAME TO SL-NAME.
           MOVE ST-RECEIPTS (SUP-IX) TO SL-RECEIPTS.
           MOVE ST-PCT (SUP-IX) TO SL-PCT.
           IF ST-OLD-VALUE (SUP-IX) = 0
               MOVE SPACE TO SL-PCT-X.
           MOVE ST-PPV (SUP-IX) TO SL-PPV.
           MOVE ST-QUOTED (SUP-IX) TO VALUE-OLD.
           COMPUTE VALUE-NEW = ST-QUOTED (SUP-IX) + ST-PPV (SUP-IX)
               ON SIZE ERROR MOVE 0 TO VALUE-NEW
           END-COMPUTE.
           PERFORM CALC-PERCENT THRU CALC-PERCENT-EXIT.
           MOVE PERCENT-WORK TO SL-PPV-PCT.
           IF ST-QUOTED (SUP-IX) = 0
               MOVE SPACE TO SL-PPV-PCT-X.
           MOVE SUMMARY-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO PRINT-SUPPLIERS-LOOP.
       PRINT-SUPPLIERS-EXIT.
           EXIT.
      *A PLAIN SELECTION SORT ON THE PERCENTAGE, LARGEST FIRST
       SORT-SUPPLIERS.
           MOVE 0 TO SORT-IX.
       SORT-SUPPLIERS-PASS.
           ADD 1 TO SORT-IX.
           IF SORT-IX NOT < SUP-COUNT GO TO SORT-SUPPLIERS-EXIT.
           MOVE SORT-IX TO HIGH-IX.
           MOVE SORT-IX TO SUP-IX.
       SORT-SUPPLIERS-SCAN.
           ADD 1 TO SUP-IX.
           IF SUP-IX > SUP-COUNT GO TO SORT-SUPPLIERS-SWAP.
           IF ST-PCT (SUP-IX) > ST-PCT (HIGH-IX)
               MOVE SUP-IX TO HIGH-IX.
           GO TO SORT-SUPPLIERS-SCAN.
       SORT-SUPPLIERS-SWAP.
           IF HIGH-IX NOT = SORT-IX
               MOVE ST-ENTRY (SORT-IX) TO SWAP-ENTRY
               MOVE ST-ENTRY (HIGH-IX) TO ST-ENTRY (SORT-IX)
               MOVE SWAP-ENTRY TO ST-ENTRY (HIGH-IX).
           GO TO SORT-SUPPLIERS-PASS.
       SORT-SUPPLIERS-EXIT.
           EXIT.
       PRINT-CATEGORIES.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "BY CATEGORY - LAST 12 MONTHS" TO SH-TITLE.
           MOVE SUMMARY-HEADING TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE 0 TO CAT-IX.
       PRINT-CATEGORIES-LOOP.
           ADD 1 TO CAT-IX.
           IF CAT-IX > CAT-COUNT GO TO PRINT-CATEGORIES-EXIT.
           MOVE CG-PREFIX (CAT-IX) TO SL-CODE.
           MOVE CG-PREFIX (CAT-IX) TO CAT-CODE.
           READ CAT-FILE
               INVALID MOVE "** NOT ON MASTER **" TO CAT-DESC
           END-READ.
           MOVE CAT-DESC TO SL-NAME.
           MOVE CG-RECEIPTS (CAT-IX) TO SL-RECEIPTS.
           MOVE CG-OLD-VALUE (CAT-IX) TO VALUE-OLD.
           MOVE CG-NEW-VALUE (CAT-IX) TO VALUE-NEW.
           PERFORM CALC-PERCENT THRU CALC-PERCENT-EXIT.
           MOVE PERCENT-WORK TO SL-PCT.
           IF CG-OLD-VALUE (CAT-IX) = 0
               MOVE SPACE TO SL-PCT-X.
           MOVE CG-PPV (CAT-IX) TO SL-PPV.
           MOVE CG-QUOTED (CAT-IX) TO VALUE-OLD.
           COMPUTE VALUE-NEW = CG-QUOTED (CAT-IX) + CG-PPV (CAT-IX)
               ON SIZE ERROR MOVE 0 TO VALUE-NEW
           END-COMPUTE.
           PERFORM CALC-PERCENT THRU CALC-PERCENT-EXIT.
           MOVE PERCENT-WORK TO SL-PPV-PCT.
           IF CG-QUOTED (CAT-IX) = 0
               MOVE SPACE TO SL-PPV-PCT-X.
           MOVE SUMMARY-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO PRINT-CATEGORIES-LOOP.
       PRINT-CATEGORIES-EXIT.
           EXIT.
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
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.POL" TO STOCK-POL-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.CUR" TO STOCK-CUR-FN.
           MOVE "TRAIN.PRL" TO STOCK-PRL-FN.
           MOVE "TRAIN.LCH" TO STOCK-LCH-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.CAT" TO STOCK-CAT-FN.
           MOVE "TRAIN.PPW" TO STOCK-PPW-FN.
           MOVE "TRAIN.PPV" TO STOCK-PPV-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-RUN-DATE.
           DISPLAY "ENTER RUN DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-RUN-DATE.
           MOVE DC-DATE TO RUN-DATE.
       GET-RUN-DATE-EXIT.
           EXIT.
