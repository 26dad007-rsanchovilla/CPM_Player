       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIVABLES-LEDGER.
       AUTHOR. MICRO FOCUS LTD.
      *CUSTOMER INVOICING AND THE RECEIVABLES LEDGER.  DEPARTMENT
      *CODES FLAGGED AS OUTSIDE CUSTOMERS ON STOCK.DEP ARE BILLED
      *FROM THE JOURNAL: THE INVOICE RUN GATHERS EVERY TYPE I ISSUE
      *NOT YET BILLED INTO ONE NUMBERED INVOICE PER CUSTOMER PER
      *DISPATCH NOTE (JR-GRN-NO), AND EVERY TYPE D RETURN INTO ONE
      *CREDIT NOTE PER CUSTOMER PER RETURN REFERENCE, PRICED AT THE
      *CUSTOMER'S CHARGE BASIS THE WAY GOODS-OUT PRICES THE ISSUE.
      *THE DOCUMENTS PRINT ON STOCK.SIN, THE LINES STAY ON STOCK.SIL
      *AND EACH DOCUMENT GOES ON THE LEDGER, STOCK.ARL.  CASH
      *RECEIVED IS ENTERED AGAINST THE CUSTOMER AND MATCHED OFF THE
      *OLDEST INVOICES FIRST.  THE MONTHLY STATEMENT AND THE AGED
      *DEBTORS ANALYSIS ARE WHAT WE CHASE PAYMENT WITH.
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
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS IT-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN DYNAMIC STOCK-DEP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DEPT-CODE
           FILE STATUS DP-FILE-STATUS.
           SELECT RECEIVABLES-FILE ASSIGN DYNAMIC STOCK-ARL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AR-KEY
           FILE STATUS AR-FILE-STATUS.
           SELECT SALES-LINE-FILE ASSIGN DYNAMIC STOCK-SIL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SL-JRN-KEY
           FILE STATUS SL-FILE-STATUS.
           SELECT DOC-PRINT-FILE
           ASSIGN DYNAMIC STOCK-SIN-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS DOC-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC PRINT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  RECEIVABLES-FILE; RECORD 100.
           COPY "ARLFILE.CPY".
       FD  SALES-LINE-FILE; RECORD 60.
           COPY "SILFILE.CPY".
       FD  DOC-PRINT-FILE; RECORD 80.
       01  DOC-PRINT-LINE PIC X(80).
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-DEP-FN PIC X(12) VALUE "STOCK.DEP".
           02  STOCK-ARL-FN PIC X(12) VALUE "STOCK.ARL".
           02  STOCK-SIL-FN PIC X(12) VALUE "STOCK.SIL".
           02  STOCK-SIN-FN PIC X(12) VALUE "STOCK.SIN".
           02  STOCK-ARS-FN PIC X(12) VALUE "STOCK.ARS".
           02  STOCK-ARA-FN PIC X(12) VALUE "STOCK.ARA".
       01  PRINT-FN PIC X(12).
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
           COPY "PRMREQ.CPY".
       01  RPT-OUT-IX PIC 9.
       01  JR-FILE-STATUS PIC XX.
       01  IT-FILE-STATUS PIC XX.
       01  DP-FILE-STATUS PIC XX.
       01  AR-FILE-STATUS PIC XX.
       01  SL-FILE-STATUS PIC XX.
       01  DOC-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  RUN-DAY-COUNT PIC 9(7).
       01  DUE-DAY-COUNT PIC 9(7).
       01  DAYS-OVERDUE PIC S9(7).
       01  FROM-DATE-NUM PIC 9(8).
       01  JRN-DATE-NUM PIC 9(8).
       01  MONTH-START-NUM PIC 9(8).
       01  HOUSE-TERMS PIC 999 VALUE 30.
      *THE OVERDUE BAND ENDS IN DAYS - DUE-BAND-1/2/3 ON STOCK.PRM
      *WHEN A SUPERVISOR HAS MOVED THEM
       01  BAND-1-DAYS PIC 999 VALUE 30.
       01  BAND-2-DAYS PIC 999 VALUE 60.
       01  BAND-3-DAYS PIC 999 VALUE 90.
       01  NEXT-DOC-NO PIC 9(6).
       01  LINES-BILLED PIC 9(5).
       01  LINES-HELD PIC 9(5).
       01  CHARGE-PRICE PIC 9(4)V99.
       01  LINE-VALUE PIC 9(7)V99.
       01  DOC-TOTAL PIC 9(7)V99.
       01  DOC-LINE-COUNT PIC 9(4).
       01  PRINT-DOC-NO PIC 9(6).
       01  PRINT-CUSTOMER PIC X(4).
       01  ENTERED-CUSTOMER PIC X(4).
       01  ENTERED-DOC-X PIC X(6).
       01  ENTERED-DOC-9 REDEFINES ENTERED-DOC-X PIC 9(6).
       01  ENTERED-AMOUNT-X PIC X(9).
       01  ENTERED-AMOUNT-9 REDEFINES ENTERED-AMOUNT-X PIC 9(7)V99.
       01  ENTERED-REFERENCE PIC X(10).
       01  OUTSTANDING-VALUE PIC S9(8)V99.
       01  CREDIT-AVAILABLE PIC 9(9)V99.
       01  CREDIT-APPLIED PIC 9(9)V99.
       01  APPLY-NOW PIC 9(9)V99.
       01  OPENING-BALANCE PIC S9(9)V99.
       01  CLOSING-BALANCE PIC S9(9)V99.
       01  OVERDUE-VALUE PIC S9(9)V99.
       01  MONTH-MOVES PIC 9(4).
       01  STATEMENTS-PRINTED PIC 9(4).
       01  SIGNED-VALUE PIC S9(8)V99.
       01  GROUP-CUSTOMER PIC X(4).
       01  GROUP-OPEN PIC X.
       01  BUCKET-IX PIC 9.
      *THE DOCUMENTS OPENED BY THIS INVOICE RUN - ONE PER CUSTOMER
      *AND DISPATCH NOTE, OR CUSTOMER AND RETURN REFERENCE.  A ROW
      *THAT FINDS THE TABLE FULL WAITS FOR THE NEXT RUN.
       01  DOC-COUNT PIC 99.
       01  DOC-IX PIC 99.
       01  DOC-TABLE.
           02  DT-ENTRY OCCURS 40 TIMES.
               03  DT-CUSTOMER PIC X(4).
               03  DT-TYPE PIC X.
               03  DT-REFERENCE PIC X(10).
               03  DT-DOC-NO PIC 9(6).
       01  LOOK-REFERENCE PIC X(10).
       01  LOOK-TYPE PIC X.
      *WORK DATE FOR RUNNING AN INVOICE DATE ON BY ITS TERMS - A
      *REAL CALENDAR STEP, MONTH BY MONTH, SO THE DUE DATE IS A
      *DATE THAT EXISTS
       01  WORK-DATE-NUM PIC 9(8).
       01  WORK-DATE-PARTS REDEFINES WORK-DATE-NUM.
           02  WD-YYYY PIC 9999.
           02  WD-MM PIC 99.
           02  WD-DD PIC 99.
       01  DAYS-TO-ADD PIC 9(4).
       01  MONTH-LENGTH PIC 99.
       01  LEAP-QUOTIENT PIC 9(4).
       01  LEAP-REMAINDER PIC 9.
       01  MONTH-DAYS-VALUES PIC X(24) VALUE
               "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           02  MONTH-DAYS PIC 99 OCCURS 12 TIMES.
       01  DUE-DATE-OUT.
           02  DO-MM PIC 99.
           02  FILLER PIC X VALUE "/".
           02  DO-DD PIC 99.
           02  FILLER PIC X VALUE "/".
           02  DO-YYYY PIC 9999.
      *THE INVOICE AND CREDIT NOTE DOCUMENT
       01  DOC-HEAD.
           02  DH-TITLE PIC X(12).
           02  DH-NUMBER PIC 9(6).
           02  FILLER PIC X(7) VALUE "  DATE ".
           02  DH-DATE PIC X(10).
           02  FILLER PIC X(6) VALUE "  REF ".
           02  DH-REFERENCE PIC X(10).
       01  DOC-ADDRESS.
           02  FILLER PIC X(4) VALUE SPACE.
           02  DA-TEXT PIC X(40).
       01  DOC-DETAIL.
           02  DL-STOCK-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-DESC PIC X(20).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  DL-PRICE PIC ZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  DL-VALUE PIC ZZZZZZ9.99.
       01  DOC-FOOT.
           02  FILLER PIC X(30) VALUE SPACE.
           02  DF-LABEL PIC X(22).
           02  DF-VALUE PIC ZZZZZZZ9.99.
       01  DOC-TERMS.
           02  FILLER PIC X(18) VALUE "PAYMENT DUE BY".
           02  DTM-DUE PIC X(10).
      *THE MONTHLY STATEMENT
       01  STMT-HEAD.
           02  FILLER PIC X(20) VALUE "STATEMENT OF ACCOUNT".
           02  FILLER PIC X(3) VALUE SPACE.
           02  SH-CODE PIC X(4).
           02  FILLER PIC X(7) VALUE "  DATE ".
           02  SH-DATE PIC X(10).
       01  STMT-COLUMNS.
           02  FILLER PIC X(12) VALUE "DATE".
           02  FILLER PIC X(14) VALUE "DOCUMENT".
           02  FILLER PIC X(12) VALUE "REFERENCE".
           02  FILLER PIC X(14) VALUE "       CHARGES".
           02  FILLER PIC X(14) VALUE "       CREDITS".
       01  STMT-LINE.
           02  SM-DATE PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  SM-DOC-KIND PIC X(7).
           02  SM-DOC-NO PIC 9(6).
           02  FILLER PIC X VALUE SPACE.
           02  SM-REFERENCE PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  SM-CHARGE PIC ZZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  SM-CREDIT PIC ZZZZZZZZ9.99.
       01  STMT-TOTAL.
           02  FILLER PIC X(20) VALUE SPACE.
           02  ST-LABEL PIC X(24).
           02  ST-VALUE PIC ZZZZZZZZ9.99-.
      *THE AGED DEBTORS ANALYSIS
       01  AGED-HEADING.
           02  FILLER PIC X(5) VALUE "CUST".
           02  FILLER PIC X(10) VALUE "   NOT DUE".
           02  FILLER PIC X(7) VALUE "  UP TO".
           02  AH-BAND-1 PIC ZZ9.
           02  FILLER PIC X(7) VALUE "  UP TO".
           02  AH-BAND-2 PIC ZZ9.
           02  FILLER PIC X(7) VALUE "  UP TO".
           02  AH-BAND-3 PIC ZZ9.
           02  FILLER PIC X(7) VALUE "   OVER".
           02  AH-BAND-3B PIC ZZ9.
           02  FILLER PIC X(10) VALUE " UNALLOC C".
           02  FILLER PIC X(12) VALUE "     BALANCE".
       01  AGED-LINE.
           02  AL-CUSTOMER PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  AL-BUCKET-AREA.
               03  AL-BUCKET OCCURS 6 TIMES.
                   04  FILLER PIC X.
                   04  AL-AMOUNT PIC ZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  AL-TOTAL PIC ZZZZZZZ9.99-.
       01  CUSTOMER-BUCKETS.
           02  CB-BUCKET PIC 9(9)V99 OCCURS 6 TIMES.
       01  GRAND-BUCKETS.
           02  GB-BUCKET PIC 9(9)V99 OCCURS 6 TIMES.
       01  AGED-BALANCE PIC S9(9)V99.
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
      *THE SIGNED-ON OPERATOR'S TERMINAL CODES, LOADED BY
      *STOCK-MENU FROM THE NAMED PROFILE, REPLACE THE BUILT-IN
      *ONES BEFORE ANYTHING IS DISPLAYED
       APPLY-TERM-PROFILE.
           IF SGN-HIGHLIGHT-ON NOT = SPACE
               MOVE SGN-HIGHLIGHT-ON TO TERM-HIGHLIGHT-ON
               MOVE SGN-HIGHLIGHT-OFF TO TERM-HIGHLIGHT-OFF.
       START-PROC.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "CUSTOMER INVOICING AND RECEIVABLES".
           MOVE "CUST-TERMS" TO PQ-KEY.
           MOVE HOUSE-TERMS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO HOUSE-TERMS.
           PERFORM GET-BAND-LIMITS THRU GET-BAND-LIMITS-EXIT.
           OPEN INPUT DEPT-FILE.
           IF DP-FILE-STATUS NOT = "00"
               DISPLAY "NO DEPARTMENT MASTER ON DISK - SET ONE UP"
               DISPLAY "THROUGH DEPARTMENT MAINTENANCE FIRST."
               GO TO END-NO-FILES.
           OPEN INPUT STOCK-FILE.
           OPEN I-O RECEIVABLES-FILE.
           IF AR-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECEIVABLES-FILE
               CLOSE RECEIVABLES-FILE
               OPEN I-O RECEIVABLES-FILE
           END-IF.
           OPEN I-O SALES-LINE-FILE.
           IF SL-FILE-STATUS NOT = "00"
               OPEN OUTPUT SALES-LINE-FILE
               CLOSE SALES-LINE-FILE
               OPEN I-O SALES-LINE-FILE
           END-IF.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(I)NVOICE AND CREDIT RUN, (R)EPRINT A DOCUMENT,".
           DISPLAY "(C)ASH RECEIVED, (S)TATEMENTS, (A)GED DEBTORS,".
           DISPLAY "OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "I" OR ACTION-CHOICE = "i"
               GO TO INVOICE-RUN.
           IF ACTION-CHOICE = "R" OR ACTION-CHOICE = "r"
               GO TO REPRINT-DOCUMENT.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CASH-RECEIVED.
           IF ACTION-CHOICE = "S" OR ACTION-CHOICE = "s"
               GO TO STATEMENT-RUN.
           IF ACTION-CHOICE = "A" OR ACTION-CHOICE = "a"
               GO TO AGED-DEBTORS.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *EVERY TYPE I OR D JOURNAL ROW FOR AN OUTSIDE CUSTOMER, DATED
      *FROM THE CHOSEN DATE UP TO THE INVOICE DATE AND NOT ALREADY
      *ON STOCK.SIL, IS PRICED AND ADDED TO ITS DOCUMENT.  THE FROM
      *DATE KEEPS A DEPARTMENT NEWLY MADE A CUSTOMER FROM BEING
      *BILLED FOR WHAT IT DREW WHILE IT WAS STILL ONE OF OURS.
       INVOICE-RUN.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO ASK-ACTION.
           DISPLAY "BILL ISSUES AND RETURNS DATED FROM - ".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE RUN-DATE-NUM TO FROM-DATE-NUM.
           DISPLAY "INVOICE DATE - ".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               DISPLAY "NO JOURNAL ON FILE."
               GO TO ASK-ACTION.
           PERFORM FIND-NEXT-DOC-NO THRU FIND-DOC-EXIT.
           MOVE 0 TO DOC-COUNT.
           MOVE 0 TO LINES-BILLED.
           MOVE 0 TO LINES-HELD.
           MOVE LOW-VALUE TO JR-KEY.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID GO TO INVOICE-SCAN-DONE
           END-START.
       INVOICE-SCAN-LOOP.
           READ JOURNAL-FILE NEXT RECORD
               AT END GO TO INVOICE-SCAN-DONE
           END-READ.
           IF JR-TYPE NOT = "I" AND JR-TYPE NOT = "D"
               GO TO INVOICE-SCAN-LOOP.
           COMPUTE JRN-DATE-NUM =
               JR-YYYY * 10000 + JR-MM * 100 + JR-DD.
           IF JRN-DATE-NUM < FROM-DATE-NUM
               OR JRN-DATE-NUM > RUN-DATE-NUM
               GO TO INVOICE-SCAN-LOOP.
           MOVE JR-DEPARTMENT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID GO TO INVOICE-SCAN-LOOP
           END-READ.
           IF DEPT-TYPE NOT = "C" GO TO INVOICE-SCAN-LOOP.
           MOVE JR-KEY TO SL-JRN-KEY.
           READ SALES-LINE-FILE
               INVALID CONTINUE
               NOT INVALID GO TO INVOICE-SCAN-LOOP
           END-READ.
           PERFORM BILL-JOURNAL-ROW THRU BILL-JOURNAL-EXIT.
           GO TO INVOICE-SCAN-LOOP.
       INVOICE-SCAN-DONE.
           CLOSE JOURNAL-FILE.
           IF DOC-COUNT = 0
               DISPLAY "NOTHING TO INVOICE OR CREDIT."
               GO TO ASK-ACTION.
           OPEN EXTEND DOC-PRINT-FILE.
           IF DOC-STATUS NOT = "00"
               OPEN OUTPUT DOC-PRINT-FILE
           END-IF.
           MOVE 0 TO DOC-IX.
       INVOICE-PRINT-LOOP.
           ADD 1 TO DOC-IX.
           IF DOC-IX > DOC-COUNT GO TO INVOICE-PRINT-DONE.
           MOVE DT-CUSTOMER (DOC-IX) TO PRINT-CUSTOMER.
           MOVE DT-DOC-NO (DOC-IX) TO PRINT-DOC-NO.
           PERFORM PRINT-DOCUMENT THRU PRINT-DOCUMENT-EXIT.
           GO TO INVOICE-PRINT-LOOP.
       INVOICE-PRINT-DONE.
           CLOSE DOC-PRINT-FILE.
           DISPLAY "DOCUMENTS RAISED: " DOC-COUNT
               "  LINES BILLED: " LINES-BILLED.
           IF LINES-HELD NOT = 0
               DISPLAY TERM-HIGHLIGHT-ON LINES-HELD
                   " LINES WAIT FOR THE NEXT RUN - TOO MANY"
                   " DOCUMENTS AT ONCE" TERM-HIGHLIGHT-OFF.
           DISPLAY "INVOICES AND CREDIT NOTES ARE ON STOCK.SIN".
           GO TO ASK-ACTION.
       BILL-JOURNAL-ROW.
           MOVE JR-TYPE TO LOOK-TYPE.
           MOVE SPACE TO LOOK-REFERENCE.
           IF JR-TYPE = "I"
               MOVE JR-GRN-NO TO LOOK-REFERENCE
           ELSE
               MOVE JR-REFERENCE TO LOOK-REFERENCE
           END-IF.
           PERFORM FIND-DOCUMENT THRU FIND-DOCUMENT-EXIT.
           IF DOC-IX = 0
               ADD 1 TO LINES-HELD
               GO TO BILL-JOURNAL-EXIT.
           PERFORM GET-CHARGE-PRICE THRU GET-CHARGE-EXIT.
           COMPUTE LINE-VALUE ROUNDED = JR-QUANTITY * CHARGE-PRICE.
           MOVE JR-KEY TO SL-JRN-KEY.
           MOVE DT-DOC-NO (DOC-IX) TO SL-DOC-NO.
           MOVE JR-DEPARTMENT TO SL-CUSTOMER.
           MOVE JR-QUANTITY TO SL-QUANTITY.
           MOVE CHARGE-PRICE TO SL-PRICE.
           MOVE LINE-VALUE TO SL-VALUE.
           WRITE SALES-LINE-RECORD
               INVALID GO TO BILL-JOURNAL-EXIT
           END-WRITE.
           MOVE JR-DEPARTMENT TO AR-CUSTOMER.
           MOVE DT-DOC-NO (DOC-IX) TO AR-DOC-NO.
           READ RECEIVABLES-FILE
               INVALID GO TO BILL-JOURNAL-EXIT
           END-READ.
           ADD LINE-VALUE TO AR-VALUE.
           REWRITE RECEIVABLE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LEDGER FILE I/O ERROR, STATUS: " AR-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           ADD 1 TO LINES-BILLED.
       BILL-JOURNAL-EXIT.
           EXIT.
      *THE DOCUMENT THIS ROW BELONGS TO, OPENED ON THE LEDGER AT
      *NIL VALUE THE FIRST TIME ITS CUSTOMER AND REFERENCE COME UP
       FIND-DOCUMENT.
           MOVE 0 TO DOC-IX.
       FIND-DOCUMENT-LOOP.
           ADD 1 TO DOC-IX.
           IF DOC-IX > DOC-COUNT GO TO FIND-DOCUMENT-NEW.
           IF DT-CUSTOMER (DOC-IX) = JR-DEPARTMENT
               AND DT-TYPE (DOC-IX) = LOOK-TYPE
               AND DT-REFERENCE (DOC-IX) = LOOK-REFERENCE
               GO TO FIND-DOCUMENT-EXIT.
           GO TO FIND-DOCUMENT-LOOP.
       FIND-DOCUMENT-NEW.
           IF DOC-COUNT = 40
               MOVE 0 TO DOC-IX
               GO TO FIND-DOCUMENT-EXIT.
           ADD 1 TO DOC-COUNT.
           MOVE DOC-COUNT TO DOC-IX.
           MOVE JR-DEPARTMENT TO DT-CUSTOMER (DOC-IX).
           MOVE LOOK-TYPE TO DT-TYPE (DOC-IX).
           MOVE LOOK-REFERENCE TO DT-REFERENCE (DOC-IX).
           MOVE NEXT-DOC-NO TO DT-DOC-NO (DOC-IX).
           ADD 1 TO NEXT-DOC-NO.
           MOVE SPACE TO RECEIVABLE-RECORD.
           MOVE JR-DEPARTMENT TO AR-CUSTOMER.
           MOVE DT-DOC-NO (DOC-IX) TO AR-DOC-NO.
           IF LOOK-TYPE = "I"
               MOVE "I" TO AR-DOC-TYPE
           ELSE
               MOVE "C" TO AR-DOC-TYPE
           END-IF.
           MOVE LOOK-REFERENCE TO AR-REFERENCE.
           MOVE RUN-DATE TO AR-DATE.
           MOVE RUN-DATE-NUM TO AR-DATE-NUM.
           MOVE RUN-DATE-NUM TO WORK-DATE-NUM.
           IF LOOK-TYPE = "I"
               PERFORM WORK-OUT-DUE-DATE THRU WORK-OUT-DUE-EXIT.
           MOVE WORK-DATE-NUM TO AR-DUE-NUM.
           MOVE 0 TO AR-VALUE.
           MOVE 0 TO AR-ALLOCATED.
           MOVE "O" TO AR-STATUS.
           WRITE RECEIVABLE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LEDGER FILE I/O ERROR, STATUS: " AR-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
       FIND-DOCUMENT-EXIT.
           EXIT.
      *ONE NUMBER SERIES FOR EVERY DOCUMENT ON THE LEDGER, CARRIED
      *ON FROM THE HIGHEST ALREADY THERE, AS DEBIT NOTES ARE
       FIND-NEXT-DOC-NO.
           MOVE 0 TO NEXT-DOC-NO.
           MOVE LOW-VALUE TO AR-KEY.
           START RECEIVABLES-FILE KEY NOT LESS THAN AR-KEY
               INVALID GO TO FIND-DOC-DONE
           END-START.
       FIND-DOC-LOOP.
           READ RECEIVABLES-FILE NEXT RECORD
               AT END GO TO FIND-DOC-DONE
           END-READ.
           IF AR-DOC-NO > NEXT-DOC-NO
               MOVE AR-DOC-NO TO NEXT-DOC-NO.
           GO TO FIND-DOC-LOOP.
       FIND-DOC-DONE.
           ADD 1 TO NEXT-DOC-NO.
       FIND-DOC-EXIT.
           EXIT.
      *WHAT THE CUSTOMER IS CHARGED PER UNIT - COST, THE ITEM'S
      *SELLING PRICE, OR COST PLUS THE CUSTOMER'S PERCENTAGE, AS
      *GOODS-OUT PRICES THE ISSUE.  A SELLING PRICE NEVER SET FALLS
      *BACK TO COST RATHER THAN CHARGE ZERO.
       GET-CHARGE-PRICE.
           MOVE 0 TO CHARGE-PRICE.
           MOVE JR-STOCK-CODE TO STOCK-CODE.
           MOVE JR-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID GO TO GET-CHARGE-EXIT
           END-READ.
           MOVE UNIT-COST TO CHARGE-PRICE.
           IF DEPT-CHARGE-BASIS = "S"
               AND SELLING-PRICE NOT = 0
               MOVE SELLING-PRICE TO CHARGE-PRICE
               GO TO GET-CHARGE-EXIT.
           IF DEPT-CHARGE-BASIS = "P"
               AND DEPT-PLUS-PCT NUMERIC
               COMPUTE CHARGE-PRICE ROUNDED =
                   UNIT-COST * (1 + DEPT-PLUS-PCT / 100)
                   ON SIZE ERROR MOVE UNIT-COST TO CHARGE-PRICE
               END-COMPUTE.
       GET-CHARGE-EXIT.
           EXIT.
      *THE INVOICE DATE RUN ON BY THE CUSTOMER'S TERMS, OR THE
      *HOUSE CUSTOMER TERMS WHEN IT HAS NONE OF ITS OWN
       WORK-OUT-DUE-DATE.
           IF DEPT-TERMS-DAYS NUMERIC
               MOVE DEPT-TERMS-DAYS TO DAYS-TO-ADD
           ELSE
               MOVE HOUSE-TERMS TO DAYS-TO-ADD
           END-IF.
       ADVANCE-DATE-LOOP.
           PERFORM SET-MONTH-LENGTH.
           IF WD-DD + DAYS-TO-ADD NOT > MONTH-LENGTH
               ADD DAYS-TO-ADD TO WD-DD
               GO TO WORK-OUT-DUE-EXIT.
           COMPUTE DAYS-TO-ADD =
               DAYS-TO-ADD - (MONTH-LENGTH - WD-DD + 1).
           MOVE 1 TO WD-DD.
           ADD 1 TO WD-MM.
           IF WD-MM > 12
               MOVE 1 TO WD-MM
               ADD 1 TO WD-YYYY.
           GO TO ADVANCE-DATE-LOOP.
       WORK-OUT-DUE-EXIT.
           EXIT.
       SET-MONTH-LENGTH.
           MOVE MONTH-DAYS (WD-MM) TO MONTH-LENGTH.
           IF WD-MM = 2
               DIVIDE WD-YYYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   MOVE 29 TO MONTH-LENGTH.
      *ONE INVOICE OR CREDIT NOTE, FROM ITS LEDGER ROW AND ITS LINES
      *ON STOCK.SIL.  LIKE THE DISPATCH NOTE AND THE DEBIT NOTE IT
      *IS WRITTEN DIRECT, NOT THROUGH REPORT-FORMAT - ITS FREE-FORM
      *LAYOUT DOES NOT FIT THE TITLE-AND-COLUMNS PAGE MODEL.
       PRINT-DOCUMENT.
           MOVE PRINT-CUSTOMER TO AR-CUSTOMER.
           MOVE PRINT-DOC-NO TO AR-DOC-NO.
           READ RECEIVABLES-FILE
               INVALID GO TO PRINT-DOCUMENT-EXIT
           END-READ.
           MOVE PRINT-CUSTOMER TO DEPT-CODE.
           READ DEPT-FILE
               INVALID MOVE "NOT ON FILE" TO DEPT-NAME
                   MOVE SPACE TO DEPT-ADDRESS-1
                   MOVE SPACE TO DEPT-ADDRESS-2
           END-READ.
           IF AR-DOC-TYPE = "I"
               MOVE "INVOICE" TO DH-TITLE
           ELSE
               MOVE "CREDIT NOTE" TO DH-TITLE
           END-IF.
           MOVE AR-DOC-NO TO DH-NUMBER.
           MOVE AR-DATE TO DH-DATE.
           MOVE AR-REFERENCE TO DH-REFERENCE.
           MOVE DOC-HEAD TO DOC-PRINT-LINE.
           PERFORM WRITE-DOC-SAFE THRU WRITE-DOC-SAFE-EXIT.
           MOVE SPACE TO DA-TEXT.
           STRING PRINT-CUSTOMER " " DEPT-NAME
               DELIMITED BY SIZE INTO DA-TEXT.
           MOVE DOC-ADDRESS TO DOC-PRINT-LINE.
           PERFORM WRITE-DOC-SAFE THRU WRITE-DOC-SAFE-EXIT.
           MOVE DEPT-ADDRESS-1 TO DA-TEXT.
           MOVE DOC-ADDRESS TO DOC-PRINT-LINE.
           PERFORM WRITE-DOC-SAFE THRU WRITE-DOC-SAFE-EXIT.
           MOVE DEPT-ADDRESS-2 TO DA-TEXT.
           MOVE DOC-ADDRESS TO DOC-PRINT-LINE.
           PERFORM WRITE-DOC-SAFE THRU WRITE-DOC-SAFE-EXIT.
           MOVE SPACE TO DOC-PRINT-LINE.
           PERFORM WRITE-DOC-SAFE THRU WRITE-DOC-SAFE-EXIT.
           MOVE 0 TO DOC-LINE-COUNT.
           MOVE LOW-VALUE TO SL-JRN-KEY.
           START SALES-LINE-FILE KEY NOT LESS THAN SL-JRN-KEY
               INVALID GO TO PRINT-DOCUMENT-FOOT
           END-START.
       PRINT-DOCUMENT-LINES.
           READ SALES-LINE-FILE NEXT RECORD
               AT END GO TO PRINT-DOCUMENT-FOOT
           END-READ.
           IF SL-DOC-NO NOT = PRINT-DOC-NO
               OR SL-CUSTOMER NOT = PRINT-CUSTOMER
               GO TO PRINT-DOCUMENT-LINES.
           MOVE SL-STOCK-CODE TO DL-STOCK-CODE.
           MOVE SL-STOCK-CODE TO STOCK-CODE.
           MOVE SL-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID MOVE SPACE TO DL-DESC
               NOT INVALID MOVE PRODUCT-DESC TO DL-DESC
           END-READ.
           MOVE SL-QUANTITY TO DL-QUANTITY.
           MOVE SL-PRICE TO DL-PRICE.
           MOVE SL-VALUE TO DL-VALUE.
           MOVE DOC-DETAIL TO DOC-PRINT-LINE.
           PERFORM WRITE-DOC-SAFE THRU WRITE-DOC-SAFE-EXIT.
           ADD 1 TO DOC-LINE-COUNT.
           GO TO PRINT-DOCUMENT-LINES.
       PRINT-DOCUMENT-FOOT.
           MOVE SPACE TO DOC-PRINT-LINE.
           PERFORM WRITE-DOC-SAFE THRU WRITE-DOC-SAFE-EXIT.
           IF AR-DOC-TYPE = "I"
               MOVE "TOTAL NOW DUE" TO DF-LABEL
           ELSE
               MOVE "TOTAL CREDITED" TO DF-LABEL
           END-IF.
           MOVE AR-VALUE TO DF-VALUE.
           MOVE DOC-FOOT TO DOC-PRINT-LINE.
           PERFORM WRITE-DOC-SAFE THRU WRITE-DOC-SAFE-EXIT.
           IF AR-DOC-TYPE = "I"
               MOVE AR-DUE-NUM TO WORK-DATE-NUM
               PERFORM EDIT-WORK-DATE
               MOVE DUE-DATE-OUT TO DTM-DUE
               MOVE DOC-TERMS TO DOC-PRINT-LINE
               PERFORM WRITE-DOC-SAFE THRU WRITE-DOC-SAFE-EXIT.
           MOVE SPACE TO DOC-PRINT-LINE.
           PERFORM WRITE-DOC-SAFE THRU WRITE-DOC-SAFE-EXIT.
           PERFORM WRITE-DOC-SAFE THRU WRITE-DOC-SAFE-EXIT.
       PRINT-DOCUMENT-EXIT.
           EXIT.
       EDIT-WORK-DATE.
           MOVE WD-MM TO DO-MM.
           MOVE WD-DD TO DO-DD.
           MOVE WD-YYYY TO DO-YYYY.
      *A COPY OF AN INVOICE OR CREDIT NOTE THE CUSTOMER HAS LOST
       REPRINT-DOCUMENT.
           DISPLAY "CUSTOMER CODE (BLANK TO END): ".
           MOVE SPACE TO ENTERED-CUSTOMER.
           ACCEPT ENTERED-CUSTOMER.
           IF ENTERED-CUSTOMER = SPACE GO TO ASK-ACTION.
           DISPLAY "DOCUMENT NUMBER (NNNNNN): ".
           MOVE SPACE TO ENTERED-DOC-X.
           ACCEPT ENTERED-DOC-X.
           IF ENTERED-DOC-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "NUMBER NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO REPRINT-DOCUMENT.
           MOVE ENTERED-CUSTOMER TO AR-CUSTOMER.
           MOVE ENTERED-DOC-9 TO AR-DOC-NO.
           READ RECEIVABLES-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON THE LEDGER"
                   TERM-HIGHLIGHT-OFF
               GO TO REPRINT-DOCUMENT
           END-READ.
           IF AR-DOC-TYPE = "R"
               DISPLAY "A RECEIPT HAS NO DOCUMENT TO PRINT."
               GO TO REPRINT-DOCUMENT.
           OPEN EXTEND DOC-PRINT-FILE.
           IF DOC-STATUS NOT = "00"
               OPEN OUTPUT DOC-PRINT-FILE
           END-IF.
           MOVE ENTERED-CUSTOMER TO PRINT-CUSTOMER.
           MOVE ENTERED-DOC-9 TO PRINT-DOC-NO.
           PERFORM PRINT-DOCUMENT THRU PRINT-DOCUMENT-EXIT.
           CLOSE DOC-PRINT-FILE.
           DISPLAY "COPY IS ON STOCK.SIN".
           GO TO REPRINT-DOCUMENT.
      *MONEY IN FROM A CUSTOMER GOES ON THE LEDGER AS A RECEIPT,
      *THEN IT AND ANY CREDIT NOTES STILL UNUSED ARE MATCHED OFF
      *THE CUSTOMER'S OLDEST INVOICES FIRST
       CASH-RECEIVED.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO ASK-ACTION.
       CASH-ASK-CUSTOMER.
           DISPLAY "CUSTOMER CODE (BLANK TO END): ".
           MOVE SPACE TO ENTERED-CUSTOMER.
           ACCEPT ENTERED-CUSTOMER.
           IF ENTERED-CUSTOMER = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-CUSTOMER TO DEPT-CODE.
           READ DEPT-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO CASH-ASK-CUSTOMER
           END-READ.
           IF DEPT-TYPE NOT = "C"
               DISPLAY TERM-HIGHLIGHT-ON
                   "NOT AN OUTSIDE CUSTOMER" TERM-HIGHLIGHT-OFF
               GO TO CASH-ASK-CUSTOMER.
           DISPLAY DEPT-NAME.
       CASH-ASK-AMOUNT.
           DISPLAY "AMOUNT RECEIVED (NNNNNNNNN = NNNNNNN.NN): ".
           MOVE SPACE TO ENTERED-AMOUNT-X.
           ACCEPT ENTERED-AMOUNT-X.
           IF ENTERED-AMOUNT-X = SPACE GO TO CASH-ASK-CUSTOMER.
           IF ENTERED-AMOUNT-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "AMOUNT NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO CASH-ASK-AMOUNT.
           IF ENTERED-AMOUNT-9 = 0 GO TO CASH-ASK-CUSTOMER.
           DISPLAY "PAYMENT REFERENCE: ".
           MOVE SPACE TO ENTERED-REFERENCE.
           ACCEPT ENTERED-REFERENCE.
           DISPLAY "DATE RECEIVED - ".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           PERFORM FIND-NEXT-DOC-NO THRU FIND-DOC-EXIT.
           MOVE SPACE TO RECEIVABLE-RECORD.
           MOVE ENTERED-CUSTOMER TO AR-CUSTOMER.
           MOVE NEXT-DOC-NO TO AR-DOC-NO.
           MOVE "R" TO AR-DOC-TYPE.
           MOVE ENTERED-REFERENCE TO AR-REFERENCE.
           MOVE RUN-DATE TO AR-DATE.
           MOVE RUN-DATE-NUM TO AR-DATE-NUM.
           MOVE RUN-DATE-NUM TO AR-DUE-NUM.
           MOVE ENTERED-AMOUNT-9 TO AR-VALUE.
           MOVE 0 TO AR-ALLOCATED.
           MOVE "O" TO AR-STATUS.
           WRITE RECEIVABLE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LEDGER FILE I/O ERROR, STATUS: " AR-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO CASH-ASK-CUSTOMER
           END-WRITE.
           DISPLAY "RECEIPT " NEXT-DOC-NO " RECORDED".
           MOVE ENTERED-CUSTOMER TO GROUP-CUSTOMER.
           PERFORM ALLOCATE-CUSTOMER THRU ALLOCATE-EXIT.
           GO TO CASH-ASK-CUSTOMER.
      *THREE PASSES OVER ONE CUSTOMER: WHAT CREDIT IS UNUSED, THEN
      *THE OLDEST INVOICES TAKE AS MUCH OF IT AS THEY NEED, THEN THE
      *CREDITS ARE MARKED USED BY WHAT THE INVOICES TOOK
       ALLOCATE-CUSTOMER.
           MOVE 0 TO CREDIT-AVAILABLE.
           MOVE 0 TO CREDIT-APPLIED.
           MOVE GROUP-CUSTOMER TO AR-CUSTOMER.
           MOVE 0 TO AR-DOC-NO.
           START RECEIVABLES-FILE KEY NOT LESS THAN AR-KEY
               INVALID GO TO ALLOCATE-EXIT
           END-START.
       ALLOCATE-CREDIT-LOOP.
           READ RECEIVABLES-FILE NEXT RECORD
               AT END GO TO ALLOCATE-INVOICES
           END-READ.
           IF AR-CUSTOMER NOT = GROUP-CUSTOMER
               GO TO ALLOCATE-INVOICES.
           IF AR-STATUS = "O" AND AR-DOC-TYPE NOT = "I"
               COMPUTE CREDIT-AVAILABLE = CREDIT-AVAILABLE
                   + AR-VALUE - AR-ALLOCATED.
           GO TO ALLOCATE-CREDIT-LOOP.
       ALLOCATE-INVOICES.
           IF CREDIT-AVAILABLE = 0 GO TO ALLOCATE-EXIT.
           MOVE GROUP-CUSTOMER TO AR-CUSTOMER.
           MOVE 0 TO AR-DOC-NO.
           START RECEIVABLES-FILE KEY NOT LESS THAN AR-KEY
               INVALID GO TO ALLOCATE-EXIT
           END-START.
       ALLOCATE-INVOICE-LOOP.
           IF CREDIT-APPLIED NOT < CREDIT-AVAILABLE
               GO TO ALLOCATE-CREDITS.
           READ RECEIVABLES-FILE NEXT RECORD
               AT END GO TO ALLOCATE-CREDITS
           END-READ.
           IF AR-CUSTOMER NOT = GROUP-CUSTOMER
               GO TO ALLOCATE-CREDITS.
           IF AR-STATUS NOT = "O" OR AR-DOC-TYPE NOT = "I"
               GO TO ALLOCATE-INVOICE-LOOP.
           COMPUTE APPLY-NOW = AR-VALUE - AR-ALLOCATED.
           IF APPLY-NOW > CREDIT-AVAILABLE - CREDIT-APPLIED
               COMPUTE APPLY-NOW = CREDIT-AVAILABLE - CREDIT-APPLIED.
           ADD APPLY-NOW TO AR-ALLOCATED.
           ADD APPLY-NOW TO CREDIT-APPLIED.
           IF AR-ALLOCATED NOT < AR-VALUE
               MOVE "C" TO AR-STATUS.
           REWRITE RECEIVABLE-RECORD
               INVALID CONTINUE
           END-REWRITE.
           GO TO ALLOCATE-INVOICE-LOOP.
       ALLOCATE-CREDITS.
           IF CREDIT-APPLIED = 0 GO TO ALLOCATE-EXIT.
           MOVE GROUP-CUSTOMER TO AR-CUSTOMER.
           MOVE 0 TO AR-DOC-NO.
           START RECEIVABLES-FILE KEY NOT LESS THAN AR-KEY
               INVALID GO TO ALLOCATE-EXIT
           END-START.
       ALLOCATE-CREDITS-LOOP.
           IF CREDIT-APPLIED = 0 GO TO ALLOCATE-EXIT.
           READ RECEIVABLES-FILE NEXT RECORD
               AT END GO TO ALLOCATE-EXIT
           END-READ.
           IF AR-CUSTOMER NOT = GROUP-CUSTOMER
               GO TO ALLOCATE-EXIT.
           IF AR-STATUS NOT = "O" OR AR-DOC-TYPE = "I"
               GO TO ALLOCATE-CREDITS-LOOP.
           COMPUTE APPLY-NOW = AR-VALUE - AR-ALLOCATED.
           IF APPLY-NOW > CREDIT-APPLIED
               MOVE CREDIT-APPLIED TO APPLY-NOW.
           ADD APPLY-NOW TO AR-ALLOCATED.
           SUBTRACT APPLY-NOW FROM CREDIT-APPLIED.
           IF AR-ALLOCATED NOT < AR-VALUE
               MOVE "C" TO AR-STATUS.
           REWRITE RECEIVABLE-RECORD
               INVALID CONTINUE
           END-REWRITE.
           GO TO ALLOCATE-CREDITS-LOOP.
       ALLOCATE-EXIT.
           EXIT.
      *ONE STATEMENT PER CUSTOMER FOR THE MONTH OF THE STATEMENT
      *DATE: THE BALANCE BROUGHT FORWARD, EVERY DOCUMENT DATED IN
      *THE MONTH, THE BALANCE NOW OWED AND HOW MUCH OF IT IS PAST
      *ITS DUE DATE.  A CUSTOMER WITH NO BALANCE AND NO MOVEMENT
      *GETS NO STATEMENT.
       STATEMENT-RUN.
           DISPLAY "STATEMENT DATE - ".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE RUN-DATE-NUM TO WORK-DATE-NUM.
           MOVE 1 TO WD-DD.
           MOVE WORK-DATE-NUM TO MONTH-START-NUM.
           MOVE STOCK-ARS-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE 0 TO STATEMENTS-PRINTED.
           MOVE LOW-VALUE TO DEPT-CODE.
           START DEPT-FILE KEY NOT LESS THAN DEPT-CODE
               INVALID GO TO STATEMENT-DONE
           END-START.
       STATEMENT-CUSTOMER-LOOP.
           READ DEPT-FILE NEXT RECORD
               AT END GO TO STATEMENT-DONE
           END-READ.
           IF DEPT-TYPE NOT = "C" GO TO STATEMENT-CUSTOMER-LOOP.
           MOVE DEPT-CODE TO GROUP-CUSTOMER.
           PERFORM TOTAL-STATEMENT THRU TOTAL-STATEMENT-EXIT.
           IF OPENING-BALANCE = 0 AND MONTH-MOVES = 0
               GO TO STATEMENT-CUSTOMER-LOOP.
           PERFORM PRINT-STATEMENT THRU PRINT-STATEMENT-EXIT.
           ADD 1 TO STATEMENTS-PRINTED.
           GO TO STATEMENT-CUSTOMER-LOOP.
       STATEMENT-DONE.
           CLOSE PRINT-FILE.
           DISPLAY "STATEMENTS PRINTED: " STATEMENTS-PRINTED.
           DISPLAY "STATEMENTS ARE ON STOCK.ARS".
           GO TO ASK-ACTION.
       TOTAL-STATEMENT.
           MOVE 0 TO OPENING-BALANCE.
           MOVE 0 TO CLOSING-BALANCE.
           MOVE 0 TO OVERDUE-VALUE.
           MOVE 0 TO MONTH-MOVES.
           MOVE GROUP-CUSTOMER TO AR-CUSTOMER.
           MOVE 0 TO AR-DOC-NO.
           START RECEIVABLES-FILE KEY NOT LESS THAN AR-KEY
               INVALID GO TO TOTAL-STATEMENT-EXIT
           END-START.
       TOTAL-STATEMENT-LOOP.
           READ RECEIVABLES-FILE NEXT RECORD
               AT END GO TO TOTAL-STATEMENT-EXIT
           END-READ.
           IF AR-CUSTOMER NOT = GROUP-CUSTOMER
               GO TO TOTAL-STATEMENT-EXIT.
           IF AR-DATE-NUM > RUN-DATE-NUM GO TO TOTAL-STATEMENT-LOOP.
           MOVE AR-VALUE TO SIGNED-VALUE.
           IF AR-DOC-TYPE NOT = "I"
               COMPUTE SIGNED-VALUE = 0 - SIGNED-VALUE.
           ADD SIGNED-VALUE TO CLOSING-BALANCE.
           IF AR-DATE-NUM < MONTH-START-NUM
               ADD SIGNED-VALUE TO OPENING-BALANCE
           ELSE
               ADD 1 TO MONTH-MOVES
           END-IF.
           IF AR-STATUS = "O"
               IF AR-DOC-TYPE = "I"
                   IF AR-DUE-NUM < RUN-DATE-NUM
                       COMPUTE OVERDUE-VALUE = OVERDUE-VALUE
                           + AR-VALUE - AR-ALLOCATED
                   END-IF
               ELSE
                   COMPUTE OVERDUE-VALUE = OVERDUE-VALUE
                       - AR-VALUE + AR-ALLOCATED
               END-IF
           END-IF.
           GO TO TOTAL-STATEMENT-LOOP.
       TOTAL-STATEMENT-EXIT.
           EXIT.
       PRINT-STATEMENT.
           MOVE GROUP-CUSTOMER TO SH-CODE.
           MOVE RUN-DATE TO SH-DATE.
           MOVE STMT-HEAD TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           MOVE SPACE TO DA-TEXT.
           MOVE DEPT-NAME TO DA-TEXT.
           MOVE DOC-ADDRESS TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           MOVE DEPT-ADDRESS-1 TO DA-TEXT.
           MOVE DOC-ADDRESS TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           MOVE DEPT-ADDRESS-2 TO DA-TEXT.
           MOVE DOC-ADDRESS TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           MOVE SPACE TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           MOVE STMT-COLUMNS TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           MOVE "BALANCE BROUGHT FORWARD" TO ST-LABEL.
           MOVE OPENING-BALANCE TO ST-VALUE.
           MOVE STMT-TOTAL TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           MOVE GROUP-CUSTOMER TO AR-CUSTOMER.
           MOVE 0 TO AR-DOC-NO.
           START RECEIVABLES-FILE KEY NOT LESS THAN AR-KEY
               INVALID GO TO PRINT-STATEMENT-FOOT
           END-START.
       PRINT-STATEMENT-LOOP.
           READ RECEIVABLES-FILE NEXT RECORD
               AT END GO TO PRINT-STATEMENT-FOOT
           END-READ.
           IF AR-CUSTOMER NOT = GROUP-CUSTOMER
               GO TO PRINT-STATEMENT-FOOT.
           IF AR-DATE-NUM < MONTH-START-NUM
               OR AR-DATE-NUM > RUN-DATE-NUM
               GO TO PRINT-STATEMENT-LOOP.
           MOVE SPACE TO STMT-LINE.
           MOVE AR-DATE TO SM-DATE.
           MOVE AR-DOC-NO TO SM-DOC-NO.
           MOVE AR-REFERENCE TO SM-REFERENCE.
           IF AR-DOC-TYPE = "I"
               MOVE "INVOICE" TO SM-DOC-KIND
               MOVE AR-VALUE TO SM-CHARGE
           ELSE
               IF AR-DOC-TYPE = "C"
                   MOVE "CREDIT " TO SM-DOC-KIND
               ELSE
                   MOVE "PAYMENT" TO SM-DOC-KIND
               END-IF
               MOVE AR-VALUE TO SM-CREDIT
           END-IF.
           MOVE STMT-LINE TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           GO TO PRINT-STATEMENT-LOOP.
       PRINT-STATEMENT-FOOT.
           MOVE SPACE TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           MOVE "BALANCE NOW OWED" TO ST-LABEL.
           MOVE CLOSING-BALANCE TO ST-VALUE.
           MOVE STMT-TOTAL TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           IF OVERDUE-VALUE > 0
               MOVE "OF WHICH OVERDUE" TO ST-LABEL
               MOVE OVERDUE-VALUE TO ST-VALUE
               MOVE STMT-TOTAL TO PRINT-LINE
               PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           MOVE SPACE TO PRINT-LINE.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
           PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT.
       PRINT-STATEMENT-EXIT.
           EXIT.
      *WHAT EACH CUSTOMER STILL OWES, SPREAD BY HOW FAR PAST ITS
      *DUE DATE EACH INVOICE IS ON THE AS-AT DATE, WITH CREDIT NOT
      *YET MATCHED TO AN INVOICE SHOWN APART AND TAKEN OFF
       AGED-DEBTORS.
           DISPLAY "AGE THE LEDGER AS AT - ".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE STOCK-ARA-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "AGED DEBTORS ANALYSIS" TO RPT-TITLE.
           MOVE AGED-HEADING TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE "N" TO GROUP-OPEN.
           PERFORM CLEAR-GRAND-BUCKET
               VARYING BUCKET-IX FROM 1 BY 1 UNTIL BUCKET-IX > 6.
           MOVE LOW-VALUE TO AR-KEY.
           START RECEIVABLES-FILE KEY NOT LESS THAN AR-KEY
               INVALID GO TO AGED-DONE
           END-START.
       AGED-LOOP.
           READ RECEIVABLES-FILE NEXT RECORD
               AT END GO TO AGED-DONE
           END-READ.
           IF AR-STATUS NOT = "O" GO TO AGED-LOOP.
           IF AR-DATE-NUM > RUN-DATE-NUM GO TO AGED-LOOP.
           IF GROUP-OPEN = "Y" AND AR-CUSTOMER NOT = GROUP-CUSTOMER
               PERFORM PRINT-AGED-CUSTOMER THRU PRINT-AGED-EXIT.
           IF GROUP-OPEN NOT = "Y"
               MOVE "Y" TO GROUP-OPEN
               MOVE AR-CUSTOMER TO GROUP-CUSTOMER
               PERFORM CLEAR-CUSTOMER-BUCKET
                   VARYING BUCKET-IX FROM 1 BY 1 UNTIL BUCKET-IX > 6
           END-IF.
           COMPUTE OUTSTANDING-VALUE = AR-VALUE - AR-ALLOCATED.
           IF AR-DOC-TYPE NOT = "I"
               ADD OUTSTANDING-VALUE TO CB-BUCKET (6)
               GO TO AGED-LOOP.
           MOVE AR-DUE-NUM TO WORK-DATE-NUM.
           COMPUTE DUE-DAY-COUNT =
               WD-YYYY * 365 + WD-MM * 30 + WD-DD.
           COMPUTE DAYS-OVERDUE = RUN-DAY-COUNT - DUE-DAY-COUNT.
           MOVE 1 TO BUCKET-IX.
           IF DAYS-OVERDUE > 0 MOVE 2 TO BUCKET-IX.
           IF DAYS-OVERDUE > BAND-1-DAYS MOVE 3 TO BUCKET-IX.
           IF DAYS-OVERDUE > BAND-2-DAYS MOVE 4 TO BUCKET-IX.
           IF DAYS-OVERDUE > BAND-3-DAYS MOVE 5 TO BUCKET-IX.
           ADD OUTSTANDING-VALUE TO CB-BUCKET (BUCKET-IX).
           GO TO AGED-LOOP.
       AGED-DONE.
           IF GROUP-OPEN = "Y"
               PERFORM PRINT-AGED-CUSTOMER THRU PRINT-AGED-EXIT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO AGED-LINE.
           MOVE "ALL" TO AL-CUSTOMER.
           MOVE 0 TO AGED-BALANCE.
           PERFORM MOVE-GRAND-BUCKET
               VARYING BUCKET-IX FROM 1 BY 1 UNTIL BUCKET-IX > 6.
           MOVE AGED-BALANCE TO AL-TOTAL.
           MOVE AGED-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY AGED-LINE.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           DISPLAY "AGED DEBTORS ANALYSIS IS ON STOCK.ARA".
           GO TO ASK-ACTION.
       PRINT-AGED-CUSTOMER.
           MOVE "N" TO GROUP-OPEN.
           MOVE SPACE TO AGED-LINE.
           MOVE GROUP-CUSTOMER TO AL-CUSTOMER.
           MOVE 0 TO AGED-BALANCE.
           PERFORM MOVE-CUSTOMER-BUCKET
               VARYING BUCKET-IX FROM 1 BY 1 UNTIL BUCKET-IX > 6.
           MOVE AGED-BALANCE TO AL-TOTAL.
           MOVE AGED-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       PRINT-AGED-EXIT.
           EXIT.
       CLEAR-GRAND-BUCKET.
           MOVE 0 TO GB-BUCKET (BUCKET-IX).
       CLEAR-CUSTOMER-BUCKET.
           MOVE 0 TO CB-BUCKET (BUCKET-IX).
       MOVE-CUSTOMER-BUCKET.
           MOVE CB-BUCKET (BUCKET-IX) TO AL-AMOUNT (BUCKET-IX).
           ADD CB-BUCKET (BUCKET-IX) TO GB-BUCKET (BUCKET-IX).
           IF BUCKET-IX = 6
               SUBTRACT CB-BUCKET (BUCKET-IX) FROM AGED-BALANCE
           ELSE
               ADD CB-BUCKET (BUCKET-IX) TO AGED-BALANCE
           END-IF.
       MOVE-GRAND-BUCKET.
           MOVE GB-BUCKET (BUCKET-IX) TO AL-AMOUNT (BUCKET-IX).
           IF BUCKET-IX = 6
               SUBTRACT GB-BUCKET (BUCKET-IX) FROM AGED-BALANCE
           ELSE
               ADD GB-BUCKET (BUCKET-IX) TO AGED-BALANCE
           END-IF.
       END-IT.
           CLOSE STOCK-FILE.
           CLOSE RECEIVABLES-FILE.
           CLOSE SALES-LINE-FILE.
           CLOSE DEPT-FILE.
       END-NO-FILES.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
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
       WRITE-DOC-SAFE.
           WRITE DOC-PRINT-LINE.
           IF DOC-STATUS NOT = "00" AND DOC-STATUS NOT = "02"
               DISPLAY "WRITE FAILED ON STOCK.SIN, STATUS "
                   DOC-STATUS
               DISPLAY "DISK MAY BE FULL - CHANGE THE DISK AND"
               DISPLAY "PRESS RETURN TO RETRY, OR X TO GIVE UP: "
               ACCEPT RETRY-ANSWER
               IF RETRY-ANSWER NOT = "X" AND RETRY-ANSWER NOT = "x"
                   GO TO WRITE-DOC-SAFE.
       WRITE-DOC-SAFE-EXIT.
           EXIT.
      *THE OVERDUE BAND ENDS FROM THE PARAMETER FILE - AND INTO
      *THE COLUMN HEADINGS SO THE PRINT SAYS WHICH BANDS RAN
       GET-BAND-LIMITS.
           MOVE "DUE-BAND-1" TO PQ-KEY.
           MOVE BAND-1-DAYS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO BAND-1-DAYS.
           MOVE "DUE-BAND-2" TO PQ-KEY.
           MOVE BAND-2-DAYS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO BAND-2-DAYS.
           MOVE "DUE-BAND-3" TO PQ-KEY.
           MOVE BAND-3-DAYS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO BAND-3-DAYS.
           MOVE BAND-1-DAYS TO AH-BAND-1.
           MOVE BAND-2-DAYS TO AH-BAND-2.
           MOVE BAND-3-DAYS TO AH-BAND-3.
           MOVE BAND-3-DAYS TO AH-BAND-3B.
       GET-BAND-LIMITS-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.DEP" TO STOCK-DEP-FN.
           MOVE "TRAIN.ARL" TO STOCK-ARL-FN.
           MOVE "TRAIN.SIL" TO STOCK-SIL-FN.
           MOVE "TRAIN.SIN" TO STOCK-SIN-FN.
           MOVE "TRAIN.ARS" TO STOCK-ARS-FN.
           MOVE "TRAIN.ARA" TO STOCK-ARA-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-RUN-DATE.
           DISPLAY "ENTER DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-RUN-DATE.
           MOVE DC-DATE TO RUN-DATE.
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
           MOVE DC-DATE-NUM TO WORK-DATE-NUM.
           COMPUTE RUN-DAY-COUNT =
               WD-YYYY * 365 + WD-MM * 30 + WD-DD.
       GET-RUN-DATE-EXIT.
           EXIT.
