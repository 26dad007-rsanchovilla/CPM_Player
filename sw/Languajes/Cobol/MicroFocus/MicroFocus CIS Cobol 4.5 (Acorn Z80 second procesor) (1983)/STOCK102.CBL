       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYABLES-LEDGER.
       AUTHOR. MICRO FOCUS LTD.
      *THE SUPPLIER PAYABLES LEDGER.  EVERY INVOICE LINE INVOICE
      *MATCHING PROVED IS POSTED TO STOCK.APL AGAINST ITS SUPPLIER
      *AND INVOICE NUMBER AND DATED DUE BY THE SUPPLIER'S PAYMENT
      *TERMS.  THE PAYMENT-DUE RUN LISTS WHAT FALLS DUE BY A CHOSEN
      *DATE, SUPPLIER BY SUPPLIER IN EACH SUPPLIER'S CURRENCY, WITH
      *THE UNSETTLED DEBIT NOTES ON STOCK.DBN TAKEN OFF, AND CAN
      *SELECT THE INVOICES FOR PAYMENT; THE PAY STEP THEN MARKS A
      *SUPPLIER'S SELECTED INVOICES PAID WITH THE PAYMENT REFERENCE.
      *THE AGED CREDITORS ANALYSIS SPREADS WHAT IS STILL OWED OVER
      *THE USUAL OVERDUE BANDS.
      *STOCK.IVM HOLDS ONLY THE CLAIMED TRANSACTION NUMBERS, SO THE
      *LEDGER UPDATE WALKS THE JOURNAL THE WAY THE RNI ACCRUAL DOES
      *TO FIND EACH CLAIMED RECEIPT'S ORDER, AND SO ITS SUPPLIER.
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
           SELECT MATCHED-FILE ASSIGN DYNAMIC STOCK-IVM-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IM-TRAN-NO
           FILE STATUS IM-FILE-STATUS.
           SELECT PO-FILE ASSIGN DYNAMIC STOCK-PO-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PO-NUMBER
           FILE STATUS PO-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE
           FILE STATUS SUP-FILE-STATUS.
           SELECT PAYABLES-FILE ASSIGN DYNAMIC STOCK-APL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AP-KEY
           FILE STATUS AP-FILE-STATUS.
           SELECT DEBIT-NOTE-FILE ASSIGN DYNAMIC STOCK-DBN-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DN-NUMBER
           FILE STATUS DN-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC PRINT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  MATCHED-FILE; RECORD 44.
       01  MATCHED-RECORD.
           02  IM-TRAN-NO PIC 9(4).
           02  IM-INVOICE-REF PIC X(8).
           02  IM-TAX-CODE PIC X.
           02  IM-TAXABLE-VALUE PIC 9(7)V99.
           02  IM-TAX-VALUE PIC 9(7)V99.
           02  IM-DATE-NUM PIC 9(8).
           02  IM-LEDGER-FLAG PIC X.
           02  IM-MATCHED-BY PIC X(4).
       FD  PO-FILE; RECORD 50.
           COPY "POFILE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  PAYABLES-FILE; RECORD 100.
           COPY "APLFILE.CPY".
       FD  DEBIT-NOTE-FILE; RECORD 86.
           COPY "DBNFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-IVM-FN PIC X(12) VALUE "STOCK.IVM".
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-APL-FN PIC X(12) VALUE "STOCK.APL".
           02  STOCK-DBN-FN PIC X(12) VALUE "STOCK.DBN".
           02  STOCK-APD-FN PIC X(12) VALUE "STOCK.APD".
           02  STOCK-APA-FN PIC X(12) VALUE "STOCK.APA".
       01  PRINT-FN PIC X(12).
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
           COPY "PRMREQ.CPY".
       01  RPT-OUT-IX PIC 9.
       01  JR-FILE-STATUS PIC XX.
       01  IM-FILE-STATUS PIC XX.
       01  PO-FILE-STATUS PIC XX.
       01  SUP-FILE-STATUS PIC XX.
       01  AP-FILE-STATUS PIC XX.
       01  DN-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  SELECT-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  RUN-DAY-COUNT PIC 9(7).
       01  DUE-DAY-COUNT PIC 9(7).
       01  DAYS-OVERDUE PIC S9(7).
       01  HOUSE-TERMS PIC 999 VALUE 30.
      *THE OVERDUE BAND ENDS IN DAYS - DUE-BAND-1/2/3 ON STOCK.PRM
      *WHEN A SUPERVISOR HAS MOVED THEM
       01  BAND-1-DAYS PIC 999 VALUE 30.
       01  BAND-2-DAYS PIC 999 VALUE 60.
       01  BAND-3-DAYS PIC 999 VALUE 90.
       01  ROWS-POSTED PIC 9(5).
       01  INVOICES-ADDED PIC 9(4).
       01  INVOICES-LISTED PIC 9(4).
       01  OUTSTANDING-VALUE PIC S9(8)V99.
       01  SUPPLIER-DUE PIC 9(9)V99.
       01  SUPPLIER-DEBITS PIC 9(9)V99.
       01  SUPPLIER-NET PIC S9(9)V99.
       01  DEBITS-SETTLED PIC 9(4).
       01  GROUP-SUPPLIER PIC X(4).
       01  GROUP-CURRENCY PIC X(3).
       01  GROUP-OPEN PIC X.
       01  PAY-SUPPLIER PIC X(4).
       01  PAY-REFERENCE PIC X(10).
       01  PAY-COUNT PIC 9(4).
       01  BUCKET-IX PIC 9.
      *WORK DATE FOR RUNNING AN INVOICE DATE ON BY ITS TERMS - A
      *REAL CALENDAR STEP, MONTH BY MONTH, SO THE DUE DATE PRINTED
      *IS A DATE THAT EXISTS
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
       01  DATE-OUT.
           02  DO-MM PIC 99.
           02  FILLER PIC X VALUE "/".
           02  DO-DD PIC 99.
           02  FILLER PIC X VALUE "/".
           02  DO-YYYY PIC 9999.
      *TOTALS PER CURRENCY - A REPORT NEVER ADDS DOLLARS TO MARKS
       01  CURRENCY-COUNT PIC 99.
       01  CURRENCY-IX PIC 99.
       01  CURRENCY-TABLE.
           02  CT-ENTRY OCCURS 12 TIMES.
               03  CT-CODE PIC X(3).
               03  CT-AMOUNT PIC 9(9)V99.
               03  CT-BUCKET PIC 9(9)V99 OCCURS 5 TIMES.
       01  SUPPLIER-BUCKETS.
           02  SB-BUCKET PIC 9(9)V99 OCCURS 5 TIMES.
       01  SUPPLIER-AGED-TOTAL PIC 9(9)V99.
       01  DUE-HEADING.
           02  FILLER PIC X(12) VALUE "  INVOICE".
           02  FILLER PIC X(12) VALUE "INV DATE".
           02  FILLER PIC X(12) VALUE "DUE DATE".
           02  FILLER PIC X(13) VALUE "  OUTSTANDING".
           02  FILLER PIC X(11) VALUE "  DAYS OVER".
       01  DUE-SUPPLIER-LINE.
           02  FILLER PIC X(9) VALUE "SUPPLIER ".
           02  DS-CODE PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  DS-NAME PIC X(30).
           02  FILLER PIC X(11) VALUE "  CURRENCY ".
           02  DS-CURRENCY PIC X(4).
       01  DUE-DETAIL-LINE.
           02  FILLER PIC XX VALUE SPACE.
           02  DD-INVOICE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  DD-INV-DATE PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  DD-DUE-DATE PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  DD-AMOUNT PIC ZZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  DD-DAYS PIC ZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  DD-FLAG PIC X(8).
       01  DUE-TOTAL-LINE.
           02  FILLER PIC X(10) VALUE SPACE.
           02  DT-LABEL PIC X(24).
           02  DT-AMOUNT PIC ZZZZZZZZ9.99-.
       01  AGED-HEADING.
           02  FILLER PIC X(5) VALUE "SUPP".
           02  FILLER PIC X(5) VALUE "CURR".
           02  FILLER PIC X(11) VALUE "    NOT DUE".
           02  FILLER PIC X(8) VALUE "   UP TO".
           02  AH-BAND-1 PIC ZZ9.
           02  FILLER PIC X(8) VALUE "   UP TO".
           02  AH-BAND-2 PIC ZZ9.
           02  FILLER PIC X(8) VALUE "   UP TO".
           02  AH-BAND-3 PIC ZZ9.
           02  FILLER PIC X(8) VALUE "    OVER".
           02  AH-BAND-3B PIC ZZ9.
           02  FILLER PIC X(12) VALUE "       TOTAL".
       01  AGED-LINE.
           02  AL-SUPPLIER PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  AL-CURRENCY PIC X(4).
           02  AL-BUCKET-AREA.
               03  AL-BUCKET OCCURS 5 TIMES.
                   04  FILLER PIC X.
                   04  AL-AMOUNT PIC ZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  AL-TOTAL PIC ZZZZZZZZ9.99.
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
           DISPLAY "SUPPLIER PAYABLES LEDGER".
           MOVE "PAY-TERMS" TO PQ-KEY.
           MOVE HOUSE-TERMS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO HOUSE-TERMS.
           PERFORM GET-BAND-LIMITS THRU GET-BAND-LIMITS-EXIT.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT PO-FILE.
           OPEN I-O PAYABLES-FILE.
           IF AP-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAYABLES-FILE
               CLOSE PAYABLES-FILE
               OPEN I-O PAYABLES-FILE
           END-IF.
           OPEN I-O DEBIT-NOTE-FILE.
           IF DN-FILE-STATUS NOT = "00"
               OPEN OUTPUT DEBIT-NOTE-FILE
               CLOSE DEBIT-NOTE-FILE
               OPEN I-O DEBIT-NOTE-FILE
           END-IF.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(U)PDATE LEDGER FROM MATCHED INVOICES,".
           DISPLAY "PAYMENT-(D)UE RUN, (A)GED CREDITORS,".
           DISPLAY "(P)AY SELECTED INVOICES, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "U" OR ACTION-CHOICE = "u"
               GO TO UPDATE-LEDGER.
           IF ACTION-CHOICE = "D" OR ACTION-CHOICE = "d"
               GO TO DUE-RUN.
           IF ACTION-CHOICE = "A" OR ACTION-CHOICE = "a"
               GO TO AGED-CREDITORS.
           IF ACTION-CHOICE = "P" OR ACTION-CHOICE = "p"
               GO TO PAY-INVOICES.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *EVERY RECEIPT ON THE JOURNAL THAT INVOICE MATCHING CLAIMED
      *AND THE LEDGER HAS NOT YET TAKEN IS ADDED TO ITS INVOICE,
      *THEN FLAGGED ON STOCK.IVM SO A SECOND UPDATE CANNOT COUNT
      *IT TWICE
       UPDATE-LEDGER.
           MOVE 0 TO ROWS-POSTED.
           MOVE 0 TO INVOICES-ADDED.
           OPEN I-O MATCHED-FILE.
           IF IM-FILE-STATUS NOT = "00"
               DISPLAY "NO MATCHED INVOICES ON FILE."
               GO TO ASK-ACTION.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               DISPLAY "NO JOURNAL ON FILE."
               CLOSE MATCHED-FILE
               GO TO ASK-ACTION.
           MOVE LOW-VALUE TO JR-KEY.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID GO TO UPDATE-LEDGER-DONE
           END-START.
       UPDATE-LEDGER-LOOP.
           READ JOURNAL-FILE NEXT RECORD
               AT END GO TO UPDATE-LEDGER-DONE
           END-READ.
           IF JR-TYPE NOT = "R" AND JR-TYPE NOT = "Q"
               GO TO UPDATE-LEDGER-LOOP.
           MOVE JR-TRAN-NO TO IM-TRAN-NO.
           READ MATCHED-FILE
               INVALID GO TO UPDATE-LEDGER-LOOP
           END-READ.
           IF IM-LEDGER-FLAG = "L" GO TO UPDATE-LEDGER-LOOP.
           MOVE JR-REFERENCE TO PO-NUMBER.
           READ PO-FILE
               INVALID DISPLAY "ORDER " JR-REFERENCE
                   " NOT ON FILE - INVOICE " IM-INVOICE-REF
                   " LEFT OFF THE LEDGER"
               GO TO UPDATE-LEDGER-LOOP
           END-READ.
           PERFORM POST-TO-LEDGER THRU POST-TO-LEDGER-EXIT.
           GO TO UPDATE-LEDGER-LOOP.
       UPDATE-LEDGER-DONE.
           CLOSE JOURNAL-FILE.
           CLOSE MATCHED-FILE.
           DISPLAY "MATCHED ROWS POSTED: " ROWS-POSTED
               "  NEW INVOICES: " INVOICES-ADDED.
           GO TO ASK-ACTION.
       POST-TO-LEDGER.
           MOVE PO-SUPPLIER TO AP-SUPPLIER.
           MOVE IM-INVOICE-REF TO AP-INVOICE-REF.
           READ PAYABLES-FILE
               INVALID GO TO POST-NEW-INVOICE
           END-READ.
           IF AP-STATUS = "P"
               MOVE "O" TO AP-STATUS
               DISPLAY "INVOICE " AP-INVOICE-REF " OF " AP-SUPPLIER
                   " WAS PAID - REOPENED FOR THE NEW LINE".
           PERFORM ADD-MATCHED-VALUES.
           REWRITE PAYABLE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LEDGER FILE I/O ERROR, STATUS: " AP-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO POST-TO-LEDGER-EXIT
           END-REWRITE.
           GO TO POST-MARK-CLAIM.
       POST-NEW-INVOICE.
           MOVE SPACE TO PAYABLE-RECORD.
           MOVE PO-SUPPLIER TO AP-SUPPLIER.
           MOVE IM-INVOICE-REF TO AP-INVOICE-REF.
           MOVE 0 TO AP-GOODS-VALUE.
           MOVE 0 TO AP-TAX-VALUE.
           MOVE 0 TO AP-PAID-VALUE.
           MOVE "O" TO AP-STATUS.
           MOVE PO-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID MOVE SPACE TO SUP-CURRENCY
                   MOVE SPACE TO SUP-TERMS-BASIS
                   MOVE HOUSE-TERMS TO SUP-TERMS-DAYS
           END-READ.
           MOVE SUP-CURRENCY TO AP-CURRENCY.
           MOVE IM-DATE-NUM TO WORK-DATE-NUM.
           PERFORM EDIT-WORK-DATE.
           MOVE DATE-OUT TO AP-INVOICE-DATE.
           PERFORM WORK-OUT-DUE-DATE THRU WORK-OUT-DUE-EXIT.
           MOVE WORK-DATE-NUM TO AP-DUE-NUM.
           PERFORM EDIT-WORK-DATE.
           MOVE DATE-OUT TO AP-DUE-DATE.
           PERFORM ADD-MATCHED-VALUES.
           WRITE PAYABLE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LEDGER FILE I/O ERROR, STATUS: " AP-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO POST-TO-LEDGER-EXIT
           END-WRITE.
           ADD 1 TO INVOICES-ADDED.
       POST-MARK-CLAIM.
           MOVE "L" TO IM-LEDGER-FLAG.
           REWRITE MATCHED-RECORD
               INVALID CONTINUE
           END-REWRITE.
           ADD 1 TO ROWS-POSTED.
       POST-TO-LEDGER-EXIT.
           EXIT.
       ADD-MATCHED-VALUES.
           IF IM-TAXABLE-VALUE NUMERIC
               ADD IM-TAXABLE-VALUE TO AP-GOODS-VALUE.
           IF IM-TAX-VALUE NUMERIC
               ADD IM-TAX-VALUE TO AP-TAX-VALUE.
      *THE MATCHING DATE RUN ON BY THE SUPPLIER'S TERMS - OR THE
      *HOUSE TERMS WHEN THE SUPPLIER HAS NONE OF ITS OWN.  MONTH-END
      *TERMS START COUNTING FROM THE LAST DAY OF THE INVOICE MONTH.
       WORK-OUT-DUE-DATE.
           IF SUP-TERMS-DAYS NUMERIC
               MOVE SUP-TERMS-DAYS TO DAYS-TO-ADD
           ELSE
               MOVE HOUSE-TERMS TO DAYS-TO-ADD
               MOVE SPACE TO SUP-TERMS-BASIS
           END-IF.
           IF SUP-TERMS-BASIS = "M"
               PERFORM SET-MONTH-LENGTH
               MOVE MONTH-LENGTH TO WD-DD.
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
       EDIT-WORK-DATE.
           MOVE WD-MM TO DO-MM.
           MOVE WD-DD TO DO-DD.
           MOVE WD-YYYY TO DO-YYYY.
      *WHAT FALLS DUE BY THE CHOSEN DATE, SUPPLIER BY SUPPLIER IN
      *THE SUPPLIER'S OWN CURRENCY, LESS THE DEBIT NOTES THEY STILL
      *OWE US.  THE OPERATOR MAY SELECT THE LISTED INVOICES FOR
      *PAYMENT IN THE SAME PASS - THE PAY STEP WORKS FROM THOSE.
       DUE-RUN.
           DISPLAY "LIST INVOICES DUE BY - ".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
           DISPLAY "SELECT THE LISTED INVOICES FOR PAYMENT? (Y/N): ".
           ACCEPT SELECT-ANSWER.
           IF SELECT-ANSWER = "y" MOVE "Y" TO SELECT-ANSWER.
           MOVE STOCK-APD-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "PAYMENT-DUE RUN - INVOICES DUE BY THE DATE SHOWN"
               TO RPT-TITLE.
           MOVE DUE-HEADING TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO CURRENCY-COUNT.
           MOVE 0 TO INVOICES-LISTED.
           MOVE "N" TO GROUP-OPEN.
           MOVE LOW-VALUE TO AP-KEY.
           START PAYABLES-FILE KEY NOT LESS THAN AP-KEY
               INVALID GO TO DUE-RUN-DONE
           END-START.
       DUE-RUN-LOOP.
           READ PAYABLES-FILE NEXT RECORD
               AT END GO TO DUE-RUN-DONE
           END-READ.
           IF AP-STATUS = "P" GO TO DUE-RUN-LOOP.
           IF AP-DUE-NUM > RUN-DATE-NUM GO TO DUE-RUN-LOOP.
           COMPUTE OUTSTANDING-VALUE =
               AP-GOODS-VALUE + AP-TAX-VALUE - AP-PAID-VALUE.
           IF OUTSTANDING-VALUE NOT > 0 GO TO DUE-RUN-LOOP.
           IF GROUP-OPEN = "Y" AND AP-SUPPLIER NOT = GROUP-SUPPLIER
               PERFORM CLOSE-DUE-GROUP THRU CLOSE-DUE-GROUP-EXIT.
           IF GROUP-OPEN NOT = "Y"
               PERFORM OPEN-DUE-GROUP THRU OPEN-DUE-GROUP-EXIT.
           ADD 1 TO INVOICES-LISTED.
           ADD OUTSTANDING-VALUE TO SUPPLIER-DUE.
           MOVE SPACE TO DUE-DETAIL-LINE.
           MOVE AP-INVOICE-REF TO DD-INVOICE.
           MOVE AP-INVOICE-DATE TO DD-INV-DATE.
           MOVE AP-DUE-DATE TO DD-DUE-DATE.
           MOVE OUTSTANDING-VALUE TO DD-AMOUNT.
           MOVE AP-DUE-NUM TO WORK-DATE-NUM.
           COMPUTE DUE-DAY-COUNT =
               WD-YYYY * 365 + WD-MM * 30 + WD-DD.
           COMPUTE DAYS-OVERDUE = RUN-DAY-COUNT - DUE-DAY-COUNT.
           IF DAYS-OVERDUE > 0
               MOVE DAYS-OVERDUE TO DD-DAYS.
           IF SELECT-ANSWER = "Y"
               MOVE "SELECTED" TO DD-FLAG
               IF AP-STATUS NOT = "S"
                   MOVE "S" TO AP-STATUS
                   REWRITE PAYABLE-RECORD
                       INVALID DISPLAY TERM-HIGHLIGHT-ON
                           "LEDGER FILE I/O ERROR, STATUS: "
                           AP-FILE-STATUS TERM-HIGHLIGHT-OFF
                   END-REWRITE
               END-IF
           ELSE
               IF AP-STATUS = "S"
                   MOVE "SELECTED" TO DD-FLAG
               END-IF
           END-IF.
           MOVE DUE-DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO DUE-RUN-LOOP.
       DUE-RUN-DONE.
           IF GROUP-OPEN = "Y"
               PERFORM CLOSE-DUE-GROUP THRU CLOSE-DUE-GROUP-EXIT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE 0 TO CURRENCY-IX.
       DUE-RUN-CURRENCY-LOOP.
           ADD 1 TO CURRENCY-IX.
           IF CURRENCY-IX > CURRENCY-COUNT GO TO DUE-RUN-FINISH.
           MOVE SPACE TO DUE-TOTAL-LINE.
           IF CT-CODE (CURRENCY-IX) = SPACE
               MOVE "NET TO PAY - HOME" TO DT-LABEL
           ELSE
               STRING "NET TO PAY - " CT-CODE (CURRENCY-IX)
                   DELIMITED BY SIZE INTO DT-LABEL
           END-IF.
           MOVE CT-AMOUNT (CURRENCY-IX) TO DT-AMOUNT.
           MOVE DUE-TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY DUE-TOTAL-LINE.
           GO TO DUE-RUN-CURRENCY-LOOP.
       DUE-RUN-FINISH.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           DISPLAY "INVOICES DUE: " INVOICES-LISTED.
           DISPLAY "PAYMENT-DUE RUN IS ON STOCK.APD".
           GO TO ASK-ACTION.
       OPEN-DUE-GROUP.
           MOVE "Y" TO GROUP-OPEN.
           MOVE AP-SUPPLIER TO GROUP-SUPPLIER.
           MOVE AP-CURRENCY TO GROUP-CURRENCY.
           MOVE 0 TO SUPPLIER-DUE.
           MOVE AP-SUPPLIER TO DS-CODE.
           MOVE AP-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID MOVE "NOT ON FILE" TO DS-NAME
               NOT INVALID MOVE SUPPLIER-NAME TO DS-NAME
           END-READ.
           IF AP-CURRENCY = SPACE
               MOVE "HOME" TO DS-CURRENCY
           ELSE
               MOVE AP-CURRENCY TO DS-CURRENCY
           END-IF.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE DUE-SUPPLIER-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       OPEN-DUE-GROUP-EXIT.
           EXIT.
       CLOSE-DUE-GROUP.
           MOVE "N" TO GROUP-OPEN.
           PERFORM TOTAL-OPEN-DEBITS THRU TOTAL-OPEN-DEBITS-EXIT.
           COMPUTE SUPPLIER-NET = SUPPLIER-DUE - SUPPLIER-DEBITS.
           MOVE SPACE TO DUE-TOTAL-LINE.
           MOVE "TOTAL DUE" TO DT-LABEL.
           MOVE SUPPLIER-DUE TO DT-AMOUNT.
           MOVE DUE-TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF SUPPLIER-DEBITS NOT = 0
               MOVE "LESS UNSETTLED DEBITS" TO DT-LABEL
               MOVE SUPPLIER-DEBITS TO DT-AMOUNT
               MOVE DUE-TOTAL-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "NET TO PAY" TO DT-LABEL.
           MOVE SUPPLIER-NET TO DT-AMOUNT.
           MOVE DUE-TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF SUPPLIER-NET < 0
               MOVE SPACE TO RPT-DETAIL
               MOVE "          DEBIT NOTES EXCEED WHAT IS DUE - PAY NOTH
      -            "ING" TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               MOVE 0 TO SUPPLIER-NET.
           PERFORM FIND-CURRENCY-SLOT THRU FIND-CURRENCY-EXIT.
           IF CURRENCY-IX NOT = 0
               ADD SUPPLIER-NET TO CT-AMOUNT (CURRENCY-IX).
       CLOSE-DUE-GROUP-EXIT.
           EXIT.
      *THE DEBIT NOTES THE SUPPLIER HAS NOT YET SETTLED ARE MONEY
      *THEY OWE US - TAKEN OFF WHAT WE PAY THEM
       TOTAL-OPEN-DEBITS.
           MOVE 0 TO SUPPLIER-DEBITS.
           MOVE 0 TO DN-NUMBER.
           START DEBIT-NOTE-FILE KEY NOT LESS THAN DN-NUMBER
               INVALID GO TO TOTAL-OPEN-DEBITS-EXIT
           END-START.
       TOTAL-OPEN-DEBITS-LOOP.
           READ DEBIT-NOTE-FILE NEXT RECORD
               AT END GO TO TOTAL-OPEN-DEBITS-EXIT
           END-READ.
           IF DN-SUPPLIER = GROUP-SUPPLIER AND DN-STATUS = "O"
               ADD DN-VALUE TO SUPPLIER-DEBITS.
           GO TO TOTAL-OPEN-DEBITS-LOOP.
       TOTAL-OPEN-DEBITS-EXIT.
           EXIT.
       FIND-CURRENCY-SLOT.
           MOVE 0 TO CURRENCY-IX.
       FIND-CURRENCY-LOOP.
           ADD 1 TO CURRENCY-IX.
           IF CURRENCY-IX > CURRENCY-COUNT GO TO FIND-CURRENCY-NEW.
           IF CT-CODE (CURRENCY-IX) = GROUP-CURRENCY
               GO TO FIND-CURRENCY-EXIT.
           GO TO FIND-CURRENCY-LOOP.
       FIND-CURRENCY-NEW.
           IF CURRENCY-COUNT = 12
               DISPLAY "MORE THAN 12 CURRENCIES - " GROUP-CURRENCY
                   " LEFT OUT OF THE TOTALS"
               MOVE 0 TO CURRENCY-IX
               GO TO FIND-CURRENCY-EXIT.
           ADD 1 TO CURRENCY-COUNT.
           MOVE CURRENCY-COUNT TO CURRENCY-IX.
           MOVE GROUP-CURRENCY TO CT-CODE (CURRENCY-IX).
           MOVE 0 TO CT-AMOUNT (CURRENCY-IX).
           MOVE 0 TO CT-BUCKET (CURRENCY-IX, 1).
           MOVE 0 TO CT-BUCKET (CURRENCY-IX, 2).
           MOVE 0 TO CT-BUCKET (CURRENCY-IX, 3).
           MOVE 0 TO CT-BUCKET (CURRENCY-IX, 4).
           MOVE 0 TO CT-BUCKET (CURRENCY-IX, 5).
       FIND-CURRENCY-EXIT.
           EXIT.
      *WHAT IS STILL OWED, EACH SUPPLIER ON ONE LINE, SPREAD BY HOW
      *FAR PAST ITS DUE DATE EACH INVOICE IS ON THE AS-AT DATE
       AGED-CREDITORS.
           DISPLAY "AGE THE LEDGER AS AT - ".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE STOCK-APA-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "AGED CREDITORS ANALYSIS" TO RPT-TITLE.
           MOVE AGED-HEADING TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO CURRENCY-COUNT.
           MOVE "N" TO GROUP-OPEN.
           MOVE LOW-VALUE TO AP-KEY.
           START PAYABLES-FILE KEY NOT LESS THAN AP-KEY
               INVALID GO TO AGED-DONE
           END-START.
       AGED-LOOP.
           READ PAYABLES-FILE NEXT RECORD
               AT END GO TO AGED-DONE
           END-READ.
           IF AP-STATUS = "P" GO TO AGED-LOOP.
           COMPUTE OUTSTANDING-VALUE =
               AP-GOODS-VALUE + AP-TAX-VALUE - AP-PAID-VALUE.
           IF OUTSTANDING-VALUE NOT > 0 GO TO AGED-LOOP.
           IF GROUP-OPEN = "Y" AND AP-SUPPLIER NOT = GROUP-SUPPLIER
               PERFORM PRINT-AGED-SUPPLIER THRU PRINT-AGED-EXIT.
           IF GROUP-OPEN NOT = "Y"
               MOVE "Y" TO GROUP-OPEN
               MOVE AP-SUPPLIER TO GROUP-SUPPLIER
               MOVE AP-CURRENCY TO GROUP-CURRENCY
               MOVE 0 TO SB-BUCKET (1)
               MOVE 0 TO SB-BUCKET (2)
               MOVE 0 TO SB-BUCKET (3)
               MOVE 0 TO SB-BUCKET (4)
               MOVE 0 TO SB-BUCKET (5)
           END-IF.
           MOVE AP-DUE-NUM TO WORK-DATE-NUM.
           COMPUTE DUE-DAY-COUNT =
               WD-YYYY * 365 + WD-MM * 30 + WD-DD.
           COMPUTE DAYS-OVERDUE = RUN-DAY-COUNT - DUE-DAY-COUNT.
           MOVE 1 TO BUCKET-IX.
           IF DAYS-OVERDUE > 0 MOVE 2 TO BUCKET-IX.
           IF DAYS-OVERDUE > BAND-1-DAYS MOVE 3 TO BUCKET-IX.
           IF DAYS-OVERDUE > BAND-2-DAYS MOVE 4 TO BUCKET-IX.
           IF DAYS-OVERDUE > BAND-3-DAYS MOVE 5 TO BUCKET-IX.
           ADD OUTSTANDING-VALUE TO SB-BUCKET (BUCKET-IX).
           GO TO AGED-LOOP.
       AGED-DONE.
           IF GROUP-OPEN = "Y"
               PERFORM PRINT-AGED-SUPPLIER THRU PRINT-AGED-EXIT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE 0 TO CURRENCY-IX.
       AGED-CURRENCY-LOOP.
           ADD 1 TO CURRENCY-IX.
           IF CURRENCY-IX > CURRENCY-COUNT GO TO AGED-FINISH.
           MOVE SPACE TO AGED-LINE.
           MOVE "ALL" TO AL-SUPPLIER.
           IF CT-CODE (CURRENCY-IX) = SPACE
               MOVE "HOME" TO AL-CURRENCY
           ELSE
               MOVE CT-CODE (CURRENCY-IX) TO AL-CURRENCY
           END-IF.
           MOVE 0 TO SUPPLIER-AGED-TOTAL.
           PERFORM MOVE-CURRENCY-BUCKET
               VARYING BUCKET-IX FROM 1 BY 1 UNTIL BUCKET-IX > 5.
           MOVE SUPPLIER-AGED-TOTAL TO AL-TOTAL.
           MOVE AGED-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY AGED-LINE.
           GO TO AGED-CURRENCY-LOOP.
       AGED-FINISH.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           DISPLAY "AGED CREDITORS ANALYSIS IS ON STOCK.APA".
           GO TO ASK-ACTION.
       PRINT-AGED-SUPPLIER.
           MOVE "N" TO GROUP-OPEN.
           MOVE SPACE TO AGED-LINE.
           MOVE GROUP-SUPPLIER TO AL-SUPPLIER.
           IF GROUP-CURRENCY = SPACE
               MOVE "HOME" TO AL-CURRENCY
           ELSE
               MOVE GROUP-CURRENCY TO AL-CURRENCY
           END-IF.
           PERFORM FIND-CURRENCY-SLOT THRU FIND-CURRENCY-EXIT.
           MOVE 0 TO SUPPLIER-AGED-TOTAL.
           PERFORM MOVE-SUPPLIER-BUCKET
               VARYING BUCKET-IX FROM 1 BY 1 UNTIL BUCKET-IX > 5.
           MOVE SUPPLIER-AGED-TOTAL TO AL-TOTAL.
           MOVE AGED-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       PRINT-AGED-EXIT.
           EXIT.
       MOVE-SUPPLIER-BUCKET.
           MOVE SB-BUCKET (BUCKET-IX) TO AL-AMOUNT (BUCKET-IX).
           ADD SB-BUCKET (BUCKET-IX) TO SUPPLIER-AGED-TOTAL.
           IF CURRENCY-IX NOT = 0
               ADD SB-BUCKET (BUCKET-IX)
                   TO CT-BUCKET (CURRENCY-IX, BUCKET-IX).
       MOVE-CURRENCY-BUCKET.
           MOVE CT-BUCKET (CURRENCY-IX, BUCKET-IX)
               TO AL-AMOUNT (BUCKET-IX).
           ADD CT-BUCKET (CURRENCY-IX, BUCKET-IX)
               TO SUPPLIER-AGED-TOTAL.
      *ONE SUPPLIER AT A TIME: THE INVOICES THE DUE RUN SELECTED
      *ARE SHOWN WITH THE DEBIT NOTES TAKEN OFF, AND ON A PAYMENT
      *REFERENCE THEY ARE MARKED PAID AND THE DEBIT NOTES SETTLED -
      *THE SHORT PAYMENT IS HOW THE SUPPLIER GETS THEM BACK
       PAY-INVOICES.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO ASK-ACTION.
       PAY-ASK-SUPPLIER.
           DISPLAY "ENTER SUPPLIER CODE TO PAY (BLANK TO END): ".
           MOVE SPACE TO PAY-SUPPLIER.
           ACCEPT PAY-SUPPLIER.
           IF PAY-SUPPLIER = SPACE GO TO ASK-ACTION.
           MOVE PAY-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "SUPPLIER NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO PAY-ASK-SUPPLIER
           END-READ.
           DISPLAY SUPPLIER-NAME.
           MOVE 0 TO SUPPLIER-DUE.
           MOVE 0 TO PAY-COUNT.
           MOVE PAY-SUPPLIER TO AP-SUPPLIER.
           MOVE LOW-VALUE TO AP-INVOICE-REF.
           START PAYABLES-FILE KEY NOT LESS THAN AP-KEY
               INVALID GO TO PAY-TOTALLED
           END-START.
       PAY-TOTAL-LOOP.
           READ PAYABLES-FILE NEXT RECORD
               AT END GO TO PAY-TOTALLED
           END-READ.
           IF AP-SUPPLIER NOT = PAY-SUPPLIER GO TO PAY-TOTALLED.
           IF AP-STATUS NOT = "S" GO TO PAY-TOTAL-LOOP.
           COMPUTE OUTSTANDING-VALUE =
               AP-GOODS-VALUE + AP-TAX-VALUE - AP-PAID-VALUE.
           ADD OUTSTANDING-VALUE TO SUPPLIER-DUE.
           ADD 1 TO PAY-COUNT.
           GO TO PAY-TOTAL-LOOP.
       PAY-TOTALLED.
           IF PAY-COUNT = 0
               DISPLAY "NO INVOICES SELECTED FOR THIS SUPPLIER -"
               DISPLAY "SELECT THEM ON A PAYMENT-DUE RUN FIRST"
               GO TO PAY-ASK-SUPPLIER.
           MOVE PAY-SUPPLIER TO GROUP-SUPPLIER.
           PERFORM TOTAL-OPEN-DEBITS THRU TOTAL-OPEN-DEBITS-EXIT.
           COMPUTE SUPPLIER-NET = SUPPLIER-DUE - SUPPLIER-DEBITS.
           MOVE SUPPLIER-DUE TO DD-AMOUNT.
           DISPLAY "SELECTED INVOICES " PAY-COUNT "  TOTAL "
               DD-AMOUNT " " SUP-CURRENCY.
           IF SUPPLIER-DEBITS NOT = 0
               MOVE SUPPLIER-DEBITS TO DD-AMOUNT
               DISPLAY "LESS UNSETTLED DEBIT NOTES " DD-AMOUNT.
           MOVE SUPPLIER-NET TO DT-AMOUNT.
           DISPLAY "NET TO PAY " DT-AMOUNT.
           IF SUPPLIER-NET < 0
               DISPLAY TERM-HIGHLIGHT-ON
                   "DEBIT NOTES EXCEED THE SELECTED INVOICES"
                   TERM-HIGHLIGHT-OFF
               DISPLAY "SETTLE THEM THROUGH THE DEBIT NOTE REGISTER"
               GO TO PAY-ASK-SUPPLIER.
           DISPLAY "PAYMENT REFERENCE (BLANK TO LEAVE UNPAID): ".
           MOVE SPACE TO PAY-REFERENCE.
           ACCEPT PAY-REFERENCE.
           IF PAY-REFERENCE = SPACE GO TO PAY-ASK-SUPPLIER.
           DISPLAY "PAYMENT DATE - ".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE PAY-SUPPLIER TO AP-SUPPLIER.
           MOVE LOW-VALUE TO AP-INVOICE-REF.
           START PAYABLES-FILE KEY NOT LESS THAN AP-KEY
               INVALID GO TO PAY-SETTLE-DEBITS
           END-START.
       PAY-MARK-LOOP.
           READ PAYABLES-FILE NEXT RECORD
               AT END GO TO PAY-SETTLE-DEBITS
           END-READ.
           IF AP-SUPPLIER NOT = PAY-SUPPLIER GO TO PAY-SETTLE-DEBITS.
           IF AP-STATUS NOT = "S" GO TO PAY-MARK-LOOP.
           COMPUTE AP-PAID-VALUE = AP-GOODS-VALUE + AP-TAX-VALUE.
           MOVE "P" TO AP-STATUS.
           MOVE PAY-REFERENCE TO AP-PAY-REF.
           MOVE RUN-DATE TO AP-PAID-DATE.
           REWRITE PAYABLE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LEDGER FILE I/O ERROR, STATUS: " AP-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           GO TO PAY-MARK-LOOP.
       PAY-SETTLE-DEBITS.
           MOVE 0 TO DEBITS-SETTLED.
           IF SUPPLIER-DEBITS = 0 GO TO PAY-DONE.
           MOVE 0 TO DN-NUMBER.
           START DEBIT-NOTE-FILE KEY NOT LESS THAN DN-NUMBER
               INVALID GO TO PAY-DONE
           END-START.
       PAY-SETTLE-LOOP.
           READ DEBIT-NOTE-FILE NEXT RECORD
               AT END GO TO PAY-DONE
           END-READ.
           IF DN-SUPPLIER NOT = PAY-SUPPLIER OR DN-STATUS NOT = "O"
               GO TO PAY-SETTLE-LOOP.
           MOVE "S" TO DN-STATUS.
           REWRITE DEBIT-NOTE-RECORD
               INVALID CONTINUE
           END-REWRITE.
           ADD 1 TO DEBITS-SETTLED.
           GO TO PAY-SETTLE-LOOP.
       PAY-DONE.
           DISPLAY PAY-COUNT " INVOICES MARKED PAID, REFERENCE "
               PAY-REFERENCE.
           IF DEBITS-SETTLED NOT = 0
               DISPLAY DEBITS-SETTLED
                   " DEBIT NOTES SETTLED AGAINST THIS PAYMENT".
           GO TO PAY-ASK-SUPPLIER.
       END-IT.
           CLOSE SUPPLIER-FILE.
           CLOSE PO-FILE.
           CLOSE PAYABLES-FILE.
           CLOSE DEBIT-NOTE-FILE.
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
           MOVE "TRAIN.IVM" TO STOCK-IVM-FN.
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.APL" TO STOCK-APL-FN.
           MOVE "TRAIN.DBN" TO STOCK-DBN-FN.
           MOVE "TRAIN.APD" TO STOCK-APD-FN.
           MOVE "TRAIN.APA" TO STOCK-APA-FN.
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
           MOVE DC-DATE-NUM TO WORK-DATE-NUM.
           COMPUTE RUN-DAY-COUNT =
               WD-YYYY * 365 + WD-MM * 30 + WD-DD.
       GET-RUN-DATE-EXIT.
           EXIT.
