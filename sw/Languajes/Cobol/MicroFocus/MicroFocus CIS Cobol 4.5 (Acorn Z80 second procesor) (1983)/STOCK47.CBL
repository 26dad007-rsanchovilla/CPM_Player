      *COUNT VARIANCES AS ADJUSTMENT LINES, ALL EXTENDED AT
      *UNIT-COST, WITH A CONTROL TOTAL RECORD THE ACCOUNTS CLERK
      *CAN BATCH STRAIGHT INTO THE LEDGER.
      *THE MOVEMENTS COME OFF THE DAILY MOVEMENT SUMMARY ON
      *STOCK.MSM, ALREADY EXTENDED AT COST AND AT THE DEPARTMENT'S
      *CHARGING BASIS WHEN THEY WERE POSTED.
      *ON THE LAST DAY OF A MONTH THE SUPPLIER VOLUME REBATES ARE
      *BROUGHT UP TO DATE AND THE REBATE EARNED SINCE THE LAST
      *ACCRUAL GOES OUT AS A TYPE RB LINE PER SUPPLIER.
      *NON-STOCK PURCHASES DELIVERED DIRECT TO A DEPARTMENT NEVER
      *REACH THE JOURNAL - THEY ARE TAKEN OFF STOCK.NSQ FOR THE DAY
      *THEY WERE DELIVERED AND GO OUT AS A TYPE NS LINE PER
      *DEPARTMENT, AT THE HOME-CURRENCY VALUE GOODS-IN CHARGED.
      *MONEY RECOVERED ON SCRAP AND SURPLUS DISPOSAL NOTES SIGNED
      *FOR ON THE DAY (STOCK.DSL) GOES OUT AS A TYPE DR CREDIT PER
      *WRITE-OFF REASON, AGAINST THE WO LOSS THE GOODS LEFT AT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN DYNAMIC STOCK-MSM-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY MS-KEY
           FILE STATUS MS-FILE-STATUS.
           SELECT WORK-FILE ASSIGN DYNAMIC STOCK-NLW-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY NW-KEY.
           SELECT REBATE-FILE ASSIGN DYNAMIC STOCK-RBT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RB-KEY
           FILE STATUS RB-FILE-STATUS.
           SELECT NONSTOCK-FILE ASSIGN DYNAMIC STOCK-NSQ-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY NK-REQ-NO
           FILE STATUS NK-FILE-STATUS.
           SELECT DISPOSAL-FILE ASSIGN DYNAMIC STOCK-DSL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DS-KEY
           FILE STATUS DS-FILE-STATUS.
           SELECT POSTING-FILE
           ASSIGN DYNAMIC STOCK-NLP-FN
           ORGANIZATION SEQUENTIAL.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE; RECORD 72.
           COPY "MSMFILE.CPY".
       FD  WORK-FILE; RECORD 19.
       01  WORK-RECORD.
           02  NW-KEY.
               03  NW-REFERENCE PIC X(4).
           02  NW-VALUE PIC S9(10)V99.
           02  FILLER PIC X.
       FD  REBATE-FILE; RECORD 128.
           COPY "REBFILE.CPY".
       FD  NONSTOCK-FILE; RECORD 120.
           COPY "NSQFILE.CPY".
       FD  DISPOSAL-FILE; RECORD 104.
           COPY "DSPFILE.CPY".
       FD  POSTING-FILE; RECORD 29.
       01  POSTING-RECORD.
           02  NP-TYPE PIC XX.
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-MSM-FN PIC X(12) VALUE "STOCK.MSM".
           02  STOCK-NLW-FN PIC X(12) VALUE "STOCK.NLW".
           02  STOCK-NLP-FN PIC X(12) VALUE "STOCK.NLP".
           02  STOCK-RBT-FN PIC X(12) VALUE "STOCK.RBT".
           02  STOCK-NSQ-FN PIC X(12) VALUE "STOCK.NSQ".
           02  STOCK-DSL-FN PIC X(12) VALUE "STOCK.DSL".
           COPY "REBREQ.CPY".
       01  MS-FILE-STATUS PIC XX.
       01  RB-FILE-STATUS PIC XX.
       01  NK-FILE-STATUS PIC XX.
       01  NONSTOCK-COUNT PIC 9(4) VALUE 0.
       01  DS-FILE-STATUS PIC XX.
       01  DISPOSAL-COUNT PIC 9(4) VALUE 0.
       01  DISPOSAL-NOTE PIC 9(5).
       01  EXTRACT-DATE-NUM PIC 9(8).
       01  NEXT-DAY-DATE.
           02  ND-MM PIC XX.
           02  FILLER PIC X.
           02  ND-DD PIC 99.
           02  FILLER PIC X(6).
       01  MONTH-END-FLAG PIC X VALUE "N".
       01  ACCRUAL-COUNT PIC 9(4) VALUE 0.
       01  JRN-EOF PIC X.
       01  RUN-DATE PIC X(10).
       01  ITEM-VALUE PIC S9(10)V99.
       01  UNVALUED-COUNT PIC 9(4) VALUE 0.
       01  POSTING-COUNT PIC 9(4) VALUE 0.
       01  CONTROL-TOTAL PIC 9(12)V99 VALUE 0.
           DISPLAY SPACE.
           DISPLAY "NOMINAL LEDGER POSTING EXTRACT".
           PERFORM GET-EXTRACT-DATE THRU GET-EXTRACT-DATE-EXIT.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           PERFORM SCAN-JOURNAL THRU SCAN-JOURNAL-EXIT.
           PERFORM SCAN-NONSTOCK THRU SCAN-NONSTOCK-EXIT.
           PERFORM SCAN-DISPOSALS THRU SCAN-DISPOSALS-EXIT.
           IF MONTH-END-FLAG = "Y"
               PERFORM ACCRUE-REBATES THRU ACCRUE-REBATES-EXIT.
           PERFORM WRITE-POSTINGS THRU WRITE-POSTINGS-EXIT.
           CLOSE WORK-FILE.
           IF UNVALUED-COUNT NOT = 0
               DISPLAY "MOVEMENTS WITH NO COST ON FILE: "
                   UNVALUED-COUNT.
           IF MONTH-END-FLAG = "Y"
               DISPLAY "REBATE ACCRUAL LINES: " ACCRUAL-COUNT.
           IF NONSTOCK-COUNT NOT = 0
               DISPLAY "NON-STOCK DELIVERIES CHARGED: "
                   NONSTOCK-COUNT.
           IF DISPOSAL-COUNT NOT = 0
               DISPLAY "DISPOSAL NOTES RECOVERED: " DISPOSAL-COUNT.
           DISPLAY "POSTINGS WRITTEN TO STOCK.NLP: " POSTING-COUNT.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *ONE RUN OF THE DAY'S SUMMARY ROWS COVERS EVERY POSTING TYPE
      *- STOCK-IN PER CATEGORY, CONSUMPTION PER DEPARTMENT,
      *WRITE-OFFS PER REASON, RETURNS PER SUPPLIER AND COUNT
      *VARIANCES PER CATEGORY
       SCAN-JOURNAL.
           OPEN INPUT SUMMARY-FILE.
           IF MS-FILE-STATUS NOT = "00" GO TO SCAN-JOURNAL-EXIT.
           MOVE "N" TO JRN-EOF.
           MOVE LOW-VALUE TO MS-KEY.
           MOVE EXTRACT-DATE-NUM TO MS-DATE-NUM.
           START SUMMARY-FILE KEY NOT LESS THAN MS-KEY
               INVALID MOVE "Y" TO JRN-EOF.
       SCAN-JRN-LOOP.
           IF JRN-EOF = "Y"
               CLOSE SUMMARY-FILE
               GO TO SCAN-JOURNAL-EXIT.
           READ SUMMARY-FILE NEXT RECORD
               AT END MOVE "Y" TO JRN-EOF
               GO TO SCAN-JRN-LOOP.
           IF MS-DATE-NUM NOT = EXTRACT-DATE-NUM
               MOVE "Y" TO JRN-EOF
               GO TO SCAN-JRN-LOOP.
           ADD MS-UNVALUED TO UNVALUED-COUNT.
           IF MS-SIGN = "-"
               COMPUTE ITEM-VALUE = 0 - MS-COST-VALUE
           ELSE
               MOVE MS-COST-VALUE TO ITEM-VALUE
           END-IF.
      *A QUARANTINE RELEASE (P) IS THE MOMENT HELD GOODS BECOME
      *STOCK VALUE - THE HOLD ITSELF (Q) CARRIES NO VALUE MOVEMENT
           IF MS-TYPE = "R" OR MS-TYPE = "P"
               MOVE "SI" TO NW-TYPE
               MOVE MS-CATEGORY TO NW-REFERENCE
               PERFORM APPLY-POSTING
               GO TO SCAN-JRN-LOOP.
      *CONSUMPTION GOES OUT AT THE DEPARTMENT'S CHARGING BASIS -
      *COST, SELLING PRICE OR COST-PLUS - SO THE CN POSTINGS ARE
      *THE RECHARGE FIGURES THE LEDGER BILLS ON
           IF MS-TYPE = "I"
               COMPUTE ITEM-VALUE = 0 - MS-CHARGE-VALUE
               MOVE "CN" TO NW-TYPE
               MOVE MS-DEPARTMENT TO NW-REFERENCE
               PERFORM APPLY-POSTING
               GO TO SCAN-JRN-LOOP.
      *A DEPARTMENT RETURN CREDITS THE CONSUMPTION IT CAME OFF AT
      *THE SAME CHARGING BASIS, WHETHER THE GOODS REJOINED ON-HAND
      *AT ONCE OR WENT THROUGH THE INSPECTION HOLD FIRST
           IF MS-TYPE = "D"
               MOVE MS-CHARGE-VALUE TO ITEM-VALUE
               MOVE "CN" TO NW-TYPE
               MOVE MS-DEPARTMENT TO NW-REFERENCE
               PERFORM APPLY-POSTING
               GO TO SCAN-JRN-LOOP.
           IF MS-TYPE = "W"
               COMPUTE ITEM-VALUE = 0 - ITEM-VALUE
               MOVE "WO" TO NW-TYPE
               MOVE MS-REASON TO NW-REFERENCE
               PERFORM APPLY-POSTING
               GO TO SCAN-JRN-LOOP.
           IF MS-TYPE = "B"
               MOVE "RT" TO NW-TYPE
               MOVE MS-DEPARTMENT TO NW-REFERENCE
               PERFORM APPLY-POSTING
               GO TO SCAN-JRN-LOOP.
           IF MS-TYPE = "A" OR MS-TYPE = "V"
               MOVE "AJ" TO NW-TYPE
               MOVE MS-CATEGORY TO NW-REFERENCE
               PERFORM APPLY-POSTING
               GO TO SCAN-JRN-LOOP.
           GO TO SCAN-JRN-LOOP.
       SCAN-JOURNAL-EXIT.
           EXIT.
      *EVERY NON-STOCK REQUISITION DELIVERED ON THE DAY, CHARGED
      *TO ITS DEPARTMENT
       SCAN-NONSTOCK.
           OPEN INPUT NONSTOCK-FILE.
           IF NK-FILE-STATUS NOT = "00" GO TO SCAN-NONSTOCK-EXIT.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO NK-REQ-NO.
           START NONSTOCK-FILE KEY NOT LESS THAN NK-REQ-NO
               INVALID MOVE "N" TO MORE-RECORDS.
       SCAN-NONSTOCK-LOOP.
           IF MORE-RECORDS = "N"
               CLOSE NONSTOCK-FILE
               GO TO SCAN-NONSTOCK-EXIT.
           READ NONSTOCK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO SCAN-NONSTOCK-LOOP.
           IF NK-STATUS NOT = "R" GO TO SCAN-NONSTOCK-LOOP.
           IF NK-RECEIVED-DATE NOT = RUN-DATE
               GO TO SCAN-NONSTOCK-LOOP.
           MOVE NK-RECEIVED-VALUE TO ITEM-VALUE.
           MOVE "NS" TO NW-TYPE.
           MOVE NK-DEPT TO NW-REFERENCE.
           PERFORM APPLY-POSTING.
           ADD 1 TO NONSTOCK-COUNT.
           GO TO SCAN-NONSTOCK-LOOP.
       SCAN-NONSTOCK-EXIT.
           EXIT.
      *EVERY DISPOSAL NOTE SIGNED FOR ON THE DAY - EACH LINE'S
      *AGREED PRICE IS CREDITED TO ITS WRITE-OFF REASON
       SCAN-DISPOSALS.
           OPEN INPUT DISPOSAL-FILE.
           IF DS-FILE-STATUS NOT = "00" GO TO SCAN-DISPOSALS-EXIT.
           MOVE "Y" TO MORE-RECORDS.
           MOVE 1 TO DS-NOTE-NO.
           MOVE 0 TO DS-LINE-NO.
           START DISPOSAL-FILE KEY NOT LESS THAN DS-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
           MOVE 0 TO DISPOSAL-NOTE.
       SCAN-DISPOSALS-LOOP.
           IF MORE-RECORDS = "N"
               CLOSE DISPOSAL-FILE
               GO TO SCAN-DISPOSALS-EXIT.
           READ DISPOSAL-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO SCAN-DISPOSALS-LOOP.
           IF DS-LINE-NO = 0
               MOVE 0 TO DISPOSAL-NOTE
               IF DS-STATUS = "C" AND DS-COLLECTED-DATE = RUN-DATE
                   MOVE DS-NOTE-NO TO DISPOSAL-NOTE
                   ADD 1 TO DISPOSAL-COUNT
               END-IF
               GO TO SCAN-DISPOSALS-LOOP.
           IF DS-NOTE-NO NOT = DISPOSAL-NOTE
               GO TO SCAN-DISPOSALS-LOOP.
           COMPUTE ITEM-VALUE = 0 - DS-RECOVERED.
           MOVE "DR" TO NW-TYPE.
           MOVE SPACE TO NW-REFERENCE.
           MOVE DS-REASON TO NW-REFERENCE.
           PERFORM APPLY-POSTING.
           GO TO SCAN-DISPOSALS-LOOP.
       SCAN-DISPOSALS-EXIT.
           EXIT.
      *MONTH-END REBATE ACCRUAL.  REBATE-CALC BANKS EVERY RECEIPT
      *UP TO THE EXTRACT DATE INTO ITS AGREEMENT AND WORKS OUT THE
      *REBATE EARNED; WHATEVER HAS NOT YET BEEN ACCRUED IS POSTED
      *AGAINST THE SUPPLIER AND MARKED AS ACCRUED, SO A RE-RUN OF
      *THE SAME MONTH-END POSTS NOTHING TWICE.  A BAND CHANGED
      *DOWNWARD COMES OUT AS A CREDIT.
       ACCRUE-REBATES.
           MOVE "B" TO RR-FUNCTION.
           MOVE EXTRACT-DATE-NUM TO RR-CUTOFF-NUM.
           MOVE SGN-TRAINING-FLAG TO RR-TRAINING-FLAG.
           CALL "REBATE-CALC" USING REBATE-REQ-BLOCK.
           IF RR-RESULT NOT = "Y" GO TO ACCRUE-REBATES-EXIT.
           OPEN I-O REBATE-FILE.
           IF RB-FILE-STATUS NOT = "00" GO TO ACCRUE-REBATES-EXIT.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO RB-KEY.
           START REBATE-FILE KEY NOT LESS THAN RB-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       ACCRUE-REBATES-LOOP.
           IF MORE-RECORDS = "N"
               CLOSE REBATE-FILE
               GO TO ACCRUE-REBATES-EXIT.
           READ REBATE-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO ACCRUE-REBATES-LOOP.
           IF RB-EARNED = RB-ACCRUED GO TO ACCRUE-REBATES-LOOP.
           COMPUTE ITEM-VALUE = RB-EARNED - RB-ACCRUED.
           MOVE "RB" TO NW-TYPE.
           MOVE RB-SUPPLIER TO NW-REFERENCE.
           PERFORM APPLY-POSTING.
           MOVE RB-EARNED TO RB-ACCRUED.
           REWRITE REBATE-RECORD.
           ADD 1 TO ACCRUAL-COUNT.
           GO TO ACCRUE-REBATES-LOOP.
       ACCRUE-REBATES-EXIT.
           EXIT.
       APPLY-POSTING.
           READ WORK-FILE
               INVALID
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.MSM" TO STOCK-MSM-FN.
           MOVE "TRAIN.NLW" TO STOCK-NLW-FN.
           MOVE "TRAIN.NLP" TO STOCK-NLP-FN.
           MOVE "TRAIN.RBT" TO STOCK-RBT-FN.
           MOVE "TRAIN.NSQ" TO STOCK-NSQ-FN.
           MOVE "TRAIN.DSL" TO STOCK-DSL-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-EXTRACT-DATE.
           MOVE DC-DATE TO RUN-DATE.
           MOVE DC-DATE-NUM TO EXTRACT-DATE-NUM.
      *THE LAST DAY OF THE MONTH IS THE ONE WHOSE NEXT DAY IS NOT
      *A REAL DATE IN THE SAME MONTH
           MOVE RUN-DATE TO NEXT-DAY-DATE.
           ADD 1 TO ND-DD.
           MOVE NEXT-DAY-DATE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               MOVE "Y" TO MONTH-END-FLAG
               DISPLAY "MONTH-END - SUPPLIER REBATES WILL BE ACCRUED".
       GET-EXTRACT-DATE-EXIT.
           EXIT.
