       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE-CALC.
       AUTHOR. MICRO FOCUS LTD.
      *WORKS OUT WHERE EVERY SUPPLIER REBATE AGREEMENT ON STOCK.RBT
      *STANDS - SEE REBREQ.CPY FOR THE CALLING BLOCK AND
      *REBFILE.CPY FOR THE RECORD.  QUALIFYING SPEND IS EACH TYPE R
      *RECEIPT ON THE JOURNAL, PRICED AT THE AGREED POL-UNIT-COST
      *OF THE ORDER LINE IT WAS BOOKED AGAINST, FOR A SUPPLIER WITH
      *AN AGREEMENT WHOSE YEAR COVERS THE RECEIPT DATE.  RECEIPTS
      *ALREADY BANKED INTO RB-SPEND BY AN EARLIER MONTH-END ARE NOT
      *COUNTED AGAIN, SO THE ANSWER STAYS RIGHT AFTER THE JOURNAL
      *HAS BEEN ARCHIVED.  CALLED BY REBATE-REPORT TO VIEW AND BY
      *NOMINAL-EXTRACT AT MONTH-END TO BANK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBATE-FILE ASSIGN DYNAMIC STOCK-RBT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RB-KEY
           FILE STATUS RB-FILE-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  REBATE-FILE; RECORD 128.
           COPY "REBFILE.CPY".
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  PO-FILE; RECORD 50.
           COPY "POFILE.CPY".
       FD  PO-LINE-FILE; RECORD 60.
           COPY "POLINE.CPY".
       WORKING-STORAGE SECTION.
       01  STOCK-RBT-FN PIC X(12).
       01  STOCK-JRN-FN PIC X(12).
       01  STOCK-PO-FN PIC X(12).
       01  STOCK-POL-FN PIC X(12).
       01  RB-FILE-STATUS PIC XX.
       01  JR-FILE-STATUS PIC XX.
       01  PO-FILE-STATUS PIC XX.
       01  POL-FILE-STATUS PIC XX.
       01  MORE-RECORDS PIC X.
       01  JRN-EOF PIC X.
       01  PO-LINE-FOUND PIC X.
       01  AGREEMENT-FOUND PIC X.
       01  RECEIPT-NUM PIC 9(8).
       01  RECEIPT-SPLIT REDEFINES RECEIPT-NUM.
           02  RN-YYYY PIC 9(4).
           02  RN-MMDD PIC 9(4).
       01  WINDOW-START PIC 9(8).
       01  WINDOW-END PIC 9(8).
       01  RECEIPT-VALUE PIC 9(10)V99.
       01  TOTAL-SPEND PIC 9(10)V99.
       01  BAND-IX PIC 9.
       LINKAGE SECTION.
           COPY "REBREQ.CPY".
       PROCEDURE DIVISION USING REBATE-REQ-BLOCK.
       CALC-START.
           MOVE "N" TO RR-RESULT.
           MOVE 0 TO RR-AGREEMENTS.
           MOVE 0 TO RR-RECEIPTS.
      *A TRAINING CALLER WORKS ON THE PRACTICE FILES - THE FLAG
      *TRAVELS IN THE BLOCK BECAUSE THIS PROGRAM NEVER SIGNS ON
           IF RR-TRAINING-FLAG = "Y"
               MOVE "TRAIN.RBT" TO STOCK-RBT-FN
               MOVE "TRAIN.JRN" TO STOCK-JRN-FN
               MOVE "TRAIN.PO" TO STOCK-PO-FN
               MOVE "TRAIN.POL" TO STOCK-POL-FN
           ELSE
               MOVE "STOCK.RBT" TO STOCK-RBT-FN
               MOVE "STOCK.JRN" TO STOCK-JRN-FN
               MOVE "STOCK.PO" TO STOCK-PO-FN
               MOVE "STOCK.POL" TO STOCK-POL-FN
           END-IF.
      *VIEWING TAKES EVERYTHING ON THE JOURNAL, WHATEVER ITS DATE
           IF RR-FUNCTION NOT = "B"
               MOVE 99999999 TO RR-CUTOFF-NUM.
           OPEN I-O REBATE-FILE.
           IF RB-FILE-STATUS NOT = "00" GO TO CALC-RETURN.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               CLOSE REBATE-FILE
               GO TO CALC-RETURN.
           PERFORM CLEAR-PENDING THRU CLEAR-PENDING-EXIT.
           OPEN INPUT PO-FILE.
           OPEN INPUT PO-LINE-FILE.
           IF PO-FILE-STATUS = "00" AND POL-FILE-STATUS = "00"
               PERFORM SCAN-RECEIPTS THRU SCAN-RECEIPTS-EXIT.
           IF PO-FILE-STATUS = "00" CLOSE PO-FILE.
           IF POL-FILE-STATUS = "00" CLOSE PO-LINE-FILE.
           CLOSE JOURNAL-FILE.
           PERFORM SETTLE-AGREEMENTS THRU SETTLE-AGREEMENTS-EXIT.
           CLOSE REBATE-FILE.
           MOVE "Y" TO RR-RESULT.
       CALC-RETURN.
           EXIT PROGRAM.
      *EVERY AGREEMENT'S PENDING SPEND IS FOUND AFRESH EACH CALL
       CLEAR-PENDING.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO RB-KEY.
           START REBATE-FILE KEY NOT LESS THAN RB-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       CLEAR-PENDING-LOOP.
           IF MORE-RECORDS = "N" GO TO CLEAR-PENDING-EXIT.
           READ REBATE-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO CLEAR-PENDING-LOOP.
           MOVE 0 TO RB-PENDING.
           REWRITE REBATE-RECORD.
           GO TO CLEAR-PENDING-LOOP.
       CLEAR-PENDING-EXIT.
           EXIT.
       SCAN-RECEIPTS.
           MOVE "N" TO JRN-EOF.
           MOVE LOW-VALUE TO JR-KEY.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID MOVE "Y" TO JRN-EOF.
       SCAN-RECEIPTS-LOOP.
           IF JRN-EOF = "Y" GO TO SCAN-RECEIPTS-EXIT.
           READ JOURNAL-FILE NEXT RECORD
               AT END MOVE "Y" TO JRN-EOF
               GO TO SCAN-RECEIPTS-LOOP.
           IF JR-TYPE NOT = "R" GO TO SCAN-RECEIPTS-LOOP.
           IF JR-YYYY NOT NUMERIC OR JR-MM NOT NUMERIC
               OR JR-DD NOT NUMERIC
               GO TO SCAN-RECEIPTS-LOOP.
           MOVE JR-YYYY TO RECEIPT-NUM (1:4).
           MOVE JR-MM TO RECEIPT-NUM (5:2).
           MOVE JR-DD TO RECEIPT-NUM (7:2).
           IF RECEIPT-NUM > RR-CUTOFF-NUM GO TO SCAN-RECEIPTS-LOOP.
           MOVE JR-REFERENCE TO PO-NUMBER.
           READ PO-FILE
               INVALID GO TO SCAN-RECEIPTS-LOOP
           END-READ.
           PERFORM FIND-AGREEMENT THRU FIND-AGREEMENT-EXIT.
           IF AGREEMENT-FOUND NOT = "Y" GO TO SCAN-RECEIPTS-LOOP.
           IF RECEIPT-NUM NOT > RB-BANKED-THRU
               GO TO SCAN-RECEIPTS-LOOP.
           PERFORM FIND-ORDER-LINE THRU FIND-ORDER-LINE-EXIT.
           IF PO-LINE-FOUND NOT = "Y" GO TO SCAN-RECEIPTS-LOOP.
           COMPUTE RECEIPT-VALUE ROUNDED =
               JR-QUANTITY * POL-UNIT-COST.
           ADD RECEIPT-VALUE TO RB-PENDING.
           REWRITE REBATE-RECORD.
           ADD 1 TO RR-RECEIPTS.
           GO TO SCAN-RECEIPTS-LOOP.
       SCAN-RECEIPTS-EXIT.
           EXIT.
      *THE AGREEMENT COVERING THE RECEIPT IS THE ONE FOR THE
      *RECEIPT'S OWN YEAR, OR - WHEN AGREEMENT YEARS START PART WAY
      *THROUGH THE CALENDAR - THE ONE STARTED THE YEAR BEFORE
       FIND-AGREEMENT.
           MOVE "N" TO AGREEMENT-FOUND.
           MOVE PO-SUPPLIER TO RB-SUPPLIER.
           MOVE RN-YYYY TO RB-YEAR.
           READ REBATE-FILE
               INVALID GO TO FIND-AGREEMENT-PRIOR
           END-READ.
           PERFORM TEST-WINDOW.
           IF AGREEMENT-FOUND = "Y" GO TO FIND-AGREEMENT-EXIT.
       FIND-AGREEMENT-PRIOR.
           MOVE PO-SUPPLIER TO RB-SUPPLIER.
           COMPUTE RB-YEAR = RN-YYYY - 1.
           READ REBATE-FILE
               INVALID GO TO FIND-AGREEMENT-EXIT
           END-READ.
           PERFORM TEST-WINDOW.
       FIND-AGREEMENT-EXIT.
           EXIT.
       TEST-WINDOW.
           COMPUTE WINDOW-START =
               RB-YEAR * 10000 + RB-START-MM * 100 + 1.
           COMPUTE WINDOW-END =
               (RB-YEAR + 1) * 10000 + RB-START-MM * 100 + 1.
           IF RECEIPT-NUM NOT < WINDOW-START
               AND RECEIPT-NUM < WINDOW-END
               MOVE "Y" TO AGREEMENT-FOUND.
      *THE AGREED PRICE IS ON THE ORDER LINE FOR THE STOCK CODE
      *RECEIVED
       FIND-ORDER-LINE.
           MOVE "N" TO PO-LINE-FOUND.
           MOVE JR-REFERENCE TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO FIND-ORDER-LINE-EXIT
           END-START.
       FIND-ORDER-LINE-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO FIND-ORDER-LINE-EXIT
           END-READ.
           IF POL-ORDER-NO NOT = JR-REFERENCE
               GO TO FIND-ORDER-LINE-EXIT.
           IF POL-STOCK-CODE = JR-STOCK-CODE AND POL-STATUS NOT = "X"
               MOVE "Y" TO PO-LINE-FOUND
               GO TO FIND-ORDER-LINE-EXIT.
           GO TO FIND-ORDER-LINE-LOOP.
       FIND-ORDER-LINE-EXIT.
           EXIT.
      *BANKING FOLDS THE PENDING SPEND INTO RB-SPEND AND MOVES THE
      *HIGH-WATER DATE ON; EITHER WAY THE TIER REACHED AND THE
      *REBATE EARNED ARE WORKED OUT ON EVERYTHING FOUND SO FAR
       SETTLE-AGREEMENTS.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO RB-KEY.
           START REBATE-FILE KEY NOT LESS THAN RB-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       SETTLE-LOOP.
           IF MORE-RECORDS = "N" GO TO SETTLE-AGREEMENTS-EXIT.
           READ REBATE-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO SETTLE-LOOP.
           ADD 1 TO RR-AGREEMENTS.
           IF RR-FUNCTION = "B"
               ADD RB-PENDING TO RB-SPEND
               MOVE 0 TO RB-PENDING
               IF RR-CUTOFF-NUM > RB-BANKED-THRU
                   MOVE RR-CUTOFF-NUM TO RB-BANKED-THRU
               END-IF
           END-IF.
           COMPUTE TOTAL-SPEND = RB-SPEND + RB-PENDING.
           MOVE 0 TO RB-TIER.
           MOVE 0 TO BAND-IX.
       SETTLE-BAND-LOOP.
           ADD 1 TO BAND-IX.
           IF BAND-IX NOT > 4
               IF RB-THRESHOLD (BAND-IX) NOT = 0
                   AND TOTAL-SPEND NOT < RB-THRESHOLD (BAND-IX)
                   MOVE BAND-IX TO RB-TIER
               END-IF
               GO TO SETTLE-BAND-LOOP.
           MOVE 0 TO RB-EARNED.
           IF RB-TIER NOT = 0
               COMPUTE RB-EARNED ROUNDED =
                   TOTAL-SPEND * RB-PCT (RB-TIER) / 100.
           REWRITE REBATE-RECORD.
           GO TO SETTLE-LOOP.
       SETTLE-AGREEMENTS-EXIT.
           EXIT.
