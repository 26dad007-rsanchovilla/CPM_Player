       PROGRAM-ID. OPERATOR-ACTIVITY.
       AUTHOR. MICRO FOCUS LTD.
      *TOTALS THE DAY'S (OR ALL) POSTINGS BY OPERATOR FROM THE
      *DAILY MOVEMENT SUMMARY ON STOCK.MSM, WHICH CARRIES THE
      *OPERATOR - RECEIPTS, TRANSFERS AND COUNT ADJUSTMENTS
      *WITH THEIR UNITS - PLUS EACH OPERATOR'S REJECTED ENTRIES
      *FROM STOCK.REJ, SO SUPERVISION CAN BALANCE WORKLOADS AND
      *SPOT WHOSE ENTRIES KEEP BOUNCING.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN DYNAMIC STOCK-MSM-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY MS-KEY
           FILE STATUS MS-FILE-STATUS.
           SELECT REJECT-FILE
           ASSIGN DYNAMIC STOCK-REJ-FN
           ORGANIZATION SEQUENTIAL
      /
       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE; RECORD 72.
           COPY "MSMFILE.CPY".
       FD  REJECT-FILE; RECORD 44.
           COPY "REJREC.CPY".
       FD  WORK-FILE; RECORD 44.
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-MSM-FN PIC X(12) VALUE "STOCK.MSM".
           02  STOCK-REJ-FN PIC X(12) VALUE "STOCK.REJ".
           02  STOCK-OPW-FN PIC X(12) VALUE "STOCK.OPW".
           02  STOCK-OPA-FN PIC X(12) VALUE "STOCK.OPA".
       01  MS-FILE-STATUS PIC XX.
       01  RJ-STATUS PIC XX.
       01  WANTED-DATE PIC X(10).
       01  WANTED-DATE-NUM PIC 9(8) VALUE 0.
       01  MORE-RECORDS PIC X.
       01  HEADING-1.
           02  FILLER PIC X(28) VALUE
           PERFORM SCAN-JOURNAL THRU SCAN-JOURNAL-EXIT.
           PERFORM SCAN-REJECTS THRU SCAN-REJECTS-EXIT.
           GO TO PRINT-REPORT.
      *ONE PASS OF THE SUMMARY COVERS RECEIPTS, TRANSFERS AND COUNT
      *ADJUSTMENTS - A TRANSFER IS COUNTED ONCE, ON ITS OUT RECORD.
      *A SINGLE DAY IS ONE KEYED RUN OF SUMMARY ROWS.
       SCAN-JOURNAL.
           OPEN INPUT SUMMARY-FILE.
           IF MS-FILE-STATUS NOT = "00" GO TO SCAN-JOURNAL-EXIT.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO MS-KEY.
           MOVE WANTED-DATE-NUM TO MS-DATE-NUM.
           START SUMMARY-FILE KEY NOT LESS THAN MS-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       SCAN-JRN-LOOP.
           IF MORE-RECORDS = "N"
               CLOSE SUMMARY-FILE
               GO TO SCAN-JOURNAL-EXIT.
           READ SUMMARY-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO SCAN-JRN-LOOP.
           IF WANTED-DATE NOT = SPACE
               AND MS-DATE-NUM NOT = WANTED-DATE-NUM
               MOVE "N" TO MORE-RECORDS
               GO TO SCAN-JRN-LOOP.
           IF MS-TYPE NOT = "R" AND MS-TYPE NOT = "T"
               AND MS-TYPE NOT = "A" AND MS-TYPE NOT = "Q"
               GO TO SCAN-JRN-LOOP.
           MOVE MS-OPERATOR TO OP-OPERATOR.
           PERFORM FETCH-OPERATOR.
           IF MS-TYPE = "R" OR MS-TYPE = "Q"
               ADD MS-COUNT TO OP-RECEIPT-COUNT
               ADD MS-QUANTITY TO OP-RECEIPT-UNITS.
           IF MS-TYPE = "T"
               ADD MS-COUNT TO OP-TRANSFER-COUNT
               ADD MS-QUANTITY TO OP-TRANSFER-UNITS.
           IF MS-TYPE = "A"
               ADD MS-COUNT TO OP-ADJUST-COUNT.
           REWRITE WORK-RECORD.
           GO TO SCAN-JRN-LOOP.
       SCAN-JOURNAL-EXIT.
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.MSM" TO STOCK-MSM-FN.
           MOVE "TRAIN.REJ" TO STOCK-REJ-FN.
           MOVE "TRAIN.OPW" TO STOCK-OPW-FN.
           MOVE "TRAIN.OPA" TO STOCK-OPA-FN.
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-WANTED-DATE.
           MOVE DC-DATE TO WANTED-DATE.
           MOVE DC-DATE-NUM TO WANTED-DATE-NUM.
       GET-WANTED-DATE-EXIT.
           EXIT.
