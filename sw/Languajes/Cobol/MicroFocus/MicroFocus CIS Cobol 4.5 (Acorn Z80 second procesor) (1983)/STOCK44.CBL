       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY-END-DASHBOARD.
       AUTHOR. MICRO FOCUS LTD.
      *TODAY AT A GLANCE, OFF THE DAY'S ROWS ON THE DAILY MOVEMENT
      *SUMMARY PLUS THE REJECT AND ALERT FILES - COUNTS AND UNITS
      *BY TYPE FOR THE DAY - AND AN OUT-OF-BALANCE ITEM COUNT FROM
      *NETTING THE SIGNED QUANTITIES PER BIN ON THE UNIFIED JOURNAL
      *AGAINST STOCK.IT, SO THE SUPERVISOR CAN LOCK UP WITHOUT
      *PRINTING ANYTHING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           ACCESS DYNAMIC
           RECORD KEY JR-KEY
           FILE STATUS JR-FILE-STATUS.
           SELECT SUMMARY-FILE ASSIGN DYNAMIC STOCK-MSM-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY MS-KEY
           FILE STATUS MS-FILE-STATUS.
           SELECT REJECT-FILE
           ASSIGN DYNAMIC STOCK-REJ-FN
           ORGANIZATION SEQUENTIAL
           COPY "STOCKIT.CPY".
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  SUMMARY-FILE; RECORD 72.
           COPY "MSMFILE.CPY".
       FD  REJECT-FILE; RECORD 44.
           COPY "REJREC.CPY".
       FD  QUAR-FILE; RECORD 90.
       01  FILE-NAMES.
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-MSM-FN PIC X(12) VALUE "STOCK.MSM".
           02  STOCK-REJ-FN PIC X(12) VALUE "STOCK.REJ".
           02  STOCK-ALR-FN PIC X(12) VALUE "STOCK.ALR".
           02  STOCK-QUA-FN PIC X(12) VALUE "STOCK.QUA".
       01  JR-FILE-STATUS PIC XX.
       01  MS-FILE-STATUS PIC XX.
       01  RJ-STATUS PIC XX.
       01  AL-STATUS PIC XX.
       01  TODAYS-DATE PIC X(10).
       01  TODAYS-DATE-NUM PIC 9(8).
       01  RECEIPT-COUNT PIC 9(6) VALUE 0.
       01  RECEIPT-UNITS PIC 9(8) VALUE 0.
       01  ISSUE-COUNT PIC 9(6) VALUE 0.
           PERFORM GET-TODAYS-DATE THRU GET-TODAYS-DATE-EXIT.
           OPEN INPUT STOCK-FILE.
           PERFORM SCAN-JOURNAL THRU SCAN-JOURNAL-EXIT.
           PERFORM TALLY-TODAY THRU TALLY-TODAY-EXIT.
           PERFORM CHECK-SILENT-BINS THRU CHECK-SILENT-EXIT.
           PERFORM TALLY-REJECTS THRU TALLY-REJECTS-EXIT.
           PERFORM TALLY-ALERTS THRU TALLY-ALERTS-EXIT.
                   ADD JR-QUANTITY TO BIN-NET
               END-IF
           END-IF.
           GO TO SCAN-JRN-LOOP.
       SCAN-JOURNAL-EXIT.
           EXIT.
      *THE DAY'S COUNTS AND UNITS ARE ONE KEYED RUN OF THE DAILY
      *MOVEMENT SUMMARY
       TALLY-TODAY.
           OPEN INPUT SUMMARY-FILE.
           IF MS-FILE-STATUS NOT = "00" GO TO TALLY-TODAY-EXIT.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO MS-KEY.
           MOVE TODAYS-DATE-NUM TO MS-DATE-NUM.
           START SUMMARY-FILE KEY NOT LESS THAN MS-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       TALLY-TODAY-LOOP.
           IF MORE-RECORDS = "N"
               CLOSE SUMMARY-FILE
               GO TO TALLY-TODAY-EXIT.
           READ SUMMARY-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO TALLY-TODAY-LOOP.
           IF MS-DATE-NUM NOT = TODAYS-DATE-NUM
               MOVE "N" TO MORE-RECORDS
               GO TO TALLY-TODAY-LOOP.
           PERFORM TALLY-BY-TYPE.
           GO TO TALLY-TODAY-LOOP.
       TALLY-TODAY-EXIT.
           EXIT.
       TALLY-BY-TYPE.
           IF MS-TYPE = "R"
               ADD MS-COUNT TO RECEIPT-COUNT
               ADD MS-QUANTITY TO RECEIPT-UNITS.
           IF MS-TYPE = "I"
               ADD MS-COUNT TO ISSUE-COUNT
               ADD MS-QUANTITY TO ISSUE-UNITS.
           IF MS-TYPE = "T"
               ADD MS-COUNT TO TRANSFER-COUNT
               ADD MS-QUANTITY TO TRANSFER-UNITS.
           IF MS-TYPE = "A" ADD MS-COUNT TO ADJUST-COUNT.
           IF MS-TYPE = "B" ADD MS-COUNT TO RETURN-COUNT.
           IF MS-TYPE = "V" ADD MS-COUNT TO REVERSAL-COUNT.
           IF MS-TYPE = "W" ADD MS-COUNT TO WRITE-OFF-COUNT.
           IF MS-TYPE = "P" ADD MS-COUNT TO QUAR-REL-COUNT.
      *WHEN A BIN'S POSTINGS ARE ALL IN, COMPARE THE NET AGAINST
      *THE LIVE ON-HAND FIGURE
       CLOSE-OUT-BIN.
       SET-TRAINING-FILES.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.MSM" TO STOCK-MSM-FN.
           MOVE "TRAIN.REJ" TO STOCK-REJ-FN.
           MOVE "TRAIN.ALR" TO STOCK-ALR-FN.
           MOVE "TRAIN.QUA" TO STOCK-QUA-FN.
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-TODAYS-DATE.
           MOVE DC-DATE TO TODAYS-DATE.
           MOVE DC-DATE-NUM TO TODAYS-DATE-NUM.
       GET-TODAYS-DATE-EXIT.
           EXIT.
