      *  1 - ROLL EVERY STOCK.USG RECORD'S DEMAND BUCKETS FORWARD
      *      TO THE MONTH AFTER THE PERIOD BEING CLOSED
      *  2 - TAKE THE VALUATION SNAPSHOT OF EVERY BIN
      *  3 - PRINT THE MONTH'S CONTROL TOTALS BY JOURNAL TYPE, FROM
      *      THE DAILY MOVEMENT SUMMARY ON STOCK.MSM
      *EACH STEP IS LOGGED TO STOCK.RNL LIKE THE DAY-END STEPS, AND
      *A CLEAN CLOSE WRITES THE PERIOD TO STOCK.PCL - WHICH IS ALSO
      *WHAT STOPS THE CLOSE RUNNING TWICE FOR THE SAME MONTH.
      *THE STEPS ARE TIMED ON STOCK.BRH AND A SLOW ONE FLAGGED
      *EXACTLY AS THE DAY-END RUN DOES IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY.
           SELECT SUMMARY-FILE ASSIGN DYNAMIC STOCK-MSM-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY MS-KEY
           FILE STATUS MS-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN DYNAMIC STOCK-PCL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           COPY "USGFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  SUMMARY-FILE; RECORD 72.
           COPY "MSMFILE.CPY".
       FD  PERIOD-FILE; RECORD 24.
           COPY "PCLFILE.CPY".
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  BALANCE-FILE; RECORD 40.
           COPY "BHSFILE.CPY".
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
           COPY "TIMREQ.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-USG-FN PIC X(12) VALUE "STOCK.USG".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-MSM-FN PIC X(12) VALUE "STOCK.MSM".
           02  STOCK-PCL-FN PIC X(12) VALUE "STOCK.PCL".
           02  STOCK-BHS-FN PIC X(12) VALUE "STOCK.BHS".
           02  STOCK-LOC-FN PIC X(12) VALUE "STOCK.LOC".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  US-FILE-STATUS PIC XX.
       01  MS-FILE-STATUS PIC XX.
       01  PC-FILE-STATUS PIC XX.
       01  BH-FILE-STATUS PIC XX.
       01  LC-FILE-STATUS PIC XX.
           02  SD-STEP PIC X(24).
           02  FILLER PIC X(4) VALUE SPACE.
           02  SD-COUNT PIC ZZZZZ9.
           02  FILLER PIC X(4) VALUE SPACE.
           02  SD-ELAPSED PIC ZZZZZ9.
           02  FILLER PIC X(5) VALUE " SECS".
       01  SLOW-NOTE.
           02  FILLER PIC X(10) VALUE "AVERAGE ".
           02  SN-AVERAGE PIC ZZZZZ9.
       01  SLOW-LINE.
           02  FILLER PIC X(10) VALUE "** SLOW - ".
           02  SL-ELAPSED PIC ZZZZZ9.
           02  FILLER PIC X(19) VALUE " SECS AGAINST AVG ".
           02  SL-AVERAGE PIC ZZZZZ9.
           02  FILLER PIC X(8) VALUE ", WORST ".
           02  SL-WORST PIC ZZZZZ9.
           02  FILLER PIC X(6) VALUE " OVER ".
           02  SL-RUNS PIC Z9.
           02  FILLER PIC X(5) VALUE " RUNS".
       01  CLOSE-LINE.
           02  FILLER PIC X(14) VALUE "PERIOD CLOSED ".
           02  CL-PERIOD PIC 9(6).
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           PERFORM GET-PERIOD THRU GET-PERIOD-EXIT.
           MOVE SGN-TRAINING-FLAG TO TQ-TRAINING-FLAG.
           MOVE "M" TO TQ-RUN-KIND.
           OPEN I-O PERIOD-FILE.
           IF PC-FILE-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-FILE
       PURGE-BALANCES-EXIT.
           EXIT.
      *COUNT AND SUM THE MONTH'S POSTINGS BY JOURNAL TYPE - THE
      *CONTROL FIGURES ACCOUNTS PROVES THE MONTH AGAINST.  THE
      *SUMMARY KEEPS THE MONTH AS ONE RUN OF DAYS, SO THE READ
      *STARTS ON THE FIRST AND STOPS AT THE NEXT MONTH.
       TOTAL-JOURNAL.
           MOVE 0 TO STEP-COUNT.
           MOVE 0 TO TYPE-COUNT.
           OPEN INPUT SUMMARY-FILE.
           IF MS-FILE-STATUS NOT = "00"
               GO TO TOTAL-JOURNAL-PRINT.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO MS-KEY.
           MOVE PERIOD-YYYY TO MS-DATE-NUM (1:4).
           MOVE PERIOD-MM TO MS-DATE-NUM (5:2).
           MOVE "00" TO MS-DATE-NUM (7:2).
           START SUMMARY-FILE KEY NOT LESS THAN MS-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       TOTAL-LOOP.
           IF MORE-RECORDS = "N"
               CLOSE SUMMARY-FILE
               GO TO TOTAL-JOURNAL-PRINT.
           READ SUMMARY-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO TOTAL-LOOP.
           IF MS-DATE-NUM (1:4) NOT = PERIOD-YYYY
               OR MS-DATE-NUM (5:2) NOT = PERIOD-MM
               MOVE "N" TO MORE-RECORDS
               GO TO TOTAL-LOOP.
           ADD MS-COUNT TO STEP-COUNT.
           PERFORM ADD-TYPE-TOTAL THRU ADD-TYPE-EXIT.
           GO TO TOTAL-LOOP.
       ADD-TYPE-TOTAL.
       ADD-TYPE-LOOP.
           ADD 1 TO TYPE-IX.
           IF TYPE-IX > TYPE-COUNT GO TO ADD-TYPE-NEW.
           IF TT-TYPE (TYPE-IX) = MS-TYPE
               ADD MS-COUNT TO TT-COUNT (TYPE-IX)
               ADD MS-QUANTITY TO TT-QUANTITY (TYPE-IX)
               GO TO ADD-TYPE-EXIT.
           GO TO ADD-TYPE-LOOP.
       ADD-TYPE-NEW.
           IF TYPE-COUNT NOT < 15 GO TO ADD-TYPE-EXIT.
           ADD 1 TO TYPE-COUNT.
           MOVE MS-TYPE TO TT-TYPE (TYPE-COUNT).
           MOVE MS-COUNT TO TT-COUNT (TYPE-COUNT).
           MOVE MS-QUANTITY TO TT-QUANTITY (TYPE-COUNT).
       ADD-TYPE-EXIT.
           EXIT.
       TOTAL-JOURNAL-PRINT.
           MOVE SPACE TO RL-NOTE.
           WRITE RUN-LOG-RECORD.
           DISPLAY "STEP: " STEP-NAME.
           MOVE "S" TO TQ-FUNCTION.
           CALL "STEP-TIMING" USING TIMING-REQ-BLOCK.
       LOG-STEP-START-EXIT.
           EXIT.
       LOG-STEP-END.
           MOVE STEP-COUNT TO RL-COUNT.
           MOVE SPACE TO RL-NOTE.
           WRITE RUN-LOG-RECORD.
           MOVE "E" TO TQ-FUNCTION.
           MOVE STEP-NAME TO TQ-STEP-NAME.
           MOVE RUN-DATE TO TQ-RUN-DATE.
           MOVE STEP-COUNT TO TQ-RECORDS.
           MOVE RL-OUTCOME TO TQ-OUTCOME.
           CALL "STEP-TIMING" USING TIMING-REQ-BLOCK.
           MOVE STEP-NAME TO SD-STEP.
           MOVE STEP-COUNT TO SD-COUNT.
           MOVE TQ-ELAPSED TO SD-ELAPSED.
           MOVE STEP-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY STEP-LINE.
           IF TQ-RESULT = "Y" AND TQ-SLOW = "Y"
               PERFORM FLAG-SLOW-STEP THRU FLAG-SLOW-STEP-EXIT.
       LOG-STEP-END-EXIT.
           EXIT.
      *A SLOW STEP GETS A "T" (TIMING) RECORD ON THE LOG UNDER ITS
      *END RECORD - THE SECONDS IT TOOK AND ITS USUAL TIME - AND A
      *LINE ON THE SUMMARY
       FLAG-SLOW-STEP.
           MOVE RUN-DATE TO RL-DATE.
           MOVE STEP-NAME TO RL-STEP-NAME.
           MOVE "T" TO RL-PHASE.
           MOVE "SLOW" TO RL-OUTCOME.
           MOVE TQ-ELAPSED TO RL-COUNT.
           MOVE TQ-AVERAGE TO SN-AVERAGE.
           MOVE SLOW-NOTE TO RL-NOTE.
           WRITE RUN-LOG-RECORD.
           MOVE TQ-ELAPSED TO SL-ELAPSED.
           MOVE TQ-AVERAGE TO SL-AVERAGE.
           MOVE TQ-WORST TO SL-WORST.
           MOVE TQ-PRIOR-RUNS TO SL-RUNS.
           MOVE SLOW-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY SLOW-LINE.
       FLAG-SLOW-STEP-EXIT.
           EXIT.
      *EVERY PRINTED LINE GOES THROUGH THE SHARED REPORT-FORMAT
      *SUBPROGRAM, WHICH HANDS BACK THE PAGE-HEADING LINES WHENEVER
      *A PAGE FILLS - THIS PARAGRAPH WRITES WHATEVER CAME BACK
       SET-TRAINING-FILES.
           MOVE "TRAIN.USG" TO STOCK-USG-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.MSM" TO STOCK-MSM-FN.
           MOVE "TRAIN.PCL" TO STOCK-PCL-FN.
           MOVE "TRAIN.BHS" TO STOCK-BHS-FN.
           MOVE "TRAIN.LOC" TO STOCK-LOC-FN.
