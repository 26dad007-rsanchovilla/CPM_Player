       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPOSAL-REPORT.
       AUTHOR. MICRO FOCUS LTD.
      *LISTS EVERY SCRAP AND SURPLUS DISPOSAL NOTE SIGNED FOR IN A
      *MONTH (STOCK.DSL, SEE DSPFILE.CPY) ON STOCK.DSR - EACH LINE
      *AT ITS BOOK COST AGAINST THE MONEY THE BUYER AGREED FOR IT,
      *THEN THE SAME TOTALLED PER WRITE-OFF REASON, SO THE LOSS
      *WRITE-OFF-ANALYSIS SHOWS CAN BE SEEN NET OF WHAT CAME BACK.
      *GOODS ALREADY WRITTEN OFF BEFORE THEY WENT ON A NOTE CARRY
      *THE BOOK COST THE NOTE WAS RAISED AT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPOSAL-FILE ASSIGN DYNAMIC STOCK-DSL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DS-KEY
           FILE STATUS DS-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-DSR-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  DISPOSAL-FILE; RECORD 104.
           COPY "DSPFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-DSL-FN PIC X(12) VALUE "STOCK.DSL".
           02  STOCK-DSR-FN PIC X(12) VALUE "STOCK.DSR".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  DS-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  WANTED-PERIOD.
           02  WP-MM PIC 99.
           02  FILLER PIC X.
           02  WP-YYYY PIC 9999.
       01  DISPOSAL-NOTE PIC 9(5).
       01  NOTE-COUNT PIC 9(4) VALUE 0.
       01  COLLECTED-NUM PIC 9(8).
       01  COLLECTED-PARTS REDEFINES COLLECTED-NUM.
           02  CP-YYYY PIC 9999.
           02  CP-MM PIC 99.
           02  CP-DD PIC 99.
       01  NET-LOSS PIC S9(8)V99.
      *BOOK COST AND MONEY RECOVERED PER REASON A DISPOSAL LINE CAN
      *CARRY
       01  REASON-BOOK.
           02  RB-DAMAGE PIC 9(8)V99 VALUE 0.
           02  RB-OBSOLETE PIC 9(8)V99 VALUE 0.
           02  RB-SAMPLE PIC 9(8)V99 VALUE 0.
           02  RB-SHRINKAGE PIC 9(8)V99 VALUE 0.
           02  RB-TOTAL PIC 9(8)V99 VALUE 0.
       01  REASON-RECOVERED.
           02  RR-DAMAGE PIC 9(8)V99 VALUE 0.
           02  RR-OBSOLETE PIC 9(8)V99 VALUE 0.
           02  RR-SAMPLE PIC 9(8)V99 VALUE 0.
           02  RR-SHRINKAGE PIC 9(8)V99 VALUE 0.
           02  RR-TOTAL PIC 9(8)V99 VALUE 0.
       01  HEADING-1.
           02  FILLER PIC X(30) VALUE
               "DISPOSALS AT RECOVERED VALUE ".
           02  HD-PERIOD PIC X(7).
       01  HEADING-2.
           02  FILLER PIC X(7)  VALUE "NOTE".
           02  FILLER PIC X(10) VALUE "CODE".
           02  FILLER PIC X(6)  VALUE "BIN".
           02  FILLER PIC X(3)  VALUE "R".
           02  FILLER PIC X(11) VALUE " QUANTITY".
           02  FILLER PIC X(12) VALUE "  BOOK COST".
           02  FILLER PIC X(12) VALUE "  RECOVERED".
           02  FILLER PIC X(12) VALUE "   NET LOSS".
       01  NOTE-LINE.
           02  NL-NOTE-NO PIC 9(5).
           02  FILLER PIC XX VALUE SPACE.
           02  NL-BUYER PIC X(30).
           02  FILLER PIC X(11) VALUE " COLLECTED ".
           02  NL-COLLECTED PIC X(10).
       01  DETAIL-LINE.
           02  FILLER PIC X(7) VALUE SPACE.
           02  DL-STOCK-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-LOCATION PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-REASON PIC X.
           02  FILLER PIC XX VALUE SPACE.
           02  DL-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  DL-BOOK PIC ZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  DL-RECOVERED PIC ZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-NET PIC -ZZZZZZ9.99.
       01  REASON-LINE.
           02  RL-LABEL PIC X(36).
           02  RL-BOOK PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  RL-RECOVERED PIC ZZZZZZZ9.99.
           02  RL-NET PIC -ZZZZZZZ9.99.
       01  COUNT-LINE.
           02  FILLER PIC X(30) VALUE "DISPOSAL NOTES COLLECTED: ".
           02  CL-COUNT PIC ZZZ9.
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
       START-PROC.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "DISPOSALS REPORT - BOOK COST AGAINST RECOVERED".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
       ASK-PERIOD.
           DISPLAY "ENTER PERIOD TO REPORT (MM/YYYY): ".
           ACCEPT WANTED-PERIOD.
           IF WP-MM NOT NUMERIC OR WP-YYYY NOT NUMERIC
               OR WP-MM < 1 OR WP-MM > 12
               DISPLAY "NOT A VALID PERIOD, TRY AGAIN."
               GO TO ASK-PERIOD.
           OPEN INPUT DISPOSAL-FILE.
           IF DS-FILE-STATUS NOT = "00"
               DISPLAY "NO DISPOSAL NOTES ON DISK"
               GO TO END-PROGRAM.
           OPEN OUTPUT PRINT-FILE.
           MOVE WANTED-PERIOD TO HD-PERIOD.
           MOVE HEADING-1 TO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO DISPOSAL-NOTE.
           MOVE 1 TO DS-NOTE-NO.
           MOVE 0 TO DS-LINE-NO.
           START DISPOSAL-FILE KEY NOT LESS THAN DS-KEY
               INVALID GO TO PRINT-TOTALS
           END-START.
      *A HEADER SIGNED FOR IN THE PERIOD LETS ITS LINES THROUGH;
      *ANY OTHER HEADER SHUTS THEM OUT UNTIL THE NEXT NOTE
       SCAN-LOOP.
           READ DISPOSAL-FILE NEXT RECORD
               AT END GO TO PRINT-TOTALS
           END-READ.
           IF DS-LINE-NO = 0
               PERFORM CHECK-NOTE THRU CHECK-NOTE-EXIT
               GO TO SCAN-LOOP.
           IF DS-NOTE-NO NOT = DISPOSAL-NOTE
               GO TO SCAN-LOOP.
           MOVE DS-STOCK-CODE TO DL-STOCK-CODE.
           MOVE DS-LOCATION TO DL-LOCATION.
           MOVE DS-REASON TO DL-REASON.
           MOVE DS-QUANTITY TO DL-QUANTITY.
           MOVE DS-BOOK-VALUE TO DL-BOOK.
           MOVE DS-RECOVERED TO DL-RECOVERED.
           COMPUTE NET-LOSS = DS-BOOK-VALUE - DS-RECOVERED.
           MOVE NET-LOSS TO DL-NET.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF DS-REASON = "D"
               ADD DS-BOOK-VALUE TO RB-DAMAGE
               ADD DS-RECOVERED TO RR-DAMAGE.
           IF DS-REASON = "O"
               ADD DS-BOOK-VALUE TO RB-OBSOLETE
               ADD DS-RECOVERED TO RR-OBSOLETE.
           IF DS-REASON = "S"
               ADD DS-BOOK-VALUE TO RB-SAMPLE
               ADD DS-RECOVERED TO RR-SAMPLE.
           IF DS-REASON = "K"
               ADD DS-BOOK-VALUE TO RB-SHRINKAGE
               ADD DS-RECOVERED TO RR-SHRINKAGE.
           ADD DS-BOOK-VALUE TO RB-TOTAL.
           ADD DS-RECOVERED TO RR-TOTAL.
           GO TO SCAN-LOOP.
       CHECK-NOTE.
           MOVE 0 TO DISPOSAL-NOTE.
           IF DS-STATUS NOT = "C" GO TO CHECK-NOTE-EXIT.
           MOVE DS-COLLECTED-NUM TO COLLECTED-NUM.
           IF CP-MM NOT = WP-MM OR CP-YYYY NOT = WP-YYYY
               GO TO CHECK-NOTE-EXIT.
           MOVE DS-NOTE-NO TO DISPOSAL-NOTE.
           ADD 1 TO NOTE-COUNT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE DS-NOTE-NO TO NL-NOTE-NO.
           MOVE DS-BUYER-NAME TO NL-BUYER.
           MOVE DS-COLLECTED-DATE TO NL-COLLECTED.
           MOVE NOTE-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       CHECK-NOTE-EXIT.
           EXIT.
       PRINT-TOTALS.
           CLOSE DISPOSAL-FILE.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "TOTALS BY WRITE-OFF REASON" TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "DAMAGE" TO RL-LABEL.
           MOVE RB-DAMAGE TO RL-BOOK.
           MOVE RR-DAMAGE TO RL-RECOVERED.
           COMPUTE NET-LOSS = RB-DAMAGE - RR-DAMAGE.
           PERFORM PRINT-REASON-LINE.
           MOVE "OBSOLETE" TO RL-LABEL.
           MOVE RB-OBSOLETE TO RL-BOOK.
           MOVE RR-OBSOLETE TO RL-RECOVERED.
           COMPUTE NET-LOSS = RB-OBSOLETE - RR-OBSOLETE.
           PERFORM PRINT-REASON-LINE.
           MOVE "SAMPLE" TO RL-LABEL.
           MOVE RB-SAMPLE TO RL-BOOK.
           MOVE RR-SAMPLE TO RL-RECOVERED.
           COMPUTE NET-LOSS = RB-SAMPLE - RR-SAMPLE.
           PERFORM PRINT-REASON-LINE.
           MOVE "SHRINKAGE" TO RL-LABEL.
           MOVE RB-SHRINKAGE TO RL-BOOK.
           MOVE RR-SHRINKAGE TO RL-RECOVERED.
           COMPUTE NET-LOSS = RB-SHRINKAGE - RR-SHRINKAGE.
           PERFORM PRINT-REASON-LINE.
           MOVE "TOTAL" TO RL-LABEL.
           MOVE RB-TOTAL TO RL-BOOK.
           MOVE RR-TOTAL TO RL-RECOVERED.
           COMPUTE NET-LOSS = RB-TOTAL - RR-TOTAL.
           PERFORM PRINT-REASON-LINE.
           MOVE NOTE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           DISPLAY COUNT-LINE.
           DISPLAY "REPORT WRITTEN TO STOCK.DSR".
       END-PROGRAM.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
       PRINT-REASON-LINE.
           MOVE NET-LOSS TO RL-NET.
           MOVE REASON-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY REASON-LINE.
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
           MOVE "TRAIN.DSL" TO STOCK-DSL-FN.
           MOVE "TRAIN.DSR" TO STOCK-DSR-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *THE RUN DATE HEADS THE REPORT - A BARE RETURN TAKES TODAYS
      *DATE
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
