       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOVER-REPORT.
       AUTHOR. MICRO FOCUS LTD.
      *HOW HARD THE STOCK IS WORKING, BIN BY BIN.  THE YEAR'S
      *ISSUES ARE THE TWELVE STOCK.USG DEMAND BUCKETS EXTENDED AT
      *UNIT-COST, AS THE ABC RUN VALUES THEM; THE STOCK HELD IS THE
      *AVERAGE OF THE LAST TWELVE CLOSED MONTHS' VALUES ON THE
      *STOCK.BHS BALANCE HISTORY (TODAY'S VALUE WHEN THE BIN HAS NO
      *HISTORY YET).  TURNS ARE ISSUES OVER AVERAGE STOCK, DAYS OF
      *COVER THE AVERAGE STOCK OVER A DAY'S ISSUES.  THE LISTING
      *RUNS BY CATEGORY PREFIX AND ABC-CLASS WITH A SUBTOTAL FOR
      *EACH, AND ANY BIN TURNING SLOWER THAN ITS CATEGORY'S TARGET
      *(CAT-TARGET-TURNS, OR THE HOUSE TURN-TARGET WHEN THE
      *CATEGORY HAS NONE) IS FLAGGED FOR THE BUYERS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS IT-FILE-STATUS.
           SELECT USAGE-FILE ASSIGN DYNAMIC STOCK-USG-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY US-KEY
           FILE STATUS US-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN DYNAMIC STOCK-BHS-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY BH-KEY
           FILE STATUS BH-FILE-STATUS.
           SELECT CAT-FILE ASSIGN DYNAMIC STOCK-CAT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CAT-CODE
           FILE STATUS CT-FILE-STATUS.
           SELECT WORK-FILE ASSIGN DYNAMIC STOCK-TRW-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY WK-KEY.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-TRN-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  USAGE-FILE; RECORD 122.
           COPY "USGFILE.CPY".
       FD  BALANCE-FILE; RECORD 40.
           COPY "BHSFILE.CPY".
       FD  CAT-FILE; RECORD 40.
           COPY "CATFILE.CPY".
      *ONE PER BIN, IN THE ORDER THE LISTING SUBTOTALS
       FD  WORK-FILE; RECORD 61.
       01  WORK-RECORD.
           02  WK-KEY.
               03  WK-CATEGORY PIC XX.
               03  WK-CLASS PIC X.
               03  WK-STOCK-CODE PIC X(8).
               03  WK-LOCATION PIC X(4).
           02  WK-DESC PIC X(20).
           02  WK-ISSUE-VALUE PIC 9(10)V99.
           02  WK-AVG-VALUE PIC 9(10)V99.
           02  WK-MONTHS PIC 99.
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-USG-FN PIC X(12) VALUE "STOCK.USG".
           02  STOCK-BHS-FN PIC X(12) VALUE "STOCK.BHS".
           02  STOCK-CAT-FN PIC X(12) VALUE "STOCK.CAT".
           02  STOCK-TRW-FN PIC X(12) VALUE "STOCK.TRW".
           02  STOCK-TRN-FN PIC X(12) VALUE "STOCK.TRN".
           COPY "RPTCTL.CPY".
           COPY "PRMREQ.CPY".
       01  RPT-OUT-IX PIC 9.
       01  IT-FILE-STATUS PIC XX.
       01  US-FILE-STATUS PIC XX.
       01  BH-FILE-STATUS PIC XX.
       01  CT-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  MORE-RECORDS PIC X.
       01  FIRST-RECORD PIC X.
       01  RUN-DATE PIC X(10).
       01  HOUSE-TARGET PIC 99V9.
       01  CATEGORY-TARGET PIC 99V9.
      *THE TWELVE CLOSED MONTHS BEFORE THE RUN DATE, AS BH-PERIOD
       01  RUN-DATE-NUM.
           02  RD-YYYY PIC 9999.
           02  RD-MM PIC 99.
           02  RD-DD PIC 99.
       01  PERIOD-YYYY PIC 9999.
       01  PERIOD-MM PIC 99.
       01  PERIOD-IX PIC 99.
       01  PERIOD-TABLE.
           02  PT-PERIOD PIC 9(6) OCCURS 12 TIMES.
       01  USAGE-IDX PIC 99.
       01  USAGE-TOTAL PIC 9(9).
       01  HISTORY-TOTAL PIC 9(11)V99.
       01  HISTORY-MONTHS PIC 99.
       01  BINS-LISTED PIC 9(5).
      *THE TURN FIGURES FOR WHATEVER LINE IS BEING PRINTED
       01  CALC-ISSUE PIC 9(11)V99.
       01  CALC-AVG PIC 9(11)V99.
       01  CALC-TURNS PIC 999V9.
       01  CALC-DAYS PIC 9(5).
       01  CALC-BELOW PIC X.
       01  CALC-NO-ISSUES PIC X.
       01  PREV-CATEGORY PIC XX.
       01  PREV-CLASS PIC X.
       01  CLASS-ISSUE PIC 9(11)V99.
       01  CLASS-AVG PIC 9(11)V99.
       01  CAT-ISSUE PIC 9(11)V99.
       01  CAT-AVG PIC 9(11)V99.
       01  CAT-BELOW PIC 9(4).
       01  ALL-ISSUE PIC 9(11)V99.
       01  ALL-AVG PIC 9(11)V99.
       01  ALL-BELOW PIC 9(5).
       01  HEADING-2.
           02  FILLER PIC X(14) VALUE "CODE     LOC".
           02  FILLER PIC X(18) VALUE "DESCRIPTION".
           02  FILLER PIC X(9) VALUE "ABC".
           02  FILLER PIC X(9) VALUE " ISSUED".
           02  FILLER PIC X(6) VALUE "AVG".
           02  FILLER PIC X(6) VALUE "TURNS".
           02  FILLER PIC X(5) VALUE " DAYS".
           02  FILLER PIC X(7) VALUE " TGT".
       01  DETAIL-LINE.
           02  DL-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  DL-LOCATION PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  DL-DESC PIC X(16).
           02  FILLER PIC X VALUE SPACE.
           02  DL-CLASS PIC X.
           02  FILLER PIC X VALUE SPACE.
           02  DL-ISSUE PIC ZZZZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  DL-AVG PIC ZZZZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  DL-TURNS PIC ZZ9.9.
           02  FILLER PIC X VALUE SPACE.
           02  DL-DAYS PIC ZZZZ9.
           02  DL-DAYS-X REDEFINES DL-DAYS PIC X(5).
           02  FILLER PIC X VALUE SPACE.
           02  DL-TARGET PIC Z9.9.
           02  FILLER PIC X VALUE SPACE.
           02  DL-FLAG PIC X(10).
       01  BELOW-COUNT-FLAG.
           02  BC-COUNT PIC ZZZ9.
           02  FILLER PIC X(6) VALUE " BELOW".
       01  CATEGORY-HEADING.
           02  FILLER PIC X(9) VALUE "CATEGORY ".
           02  CH-CATEGORY PIC XX.
           02  FILLER PIC XX VALUE SPACE.
           02  CH-DESC PIC X(20).
           02  FILLER PIC X(9) VALUE "  TARGET ".
           02  CH-TARGET PIC Z9.9.
           02  FILLER PIC X(16) VALUE " TURNS A YEAR".
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
       START-PROC.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "STOCK TURNOVER AND DAYS OF COVER".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE "TURN-TARGET" TO PQ-KEY.
           MOVE 4 TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO HOUSE-TARGET.
           PERFORM BUILD-PERIODS THRU BUILD-PERIODS-EXIT.
           OPEN INPUT STOCK-FILE.
           IF IT-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN THE STOCK MASTER"
               GOBACK.
           OPEN INPUT USAGE-FILE.
           IF US-FILE-STATUS NOT = "00"
               OPEN OUTPUT USAGE-FILE
               CLOSE USAGE-FILE
               OPEN INPUT USAGE-FILE
           END-IF.
           OPEN INPUT BALANCE-FILE.
           IF BH-FILE-STATUS NOT = "00"
               OPEN OUTPUT BALANCE-FILE
               CLOSE BALANCE-FILE
               OPEN INPUT BALANCE-FILE
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
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO STOCK-KEY.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
      *ONE PASS OF THE MASTER - EACH BIN'S YEAR OF ISSUES AND ITS
      *AVERAGE HOLDING GO ON THE WORK FILE IN LISTING ORDER
       GATHER-LOOP.
           IF MORE-RECORDS = "N" GO TO PRINT-REPORT.
           READ STOCK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO GATHER-LOOP.
           PERFORM GATHER-BIN THRU GATHER-BIN-EXIT.
           GO TO GATHER-LOOP.
       GATHER-BIN.
           MOVE SPACE TO WORK-RECORD.
           MOVE STOCK-CODE (1:2) TO WK-CATEGORY.
           MOVE ABC-CLASS TO WK-CLASS.
           MOVE STOCK-CODE TO WK-STOCK-CODE.
           MOVE LOCATION-CODE TO WK-LOCATION.
           MOVE PRODUCT-DESC TO WK-DESC.
           MOVE 0 TO USAGE-TOTAL.
           MOVE STOCK-CODE TO US-STOCK-CODE.
           MOVE LOCATION-CODE TO US-LOCATION.
           READ USAGE-FILE
               INVALID GO TO GATHER-HISTORY
           END-READ.
           MOVE 1 TO USAGE-IDX.
       GATHER-USAGE.
           IF USAGE-IDX NOT > 12
               ADD US-BUCKET (USAGE-IDX) TO USAGE-TOTAL
               ADD 1 TO USAGE-IDX
               GO TO GATHER-USAGE.
       GATHER-HISTORY.
           COMPUTE WK-ISSUE-VALUE ROUNDED = USAGE-TOTAL * UNIT-COST.
           MOVE 0 TO HISTORY-TOTAL.
           MOVE 0 TO HISTORY-MONTHS.
           MOVE 0 TO PERIOD-IX.
       GATHER-HISTORY-LOOP.
           ADD 1 TO PERIOD-IX.
           IF PERIOD-IX > 12 GO TO GATHER-AVERAGE.
           MOVE PT-PERIOD (PERIOD-IX) TO BH-PERIOD.
           MOVE STOCK-CODE TO BH-STOCK-CODE.
           MOVE LOCATION-CODE TO BH-LOCATION.
           READ BALANCE-FILE
               INVALID GO TO GATHER-HISTORY-LOOP
           END-READ.
           ADD BH-VALUE TO HISTORY-TOTAL.
           ADD 1 TO HISTORY-MONTHS.
           GO TO GATHER-HISTORY-LOOP.
       GATHER-AVERAGE.
           MOVE HISTORY-MONTHS TO WK-MONTHS.
           IF HISTORY-MONTHS = 0
               COMPUTE WK-AVG-VALUE ROUNDED =
                   QUANTITY-ON-HAND * UNIT-COST
           ELSE
               DIVIDE HISTORY-TOTAL BY HISTORY-MONTHS
                   GIVING WK-AVG-VALUE ROUNDED.
      *A BIN WITH NOTHING HELD AND NOTHING ISSUED HAS NO TURN RATE
      *TO SPEAK OF
           IF WK-ISSUE-VALUE = 0 AND WK-AVG-VALUE = 0
               GO TO GATHER-BIN-EXIT.
           WRITE WORK-RECORD
               INVALID DISPLAY "DUPLICATE WORK KEY " WK-KEY
           END-WRITE.
       GATHER-BIN-EXIT.
           EXIT.
       PRINT-REPORT.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "STOCK TURNOVER AND DAYS OF COVER" TO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE "Y" TO FIRST-RECORD.
           MOVE 0 TO BINS-LISTED.
           MOVE 0 TO ALL-ISSUE.
           MOVE 0 TO ALL-AVG.
           MOVE 0 TO ALL-BELOW.
           MOVE LOW-VALUE TO WK-KEY.
           START WORK-FILE KEY NOT LESS THAN WK-KEY
               INVALID GO TO PRINT-FINISH
           END-START.
       PRINT-LOOP.
           READ WORK-FILE NEXT RECORD
               AT END GO TO PRINT-FINISH
           END-READ.
           IF FIRST-RECORD = "Y" GO TO PRINT-NEW-CATEGORY.
           IF WK-CATEGORY NOT = PREV-CATEGORY
               PERFORM CLASS-TOTAL THRU CLASS-TOTAL-EXIT
               PERFORM CATEGORY-TOTAL THRU CATEGORY-TOTAL-EXIT
               GO TO PRINT-NEW-CATEGORY.
           IF WK-CLASS NOT = PREV-CLASS
               PERFORM CLASS-TOTAL THRU CLASS-TOTAL-EXIT.
           GO TO PRINT-ITEM.
       PRINT-NEW-CATEGORY.
           MOVE "N" TO FIRST-RECORD.
           PERFORM CATEGORY-START THRU CATEGORY-START-EXIT.
       PRINT-ITEM.
           MOVE WK-CATEGORY TO PREV-CATEGORY.
           MOVE WK-CLASS TO PREV-CLASS.
           MOVE WK-ISSUE-VALUE TO CALC-ISSUE.
           MOVE WK-AVG-VALUE TO CALC-AVG.
           PERFORM CALC-TURNS-DAYS THRU CALC-TURNS-DAYS-EXIT.
           MOVE SPACE TO DETAIL-LINE.
           MOVE WK-STOCK-CODE TO DL-STOCK-CODE.
           MOVE WK-LOCATION TO DL-LOCATION.
           MOVE WK-DESC TO DL-DESC.
           MOVE WK-CLASS TO DL-CLASS.
           PERFORM FILL-FIGURES THRU FILL-FIGURES-EXIT.
           IF WK-MONTHS = 0 AND DL-FLAG = SPACE
               MOVE "NO HISTORY" TO DL-FLAG.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF CALC-BELOW = "Y"
               ADD 1 TO CAT-BELOW
               ADD 1 TO ALL-BELOW.
           ADD WK-ISSUE-VALUE TO CLASS-ISSUE.
           ADD WK-AVG-VALUE TO CLASS-AVG.
           ADD 1 TO BINS-LISTED.
           GO TO PRINT-LOOP.
       PRINT-FINISH.
           IF FIRST-RECORD = "Y"
               MOVE "NO STOCK HELD OR ISSUED" TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               GO TO END-IT.
           PERFORM CLASS-TOTAL THRU CLASS-TOTAL-EXIT.
           PERFORM CATEGORY-TOTAL THRU CATEGORY-TOTAL-EXIT.
           MOVE HOUSE-TARGET TO CATEGORY-TARGET.
           MOVE ALL-ISSUE TO CALC-ISSUE.
           MOVE ALL-AVG TO CALC-AVG.
           PERFORM CALC-TURNS-DAYS THRU CALC-TURNS-DAYS-EXIT.
           MOVE SPACE TO DETAIL-LINE.
           MOVE "ALL STOCK" TO DL-DESC.
           PERFORM FILL-FIGURES THRU FILL-FIGURES-EXIT.
           MOVE ALL-BELOW TO BC-COUNT.
           MOVE BELOW-COUNT-FLAG TO DL-FLAG.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       END-IT.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE STOCK-FILE.
           CLOSE USAGE-FILE.
           CLOSE BALANCE-FILE.
           CLOSE CAT-FILE.
           CLOSE WORK-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "BINS LISTED: " BINS-LISTED
               "  BELOW TARGET: " ALL-BELOW.
           DISPLAY "REPORT IS ON " STOCK-TRN-FN.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A NEW CATEGORY - ITS NAME AND THE TARGET ITS BINS ARE HELD
      *TO
       CATEGORY-START.
           MOVE 0 TO CLASS-ISSUE.
           MOVE 0 TO CLASS-AVG.
           MOVE 0 TO CAT-ISSUE.
           MOVE 0 TO CAT-AVG.
           MOVE 0 TO CAT-BELOW.
           MOVE HOUSE-TARGET TO CATEGORY-TARGET.
           MOVE WK-CATEGORY TO CAT-CODE.
           READ CAT-FILE
               INVALID MOVE "** NOT ON MASTER **" TO CAT-DESC
               MOVE 0 TO CAT-TARGET-TURNS
           END-READ.
           IF CAT-TARGET-TURNS NUMERIC
               IF CAT-TARGET-TURNS > 0
                   MOVE CAT-TARGET-TURNS TO CATEGORY-TARGET.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE WK-CATEGORY TO CH-CATEGORY.
           MOVE CAT-DESC TO CH-DESC.
           MOVE CATEGORY-TARGET TO CH-TARGET.
           MOVE CATEGORY-HEADING TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       CATEGORY-START-EXIT.
           EXIT.
       CLASS-TOTAL.
           MOVE CLASS-ISSUE TO CALC-ISSUE.
           MOVE CLASS-AVG TO CALC-AVG.
           PERFORM CALC-TURNS-DAYS THRU CALC-TURNS-DAYS-EXIT.
           MOVE SPACE TO DETAIL-LINE.
           MOVE "CLASS TOTAL" TO DL-DESC.
           MOVE PREV-CLASS TO DL-CLASS.
           IF PREV-CLASS = SPACE MOVE "-" TO DL-CLASS.
           PERFORM FILL-FIGURES THRU FILL-FIGURES-EXIT.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD CLASS-ISSUE TO CAT-ISSUE.
           ADD CLASS-AVG TO CAT-AVG.
           MOVE 0 TO CLASS-ISSUE.
           MOVE 0 TO CLASS-AVG.
       CLASS-TOTAL-EXIT.
           EXIT.
       CATEGORY-TOTAL.
           MOVE CAT-ISSUE TO CALC-ISSUE.
           MOVE CAT-AVG TO CALC-AVG.
           PERFORM CALC-TURNS-DAYS THRU CALC-TURNS-DAYS-EXIT.
           MOVE SPACE TO DETAIL-LINE.
           MOVE "CATEGORY TOTAL" TO DL-DESC.
           PERFORM FILL-FIGURES THRU FILL-FIGURES-EXIT.
           MOVE CAT-BELOW TO BC-COUNT.
           MOVE BELOW-COUNT-FLAG TO DL-FLAG.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD CAT-ISSUE TO ALL-ISSUE.
           ADD CAT-AVG TO ALL-AVG.
       CATEGORY-TOTAL-EXIT.
           EXIT.
      *TURNS AND DAYS OF COVER FROM CALC-ISSUE AND CALC-AVG, AND
      *WHETHER THAT IS SLOWER THAN THE CATEGORY'S TARGET
       CALC-TURNS-DAYS.
           MOVE 0 TO CALC-TURNS.
           MOVE 0 TO CALC-DAYS.
           MOVE "N" TO CALC-BELOW.
           MOVE "N" TO CALC-NO-ISSUES.
           IF CALC-ISSUE = 0
               MOVE "Y" TO CALC-NO-ISSUES
               MOVE "Y" TO CALC-BELOW
               GO TO CALC-TURNS-DAYS-EXIT.
           IF CALC-AVG = 0
               MOVE 999.9 TO CALC-TURNS
               GO TO CALC-TURNS-DAYS-EXIT.
           COMPUTE CALC-TURNS ROUNDED = CALC-ISSUE / CALC-AVG
               ON SIZE ERROR MOVE 999.9 TO CALC-TURNS
           END-COMPUTE.
           COMPUTE CALC-DAYS ROUNDED = CALC-AVG * 365 / CALC-ISSUE
               ON SIZE ERROR MOVE 99999 TO CALC-DAYS
           END-COMPUTE.
           IF CALC-TURNS < CATEGORY-TARGET
               MOVE "Y" TO CALC-BELOW.
       CALC-TURNS-DAYS-EXIT.
           EXIT.
       FILL-FIGURES.
           MOVE CALC-ISSUE TO DL-ISSUE.
           MOVE CALC-AVG TO DL-AVG.
           MOVE CALC-TURNS TO DL-TURNS.
           MOVE CALC-DAYS TO DL-DAYS.
           MOVE CATEGORY-TARGET TO DL-TARGET.
           MOVE SPACE TO DL-FLAG.
           IF CALC-NO-ISSUES = "Y"
               MOVE "  ---" TO DL-DAYS-X
               MOVE "NO ISSUES" TO DL-FLAG
               GO TO FILL-FIGURES-EXIT.
           IF CALC-BELOW = "Y"
               MOVE "BELOW TGT" TO DL-FLAG.
       FILL-FIGURES-EXIT.
           EXIT.
      *THE TWELVE MONTHS BEFORE THE RUN MONTH, LATEST FIRST
       BUILD-PERIODS.
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
           MOVE RD-YYYY TO PERIOD-YYYY.
           MOVE RD-MM TO PERIOD-MM.
           MOVE 0 TO PERIOD-IX.
       BUILD-PERIODS-LOOP.
           ADD 1 TO PERIOD-IX.
           IF PERIOD-IX > 12 GO TO BUILD-PERIODS-EXIT.
           SUBTRACT 1 FROM PERIOD-MM.
           IF PERIOD-MM = 0
               MOVE 12 TO PERIOD-MM
               SUBTRACT 1 FROM PERIOD-YYYY.
           COMPUTE PT-PERIOD (PERIOD-IX) =
               PERIOD-YYYY * 100 + PERIOD-MM.
           GO TO BUILD-PERIODS-LOOP.
       BUILD-PERIODS-EXIT.
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
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.USG" TO STOCK-USG-FN.
           MOVE "TRAIN.BHS" TO STOCK-BHS-FN.
           MOVE "TRAIN.CAT" TO STOCK-CAT-FN.
           MOVE "TRAIN.TRW" TO STOCK-TRW-FN.
           MOVE "TRAIN.TRN" TO STOCK-TRN-FN.
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
