       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-SAMPLE.
       AUTHOR. MICRO FOCUS LTD.
      *THE EXTERNAL AUDITORS' YEAR-END TEST COUNTS, DRAWN AS A
      *MONETARY-UNIT SAMPLE INSTEAD OF BY POINTING AT THE LISTING.
      *EVERY POUND OF STOCK ON STOCK.IT (QUANTITY-ON-HAND TIMES
      *UNIT-COST) HAS THE SAME CHANCE OF BEING PICKED, SO THE DEAR
      *BINS ARE TESTED IN PROPORTION TO WHAT THEY ARE WORTH.
      *  (D)RAW - THE SUPERVISOR GIVES THE CONFIDENCE LEVEL THE
      *    AUDITORS WORK TO (80, 90, 95 OR 99 PER CENT) AND THEIR
      *    MATERIALITY.  THE SAMPLING INTERVAL IS MATERIALITY OVER
      *    THE CONFIDENCE FACTOR FOR NO ERRORS; FROM A RANDOM START
      *    INSIDE THE FIRST INTERVAL EVERY INTERVAL'S WORTH OF VALUE
      *    DOWN THE MASTER PICKS THE BIN THAT VALUE FALLS IN.  THE
      *    BINS GO ON STOCK.MUS WITH THEIR BOOK FIGURES AND THE RUN'S
      *    FIGURES ON STOCK.MUC.
      *  (P)RINT - THE TEST-COUNT SHEETS ON STOCK.MUP, IN LOCATION
      *    ORDER, WITHOUT THE BOOK QUANTITY.
      *  (K)EY - THE AUDITORS' COUNTS AGAINST EACH SAMPLED BIN.
      *  (V)ALUE - THE EVALUATION ON STOCK.MUE.  EACH OVERSTATED BIN
      *    BELOW THE INTERVAL PROJECTS ITS TAINTING (ERROR OVER BOOK
      *    VALUE) ACROSS ITS INTERVAL; A BIN WORTH THE INTERVAL OR
      *    MORE WAS CERTAIN TO BE PICKED AND ITS ERROR STANDS AS IT
      *    IS.  THE UPPER LIMIT IS THE BASIC PRECISION, PLUS THE
      *    PROJECTIONS, PLUS THE INCREMENTAL ALLOWANCE ON THE
      *    TAINTINGS TAKEN LARGEST FIRST, PLUS THE KNOWN ERRORS -
      *    THE FIGURE THE AUDITORS ASK FOR.  UNDERSTATEMENTS ARE
      *    PROJECTED AND SHOWN APART, AS THE AUDITORS TREAT THEM.
      *SUPERVISOR ONLY.
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
           SELECT SAMPLE-FILE ASSIGN DYNAMIC STOCK-MUS-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY MS-KEY
           FILE STATUS MS-FILE-STATUS.
           SELECT CONTROL-FILE
           ASSIGN DYNAMIC STOCK-MUC-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS MC-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC PRINT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  SAMPLE-FILE; RECORD 92.
           COPY "MUSFILE.CPY".
      *THE FIGURES THE CURRENT SAMPLE WAS DRAWN WITH - ONE RECORD
       FD  CONTROL-FILE; RECORD 80.
       01  MUS-CONTROL-RECORD.
           02  MC-SAMPLE-DATE PIC X(10).
           02  MC-CONFIDENCE PIC 99.
           02  MC-RELIABILITY PIC 99V99.
           02  MC-MATERIALITY PIC 9(9)V99.
           02  MC-INTERVAL PIC 9(9)V99.
           02  MC-RANDOM-START PIC 9(9)V99.
           02  MC-POPULATION PIC 9(11)V99.
           02  MC-SAMPLE-BINS PIC 9(5).
           02  MC-SAMPLE-HITS PIC 9(5).
           02  MC-DRAWN-BY PIC X(4).
           02  FILLER PIC X(4).
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-MUS-FN PIC X(12) VALUE "STOCK.MUS".
           02  STOCK-MUC-FN PIC X(12) VALUE "STOCK.MUC".
           02  STOCK-MUP-FN PIC X(12) VALUE "STOCK.MUP".
           02  STOCK-MUE-FN PIC X(12) VALUE "STOCK.MUE".
       01  PRINT-FN PIC X(12).
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  IT-FILE-STATUS PIC XX.
       01  MS-FILE-STATUS PIC XX.
       01  MC-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  SAMPLE-ON-FILE PIC X.
       01  MORE-RECORDS PIC X.
      *THE CONFIDENCE FACTORS - THE UPPER LIMIT ON THE NUMBER OF
      *ERRORS PER INTERVAL FOR 0, 1, 2 ... 10 ERRORS FOUND, AT EACH
      *CONFIDENCE LEVEL THE AUDITORS USE
       01  FACTOR-LIST.
           02  FILLER PIC X(46) VALUE
               "8001610300042805520673079109081024113812521366".
           02  FILLER PIC X(46) VALUE
               "9002310389053306690800092810541178130014211541".
           02  FILLER PIC X(46) VALUE
               "9503000475063007760916105211851315144415711697".
           02  FILLER PIC X(46) VALUE
               "9904610664084110051161131114571600174118792015".
       01  FACTOR-TABLE REDEFINES FACTOR-LIST.
           02  FACTOR-ROW OCCURS 4 TIMES.
               03  FR-CONFIDENCE PIC 99.
               03  FR-FACTOR PIC 99V99 OCCURS 11 TIMES.
       01  FACTOR-ROW-IX PIC 9.
       01  FACTOR-IX PIC 99.
       01  NEXT-FACTOR-IX PIC 99.
       01  FACTOR-STEP PIC S99V99.
       01  ENTERED-CONFIDENCE PIC XX.
       01  ENTERED-MONEY-X PIC X(11).
       01  ENTERED-MONEY-9 REDEFINES ENTERED-MONEY-X PIC 9(9)V99.
       01  ENTERED-LOCATION PIC X(4).
       01  ENTERED-STOCK-CODE PIC X(8).
       01  ENTERED-QTY-X PIC X(8).
       01  ENTERED-QTY-9 REDEFINES ENTERED-QTY-X PIC 9(6)V99.
       01  ENTERED-COUNTER PIC X(4).
       01  LAST-COUNTER PIC X(4) VALUE SPACE.
      *THE CLOCK, READ BACKWARDS, GIVES A RANDOM START WHEN THE
      *AUDITORS DO NOT SUPPLY ONE
       01  TIME-NOW.
           02  TN-HH PIC 99.
           02  TN-MM PIC 99.
           02  TN-SS PIC 99.
           02  TN-CC PIC 99.
       01  START-DIGITS.
           02  SG-CC PIC 99.
           02  SG-SS PIC 99.
           02  SG-MM PIC 99.
           02  SG-HH PIC 99.
       01  START-DIGITS-9 REDEFINES START-DIGITS PIC 9(8).
       01  ITEM-VALUE PIC 9(10)V99.
       01  VALUE-BEFORE PIC 9(12)V99.
       01  VALUE-AFTER PIC 9(12)V99.
       01  NEXT-POINT PIC 9(12)V99.
       01  BIN-HITS PIC 9(4).
       01  POPULATION-VALUE PIC 9(12)V99.
       01  EXPECTED-SIZE PIC 9(7).
       01  BINS-PRINTED PIC 9(5).
       01  CURRENT-LOCATION PIC X(4).
      *THE EVALUATION
       01  AUDIT-VALUE PIC 9(10)V99.
       01  MISSTATEMENT PIC S9(10)V99.
       01  TAINTING PIC S9V9(4).
       01  PROJECTED PIC S9(10)V99.
       01  BINS-COUNTED PIC 9(5).
       01  BINS-UNCOUNTED PIC 9(5).
       01  ERRORS-FOUND PIC 9(5).
       01  ERROR-COUNT PIC 999.
       01  ERROR-IX PIC 999.
       01  SORT-IX PIC 999.
       01  HIGH-IX PIC 999.
       01  SWAP-TAINT PIC 9V9(4).
       01  ERROR-TABLE.
           02  ET-TAINT PIC 9V9(4) OCCURS 200 TIMES.
       01  BASIC-PRECISION PIC 9(11)V99.
       01  PROJECTED-OVER PIC 9(11)V99.
       01  PROJECTED-UNDER PIC 9(11)V99.
       01  KNOWN-OVER PIC 9(11)V99.
       01  KNOWN-UNDER PIC 9(11)V99.
       01  INCREMENTAL PIC 9(11)V99.
       01  INCREMENT-ONE PIC 9(11)V99.
       01  MOST-LIKELY PIC 9(11)V99.
       01  UPPER-LIMIT PIC 9(11)V99.
       01  SHEET-HEADING-2.
           02  FILLER PIC X(6) VALUE "LOC".
           02  FILLER PIC X(10) VALUE "CODE".
           02  FILLER PIC X(22) VALUE "DESCRIPTION".
           02  FILLER PIC X(20) VALUE "AUDITOR'S COUNT".
           02  FILLER PIC X(8) VALUE "INITIALS".
       01  SHEET-DETAIL.
           02  SD-LOCATION PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  SD-STOCK-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  SD-DESC PIC X(20).
           02  FILLER PIC XX VALUE SPACE.
           02  FILLER PIC X(20) VALUE "____________".
           02  FILLER PIC X(8) VALUE "______".
       01  EVAL-HEADING-2.
           02  FILLER PIC X(14) VALUE "CODE/LOC".
           02  FILLER PIC X(12) VALUE "  BOOK VALUE".
           02  FILLER PIC X(12) VALUE " AUDIT VALUE".
           02  FILLER PIC X(12) VALUE "       ERROR".
           02  FILLER PIC X(8) VALUE " TAINT".
           02  FILLER PIC X(12) VALUE "   PROJECTED".
       01  EVAL-DETAIL.
           02  ED-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE "/".
           02  ED-LOCATION PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  ED-BOOK PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  ED-AUDIT PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  ED-ERROR PIC -ZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  ED-TAINT PIC -9.9999.
           02  FILLER PIC X VALUE SPACE.
           02  ED-PROJECTED PIC -ZZZZZZ9.99.
       01  FIGURE-LINE.
           02  FL-LABEL PIC X(40).
           02  FL-VALUE PIC -ZZZZZZZZZZ9.99.
       01  COUNT-FIGURE-LINE.
           02  CF-LABEL PIC X(40).
           02  CF-VALUE PIC ZZZZ9.
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
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GOBACK.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "AUDITORS' TEST-COUNT SAMPLE".
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE TO RUN-DATE.
           PERFORM READ-CONTROL THRU READ-CONTROL-EXIT.
           OPEN I-O SAMPLE-FILE.
           IF MS-FILE-STATUS NOT = "00"
               OPEN OUTPUT SAMPLE-FILE
               CLOSE SAMPLE-FILE
               OPEN I-O SAMPLE-FILE
           END-IF.
       ASK-ACTION.
           DISPLAY SPACE.
           IF SAMPLE-ON-FILE = "Y"
               DISPLAY "SAMPLE OF " MC-SAMPLE-DATE ", "
                   MC-SAMPLE-BINS " BINS AT " MC-CONFIDENCE
                   " PER CENT CONFIDENCE".
           DISPLAY "(D)RAW A NEW SAMPLE, (P)RINT TEST-COUNT SHEETS,".
           DISPLAY "(K)EY AUDITORS' COUNTS, (V)ALUE THE ERRORS,".
           DISPLAY "OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "D" OR ACTION-CHOICE = "d"
               GO TO DRAW-SAMPLE.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           IF ACTION-CHOICE NOT = "P" AND ACTION-CHOICE NOT = "p"
               AND ACTION-CHOICE NOT = "K" AND ACTION-CHOICE NOT = "k"
               AND ACTION-CHOICE NOT = "V" AND ACTION-CHOICE NOT = "v"
               DISPLAY "INVALID CHOICE, TRY AGAIN."
               GO TO ASK-ACTION.
           IF SAMPLE-ON-FILE NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON "NO SAMPLE DRAWN YET"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           IF ACTION-CHOICE = "P" OR ACTION-CHOICE = "p"
               PERFORM PRINT-SHEETS THRU PRINT-SHEETS-EXIT
               GO TO ASK-ACTION.
           IF ACTION-CHOICE = "K" OR ACTION-CHOICE = "k"
               GO TO KEY-COUNTS.
           PERFORM EVALUATE-SAMPLE THRU EVALUATE-SAMPLE-EXIT.
           GO TO ASK-ACTION.
       READ-CONTROL.
           MOVE "N" TO SAMPLE-ON-FILE.
           OPEN INPUT CONTROL-FILE.
           IF MC-STATUS NOT = "00" GO TO READ-CONTROL-EXIT.
           READ CONTROL-FILE
               AT END MOVE "N" TO SAMPLE-ON-FILE
               NOT AT END MOVE "Y" TO SAMPLE-ON-FILE
           END-READ.
           CLOSE CONTROL-FILE.
       READ-CONTROL-EXIT.
           EXIT.
      *----------------------------------------------------------
      *DRAWING THE SAMPLE
      *----------------------------------------------------------
       DRAW-SAMPLE.
           IF SAMPLE-ON-FILE = "Y"
               DISPLAY "THIS REPLACES THE SAMPLE OF " MC-SAMPLE-DATE
                   " AND ANY COUNTS KEYED AGAINST IT"
               DISPLAY "CARRY ON? (Y/N): "
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
                   GO TO ASK-ACTION.
       DRAW-ASK-CONFIDENCE.
           DISPLAY "CONFIDENCE LEVEL - 80, 90, 95 OR 99 PER CENT: ".
           MOVE SPACE TO ENTERED-CONFIDENCE.
           ACCEPT ENTERED-CONFIDENCE.
           IF ENTERED-CONFIDENCE = SPACE GO TO ASK-ACTION.
           MOVE 0 TO FACTOR-ROW-IX.
       DRAW-FIND-CONFIDENCE.
           ADD 1 TO FACTOR-ROW-IX.
           IF FACTOR-ROW-IX > 4
               DISPLAY TERM-HIGHLIGHT-ON "NOT ONE OF THE FOUR LEVELS"
                   TERM-HIGHLIGHT-OFF
               GO TO DRAW-ASK-CONFIDENCE.
           IF ENTERED-CONFIDENCE NOT = FR-CONFIDENCE (FACTOR-ROW-IX)
               GO TO DRAW-FIND-CONFIDENCE.
       DRAW-ASK-MATERIALITY.
           DISPLAY "MATERIALITY IN HOME CURRENCY".
           DISPLAY "(NNNNNNNNNNN = NNNNNNNNN.NN): ".
           MOVE SPACE TO ENTERED-MONEY-X.
           ACCEPT ENTERED-MONEY-X.
           IF ENTERED-MONEY-X NOT NUMERIC OR ENTERED-MONEY-9 = 0
               DISPLAY TERM-HIGHLIGHT-ON "MATERIALITY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO DRAW-ASK-MATERIALITY.
           MOVE SPACE TO MUS-CONTROL-RECORD.
           MOVE ENTERED-CONFIDENCE TO MC-CONFIDENCE.
           MOVE FR-FACTOR (FACTOR-ROW-IX, 1) TO MC-RELIABILITY.
           MOVE ENTERED-MONEY-9 TO MC-MATERIALITY.
           DIVIDE MC-MATERIALITY BY MC-RELIABILITY
               GIVING MC-INTERVAL.
           IF MC-INTERVAL = 0
               DISPLAY TERM-HIGHLIGHT-ON "MATERIALITY TOO SMALL"
                   TERM-HIGHLIGHT-OFF
               GO TO DRAW-ASK-MATERIALITY.
      *A FIRST PASS FOR THE TOTAL, SO THE SUPERVISOR SEES HOW BIG
      *THE SAMPLE WILL BE BEFORE THE OLD ONE IS THROWN AWAY
           OPEN INPUT STOCK-FILE.
           IF IT-FILE-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON "CANNOT OPEN THE STOCK MASTER"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           MOVE 0 TO POPULATION-VALUE.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO STOCK-KEY.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       DRAW-TOTAL-LOOP.
           IF MORE-RECORDS = "N" GO TO DRAW-TOTAL-DONE.
           READ STOCK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO DRAW-TOTAL-LOOP.
           COMPUTE ITEM-VALUE ROUNDED = QUANTITY-ON-HAND * UNIT-COST.
           ADD ITEM-VALUE TO POPULATION-VALUE.
           GO TO DRAW-TOTAL-LOOP.
       DRAW-TOTAL-DONE.
           CLOSE STOCK-FILE.
           IF POPULATION-VALUE = 0
               DISPLAY TERM-HIGHLIGHT-ON "NO STOCK VALUE TO SAMPLE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           MOVE POPULATION-VALUE TO MC-POPULATION.
           DIVIDE POPULATION-VALUE BY MC-INTERVAL
               GIVING EXPECTED-SIZE.
           ADD 1 TO EXPECTED-SIZE.
           DISPLAY "STOCK VALUE " MC-POPULATION ", INTERVAL "
               MC-INTERVAL.
           DISPLAY "ABOUT " EXPECTED-SIZE " SELECTIONS - DRAW? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
       DRAW-ASK-START.
           DISPLAY "RANDOM START FROM THE AUDITORS".
           DISPLAY "(NNNNNNNNNNN = NNNNNNNNN.NN, BLANK TO DRAW ONE): ".
           MOVE SPACE TO ENTERED-MONEY-X.
           ACCEPT ENTERED-MONEY-X.
           IF ENTERED-MONEY-X = SPACE
               PERFORM CLOCK-START THRU CLOCK-START-EXIT
               GO TO DRAW-START-SET.
           IF ENTERED-MONEY-X NOT NUMERIC OR ENTERED-MONEY-9 = 0
               OR ENTERED-MONEY-9 > MC-INTERVAL
               DISPLAY TERM-HIGHLIGHT-ON
                   "START MUST BE INSIDE THE FIRST INTERVAL"
                   TERM-HIGHLIGHT-OFF
               GO TO DRAW-ASK-START.
           MOVE ENTERED-MONEY-9 TO MC-RANDOM-START.
       DRAW-START-SET.
           DISPLAY "RANDOM START " MC-RANDOM-START.
           CLOSE SAMPLE-FILE.
           OPEN OUTPUT SAMPLE-FILE.
           CLOSE SAMPLE-FILE.
           OPEN I-O SAMPLE-FILE.
           OPEN INPUT STOCK-FILE.
           MOVE 0 TO VALUE-BEFORE.
           MOVE MC-RANDOM-START TO NEXT-POINT.
           MOVE 0 TO MC-SAMPLE-BINS.
           MOVE 0 TO MC-SAMPLE-HITS.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO STOCK-KEY.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       DRAW-LOOP.
           IF MORE-RECORDS = "N" GO TO DRAW-DONE.
           READ STOCK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO DRAW-LOOP.
           COMPUTE ITEM-VALUE ROUNDED = QUANTITY-ON-HAND * UNIT-COST.
           IF ITEM-VALUE = 0 GO TO DRAW-LOOP.
           COMPUTE VALUE-AFTER = VALUE-BEFORE + ITEM-VALUE.
           MOVE 0 TO BIN-HITS.
           PERFORM COUNT-HITS THRU COUNT-HITS-EXIT.
           MOVE VALUE-AFTER TO VALUE-BEFORE.
           IF BIN-HITS = 0 GO TO DRAW-LOOP.
           MOVE SPACE TO MUS-SAMPLE-RECORD.
           MOVE LOCATION-CODE TO MS-LOCATION.
           MOVE STOCK-CODE TO MS-STOCK-CODE.
           MOVE PRODUCT-DESC TO MS-DESC.
           MOVE QUANTITY-ON-HAND TO MS-BOOK-QTY.
           MOVE UNIT-COST TO MS-UNIT-COST.
           MOVE ITEM-VALUE TO MS-BOOK-VALUE.
           MOVE BIN-HITS TO MS-HITS.
           MOVE "N" TO MS-COUNTED-FLAG.
           MOVE 0 TO MS-AUDIT-QTY.
           WRITE MUS-SAMPLE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SAMPLE FILE I/O ERROR, STATUS: " MS-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO DRAW-LOOP
           END-WRITE.
           ADD 1 TO MC-SAMPLE-BINS.
           ADD BIN-HITS TO MC-SAMPLE-HITS.
           GO TO DRAW-LOOP.
       DRAW-DONE.
           CLOSE STOCK-FILE.
           MOVE RUN-DATE TO MC-SAMPLE-DATE.
           MOVE SGN-OPERATOR-ID TO MC-DRAWN-BY.
           OPEN OUTPUT CONTROL-FILE.
           WRITE MUS-CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           MOVE "Y" TO SAMPLE-ON-FILE.
           DISPLAY "BINS SAMPLED: " MC-SAMPLE-BINS
               "  SELECTIONS: " MC-SAMPLE-HITS.
           GO TO ASK-ACTION.
      *EVERY SELECTION POINT THE BIN'S SLICE OF VALUE COVERS
       COUNT-HITS.
           IF NEXT-POINT > VALUE-AFTER GO TO COUNT-HITS-EXIT.
           ADD 1 TO BIN-HITS.
           ADD MC-INTERVAL TO NEXT-POINT.
           GO TO COUNT-HITS.
       COUNT-HITS-EXIT.
           EXIT.
       CLOCK-START.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TN-CC TO SG-CC.
           MOVE TN-SS TO SG-SS.
           MOVE TN-MM TO SG-MM.
           MOVE TN-HH TO SG-HH.
           COMPUTE MC-RANDOM-START =
               MC-INTERVAL * START-DIGITS-9 / 100000000.
           IF MC-RANDOM-START = 0
               MOVE MC-INTERVAL TO MC-RANDOM-START.
       CLOCK-START-EXIT.
           EXIT.
      *----------------------------------------------------------
      *THE TEST-COUNT SHEETS
      *----------------------------------------------------------
       PRINT-SHEETS.
           MOVE STOCK-MUP-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "AUDITORS' TEST COUNT - SAMPLE OF" TO RPT-TITLE.
           MOVE MC-SAMPLE-DATE TO RPT-TITLE (34:10).
           MOVE SHEET-HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO BINS-PRINTED.
           MOVE SPACE TO CURRENT-LOCATION.
           MOVE LOW-VALUE TO MS-KEY.
           START SAMPLE-FILE KEY NOT LESS THAN MS-KEY
               INVALID GO TO PRINT-SHEETS-END
           END-START.
       PRINT-SHEETS-LOOP.
           READ SAMPLE-FILE NEXT RECORD
               AT END GO TO PRINT-SHEETS-END
           END-READ.
           IF MS-LOCATION NOT = CURRENT-LOCATION
               AND CURRENT-LOCATION NOT = SPACE
               MOVE SPACE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE MS-LOCATION TO CURRENT-LOCATION.
           MOVE MS-LOCATION TO SD-LOCATION.
           MOVE MS-STOCK-CODE TO SD-STOCK-CODE.
           MOVE MS-DESC TO SD-DESC.
           MOVE SHEET-DETAIL TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD 1 TO BINS-PRINTED.
           GO TO PRINT-SHEETS-LOOP.
       PRINT-SHEETS-END.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "BINS TO COUNT" TO CF-LABEL.
           MOVE BINS-PRINTED TO CF-VALUE.
           MOVE COUNT-FIGURE-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           DISPLAY "TEST-COUNT SHEETS WRITTEN TO " STOCK-MUP-FN.
       PRINT-SHEETS-EXIT.
           EXIT.
      *----------------------------------------------------------
      *KEYING THE AUDITORS' COUNTS
      *----------------------------------------------------------
       KEY-COUNTS.
           DISPLAY SPACE.
           DISPLAY "LOCATION (BLANK TO RETURN): ".
           MOVE SPACE TO ENTERED-LOCATION.
           ACCEPT ENTERED-LOCATION.
           IF ENTERED-LOCATION = SPACE GO TO ASK-ACTION.
           DISPLAY "STOCK CODE: ".
           MOVE SPACE TO ENTERED-STOCK-CODE.
           ACCEPT ENTERED-STOCK-CODE.
           MOVE ENTERED-LOCATION TO MS-LOCATION.
           MOVE ENTERED-STOCK-CODE TO MS-STOCK-CODE.
           READ SAMPLE-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "THAT BIN IS NOT IN THE SAMPLE"
                   TERM-HIGHLIGHT-OFF
               GO TO KEY-COUNTS
           END-READ.
           DISPLAY MS-DESC.
           IF MS-COUNTED-FLAG = "Y"
               DISPLAY "ALREADY KEYED BY " MS-COUNTED-BY " ON "
                   MS-COUNT-DATE " - KEY AGAIN TO REPLACE".
       KEY-ASK-QTY.
           DISPLAY "AUDITOR'S COUNT (NNNNNNNN = NNNNNN.NN): ".
           MOVE SPACE TO ENTERED-QTY-X.
           ACCEPT ENTERED-QTY-X.
           IF ENTERED-QTY-X = SPACE GO TO KEY-COUNTS.
           IF ENTERED-QTY-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO KEY-ASK-QTY.
       KEY-ASK-COUNTER.
           DISPLAY "COUNTER'S INITIALS (RETURN FOR " LAST-COUNTER
               "): ".
           MOVE SPACE TO ENTERED-COUNTER.
           ACCEPT ENTERED-COUNTER.
           IF ENTERED-COUNTER = SPACE
               MOVE LAST-COUNTER TO ENTERED-COUNTER.
           IF ENTERED-COUNTER = SPACE GO TO KEY-ASK-COUNTER.
           MOVE ENTERED-COUNTER TO LAST-COUNTER.
           MOVE ENTERED-QTY-9 TO MS-AUDIT-QTY.
           MOVE "Y" TO MS-COUNTED-FLAG.
           MOVE ENTERED-COUNTER TO MS-COUNTED-BY.
           MOVE RUN-DATE TO MS-COUNT-DATE.
           REWRITE MUS-SAMPLE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SAMPLE FILE I/O ERROR, STATUS: " MS-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           GO TO KEY-COUNTS.
      *----------------------------------------------------------
      *PROJECTING THE ERRORS
      *----------------------------------------------------------
       EVALUATE-SAMPLE.
           MOVE 0 TO FACTOR-ROW-IX.
       EVALUATE-FIND-ROW.
           ADD 1 TO FACTOR-ROW-IX.
           IF FACTOR-ROW-IX > 4
               DISPLAY TERM-HIGHLIGHT-ON
                   "SAMPLE CONFIDENCE LEVEL NOT RECOGNISED"
                   TERM-HIGHLIGHT-OFF
               GO TO EVALUATE-SAMPLE-EXIT.
           IF MC-CONFIDENCE NOT = FR-CONFIDENCE (FACTOR-ROW-IX)
               GO TO EVALUATE-FIND-ROW.
           MOVE STOCK-MUE-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "AUDITORS' SAMPLE - PROJECTED MISSTATEMENT"
               TO RPT-TITLE.
           MOVE EVAL-HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO BINS-COUNTED.
           MOVE 0 TO BINS-UNCOUNTED.
           MOVE 0 TO ERRORS-FOUND.
           MOVE 0 TO ERROR-COUNT.
           MOVE 0 TO PROJECTED-OVER.
           MOVE 0 TO PROJECTED-UNDER.
           MOVE 0 TO KNOWN-OVER.
           MOVE 0 TO KNOWN-UNDER.
           MOVE LOW-VALUE TO MS-KEY.
           START SAMPLE-FILE KEY NOT LESS THAN MS-KEY
               INVALID GO TO EVALUATE-TOTALS
           END-START.
       EVALUATE-LOOP.
           READ SAMPLE-FILE NEXT RECORD
               AT END GO TO EVALUATE-TOTALS
           END-READ.
           IF MS-COUNTED-FLAG NOT = "Y"
               ADD 1 TO BINS-UNCOUNTED
               GO TO EVALUATE-LOOP.
           ADD 1 TO BINS-COUNTED.
           COMPUTE AUDIT-VALUE ROUNDED = MS-AUDIT-QTY * MS-UNIT-COST.
           COMPUTE MISSTATEMENT = MS-BOOK-VALUE - AUDIT-VALUE.
           IF MISSTATEMENT = 0 GO TO EVALUATE-LOOP.
           ADD 1 TO ERRORS-FOUND.
           MOVE 0 TO TAINTING.
      *A BIN WORTH THE INTERVAL OR MORE - ITS ERROR IS KNOWN, NOT
      *PROJECTED
           IF MS-BOOK-VALUE NOT < MC-INTERVAL
               MOVE MISSTATEMENT TO PROJECTED
               IF MISSTATEMENT > 0
                   ADD MISSTATEMENT TO KNOWN-OVER
               ELSE
                   SUBTRACT MISSTATEMENT FROM KNOWN-UNDER
               END-IF
               GO TO EVALUATE-PRINT-ERROR.
           COMPUTE TAINTING ROUNDED = MISSTATEMENT / MS-BOOK-VALUE.
           COMPUTE PROJECTED ROUNDED = TAINTING * MC-INTERVAL.
           IF MISSTATEMENT < 0
               SUBTRACT PROJECTED FROM PROJECTED-UNDER
               GO TO EVALUATE-PRINT-ERROR.
           ADD PROJECTED TO PROJECTED-OVER.
           IF ERROR-COUNT < 200
               ADD 1 TO ERROR-COUNT
               MOVE TAINTING TO ET-TAINT (ERROR-COUNT).
       EVALUATE-PRINT-ERROR.
           MOVE MS-STOCK-CODE TO ED-STOCK-CODE.
           MOVE MS-LOCATION TO ED-LOCATION.
           MOVE MS-BOOK-VALUE TO ED-BOOK.
           MOVE AUDIT-VALUE TO ED-AUDIT.
           MOVE MISSTATEMENT TO ED-ERROR.
           MOVE TAINTING TO ED-TAINT.
           MOVE PROJECTED TO ED-PROJECTED.
           MOVE EVAL-DETAIL TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO EVALUATE-LOOP.
      *THE TAINTINGS LARGEST FIRST, EACH CARRYING ITS SHARE OF THE
      *WIDENING OF THE CONFIDENCE FACTOR AS THE ERRORS MOUNT
       EVALUATE-TOTALS.
           IF ERRORS-FOUND = 0
               MOVE "NO ERRORS IN THE BINS COUNTED" TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           PERFORM SORT-TAINTINGS THRU SORT-TAINTINGS-EXIT.
           COMPUTE BASIC-PRECISION ROUNDED =
               FR-FACTOR (FACTOR-ROW-IX, 1) * MC-INTERVAL.
           MOVE 0 TO INCREMENTAL.
           MOVE 0 TO ERROR-IX.
       EVALUATE-INCREMENT.
           ADD 1 TO ERROR-IX.
           IF ERROR-IX > ERROR-COUNT GO TO EVALUATE-LIMITS.
           IF ERROR-IX > 10
               MOVE 10 TO FACTOR-IX
           ELSE
               MOVE ERROR-IX TO FACTOR-IX.
           COMPUTE NEXT-FACTOR-IX = FACTOR-IX + 1.
           COMPUTE FACTOR-STEP =
               FR-FACTOR (FACTOR-ROW-IX, NEXT-FACTOR-IX)
               - FR-FACTOR (FACTOR-ROW-IX, FACTOR-IX) - 1.
           IF FACTOR-STEP < 0 MOVE 0 TO FACTOR-STEP.
           COMPUTE INCREMENT-ONE ROUNDED =
               ET-TAINT (ERROR-IX) * MC-INTERVAL * FACTOR-STEP.
           ADD INCREMENT-ONE TO INCREMENTAL.
           GO TO EVALUATE-INCREMENT.
       EVALUATE-LIMITS.
           COMPUTE MOST-LIKELY = PROJECTED-OVER + KNOWN-OVER.
           COMPUTE UPPER-LIMIT = BASIC-PRECISION + PROJECTED-OVER
               + INCREMENTAL + KNOWN-OVER.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "CONFIDENCE LEVEL PER CENT" TO FL-LABEL.
           MOVE MC-CONFIDENCE TO FL-VALUE.
           PERFORM EMIT-FIGURE THRU EMIT-FIGURE-EXIT.
           MOVE "MATERIALITY" TO FL-LABEL.
           MOVE MC-MATERIALITY TO FL-VALUE.
           PERFORM EMIT-FIGURE THRU EMIT-FIGURE-EXIT.
           MOVE "STOCK VALUE SAMPLED FROM" TO FL-LABEL.
           MOVE MC-POPULATION TO FL-VALUE.
           PERFORM EMIT-FIGURE THRU EMIT-FIGURE-EXIT.
           MOVE "SAMPLING INTERVAL" TO FL-LABEL.
           MOVE MC-INTERVAL TO FL-VALUE.
           PERFORM EMIT-FIGURE THRU EMIT-FIGURE-EXIT.
           MOVE "BINS IN SAMPLE" TO CF-LABEL.
           MOVE MC-SAMPLE-BINS TO CF-VALUE.
           PERFORM EMIT-COUNT-FIGURE THRU EMIT-COUNT-FIGURE-EXIT.
           MOVE "BINS COUNTED" TO CF-LABEL.
           MOVE BINS-COUNTED TO CF-VALUE.
           PERFORM EMIT-COUNT-FIGURE THRU EMIT-COUNT-FIGURE-EXIT.
           MOVE "BINS IN ERROR" TO CF-LABEL.
           MOVE ERRORS-FOUND TO CF-VALUE.
           PERFORM EMIT-COUNT-FIGURE THRU EMIT-COUNT-FIGURE-EXIT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "BASIC PRECISION" TO FL-LABEL.
           MOVE BASIC-PRECISION TO FL-VALUE.
           PERFORM EMIT-FIGURE THRU EMIT-FIGURE-EXIT.
           MOVE "PROJECTED OVERSTATEMENT" TO FL-LABEL.
           MOVE PROJECTED-OVER TO FL-VALUE.
           PERFORM EMIT-FIGURE THRU EMIT-FIGURE-EXIT.
           MOVE "INCREMENTAL ALLOWANCE" TO FL-LABEL.
           MOVE INCREMENTAL TO FL-VALUE.
           PERFORM EMIT-FIGURE THRU EMIT-FIGURE-EXIT.
           MOVE "KNOWN OVERSTATEMENT (BINS OVER INTERVAL)"
               TO FL-LABEL.
           MOVE KNOWN-OVER TO FL-VALUE.
           PERFORM EMIT-FIGURE THRU EMIT-FIGURE-EXIT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "ESTIMATED TOTAL MISSTATEMENT" TO FL-LABEL.
           MOVE MOST-LIKELY TO FL-VALUE.
           PERFORM EMIT-FIGURE THRU EMIT-FIGURE-EXIT.
           MOVE "UPPER MISSTATEMENT LIMIT" TO FL-LABEL.
           MOVE UPPER-LIMIT TO FL-VALUE.
           PERFORM EMIT-FIGURE THRU EMIT-FIGURE-EXIT.
           MOVE "PROJECTED UNDERSTATEMENT" TO FL-LABEL.
           MOVE PROJECTED-UNDER TO FL-VALUE.
           PERFORM EMIT-FIGURE THRU EMIT-FIGURE-EXIT.
           MOVE "KNOWN UNDERSTATEMENT" TO FL-LABEL.
           MOVE KNOWN-UNDER TO FL-VALUE.
           PERFORM EMIT-FIGURE THRU EMIT-FIGURE-EXIT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF UPPER-LIMIT > MC-MATERIALITY
               MOVE "UPPER LIMIT EXCEEDS MATERIALITY" TO RPT-DETAIL
           ELSE
               MOVE "UPPER LIMIT WITHIN MATERIALITY" TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF BINS-UNCOUNTED > 0
               MOVE "BINS NOT YET COUNTED - EVALUATION INCOMPLETE"
                   TO CF-LABEL
               MOVE BINS-UNCOUNTED TO CF-VALUE
               PERFORM EMIT-COUNT-FIGURE THRU EMIT-COUNT-FIGURE-EXIT.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           MOVE UPPER-LIMIT TO FL-VALUE.
           DISPLAY "UPPER MISSTATEMENT LIMIT " FL-VALUE.
           IF BINS-UNCOUNTED > 0
               DISPLAY TERM-HIGHLIGHT-ON BINS-UNCOUNTED
                   " BINS STILL TO COUNT" TERM-HIGHLIGHT-OFF.
           DISPLAY "EVALUATION WRITTEN TO " STOCK-MUE-FN.
       EVALUATE-SAMPLE-EXIT.
           EXIT.
       EMIT-FIGURE.
           MOVE FIGURE-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       EMIT-FIGURE-EXIT.
           EXIT.
       EMIT-COUNT-FIGURE.
           MOVE COUNT-FIGURE-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       EMIT-COUNT-FIGURE-EXIT.
           EXIT.
      *LARGEST TAINTING FIRST - A PLAIN SELECTION SORT, THE TABLE
      *IS NEVER LONG
       SORT-TAINTINGS.
           MOVE 0 TO SORT-IX.
       SORT-TAINTINGS-PASS.
           ADD 1 TO SORT-IX.
           IF SORT-IX NOT < ERROR-COUNT GO TO SORT-TAINTINGS-EXIT.
           MOVE SORT-IX TO HIGH-IX.
           MOVE SORT-IX TO ERROR-IX.
       SORT-TAINTINGS-SCAN.
           ADD 1 TO ERROR-IX.
           IF ERROR-IX > ERROR-COUNT GO TO SORT-TAINTINGS-SWAP.
           IF ET-TAINT (ERROR-IX) > ET-TAINT (HIGH-IX)
               MOVE ERROR-IX TO HIGH-IX.
           GO TO SORT-TAINTINGS-SCAN.
       SORT-TAINTINGS-SWAP.
           IF HIGH-IX NOT = SORT-IX
               MOVE ET-TAINT (SORT-IX) TO SWAP-TAINT
               MOVE ET-TAINT (HIGH-IX) TO ET-TAINT (SORT-IX)
               MOVE SWAP-TAINT TO ET-TAINT (HIGH-IX).
           GO TO SORT-TAINTINGS-PASS.
       SORT-TAINTINGS-EXIT.
           EXIT.
       END-IT.
           CLOSE SAMPLE-FILE.
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
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.MUS" TO STOCK-MUS-FN.
           MOVE "TRAIN.MUC" TO STOCK-MUC-FN.
           MOVE "TRAIN.MUP" TO STOCK-MUP-FN.
           MOVE "TRAIN.MUE" TO STOCK-MUE-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
