       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECTED-BALANCE.
       AUTHOR. MICRO FOCUS LTD.
      *"CAN I HAVE 40 OF THESE NEXT THURSDAY" - ONE STOCK CODE'S
      *SUPPLY AND DEMAND LAID OUT BY WEEK ACROSS ALL ITS BINS.
      *THE STARTING POINT IS WHAT IS FREE TODAY: ON-HAND LESS
      *ALLOCATED OFF STOCK.IT, PLUS WHAT IS ON THE TROLLEY
      *(STOCK.ITT) AND WHAT SITS HELD FOR INSPECTION (STOCK.QUA),
      *LESS THE BACK-ORDERS ALREADY OWED (STOCK.BKO).  EACH WEEK
      *THEN ADDS THE OPEN PURCHASE ORDER LINES DUE IN IT BY
      *POL-DUE-DATE, AND THE RUNNING PROJECTED FREE BALANCE IS
      *SHOWN WITH THE FIRST WEEK IT GOES NEGATIVE FLAGGED.
      *A LINE ALREADY OVERDUE IS COUNTED IN WEEK ONE.  WEEKS ARE
      *SEVEN CALENDAR DAYS FROM TODAY, NOT WORKING DAYS: THE DUE
      *DATES ARE THE SUPPLIERS' CALENDAR DATES, ALREADY SUGGESTED
      *OFF THE WORKING-DAY CALENDAR WHEN THE ORDER WAS RAISED, AND A
      *WEEK HOLDS THE SAME DELIVERIES WHATEVER HOLIDAYS FALL IN
      *IT.  THE NUMBER OF WEEKS SHOWN IS ATP-WEEKS ON STOCK.PRM.
      *READ ONLY - NOTHING IS RESERVED OR CHANGED.
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
           FILE STATUS STOCK-STATUS.
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
           SELECT BACK-ORDER-FILE ASSIGN DYNAMIC STOCK-BKO-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY BK-KEY
           FILE STATUS BK-FILE-STATUS.
           SELECT TRANSIT-FILE ASSIGN DYNAMIC STOCK-ITT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY TT-KEY
           FILE STATUS TT-FILE-STATUS.
           SELECT QUAR-FILE ASSIGN DYNAMIC STOCK-QUA-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY QU-KEY
           FILE STATUS QU-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  PO-FILE; RECORD 50.
           COPY "POFILE.CPY".
       FD  PO-LINE-FILE; RECORD 60.
           COPY "POLINE.CPY".
       FD  BACK-ORDER-FILE; RECORD 56.
           COPY "BKORDER.CPY".
       FD  TRANSIT-FILE; RECORD 48.
           COPY "ITTFILE.CPY".
       FD  QUAR-FILE; RECORD 90.
           COPY "QUARFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
           COPY "PRMREQ.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-POL-FN PIC X(12) VALUE "STOCK.POL".
           02  STOCK-BKO-FN PIC X(12) VALUE "STOCK.BKO".
           02  STOCK-ITT-FN PIC X(12) VALUE "STOCK.ITT".
           02  STOCK-QUA-FN PIC X(12) VALUE "STOCK.QUA".
       COPY "TERMPROF.CPY".
       01  STOCK-STATUS PIC XX.
       01  PO-FILE-STATUS PIC XX.
       01  POL-FILE-STATUS PIC XX.
       01  BK-FILE-STATUS PIC XX.
       01  TT-FILE-STATUS PIC XX.
       01  QU-FILE-STATUS PIC XX.
       01  ENTERED-CODE PIC X(8).
       01  ITEM-DESC-HOLD PIC X(20).
       01  BIN-COUNT PIC 9(4).
       01  MORE-ANSWER PIC X.
      *HOW MANY WEEKS AHEAD TO LAY OUT - ATP-WEEKS ON STOCK.PRM,
      *NEVER MORE THAN THE 26 THE TABLE HOLDS
       01  HORIZON-WEEKS PIC 99 VALUE 12.
       01  WEEK-IX PIC 99.
       01  WEEK-TABLE.
           02  WK-ENTRY OCCURS 26 TIMES.
               03  WK-DUE-IN PIC 9(8)V99.
               03  WK-END-DATE PIC X(10).
       01  LATER-DUE-IN PIC 9(8)V99.
       01  TOTAL-ON-HAND PIC 9(8)V99.
       01  TOTAL-ALLOCATED PIC 9(8)V99.
       01  TOTAL-TRANSIT PIC 9(8)V99.
       01  TOTAL-HELD PIC 9(8)V99.
       01  TOTAL-BACK-ORDER PIC 9(8)V99.
       01  LINE-OUTSTANDING PIC S9(8)V99.
       01  PROJECTED-BALANCE PIC S9(8)V99.
       01  FREE-NOW PIC S9(8)V99.
       01  FIRST-SHORT-WEEK PIC 99.
      *DAY-COUNT WORK - YYYY*365 + MM*30 + DD, THE SAME NEAR-ENOUGH
      *ARITHMETIC THE REST OF THE SUITE COMPARES DATES WITH
       01  TODAY-DAY-COUNT PIC 9(8).
       01  DUE-DAY-COUNT PIC 9(8).
       01  DAYS-AHEAD PIC S9(8).
       01  DUE-WEEK PIC S9(6).
       01  DUE-DATE-WORK.
           02  DW-MM PIC 99.
           02  FILLER PIC X.
           02  DW-DD PIC 99.
           02  FILLER PIC X.
           02  DW-YYYY PIC 9999.
      *THE WEEK-ENDING DATES ARE STEPPED FORWARD SEVEN CALENDAR
      *DAYS AT A TIME FROM TODAY, NORMALIZED ON THE 30-DAY MONTH
      *OF THE DAY COUNT ABOVE SO EACH LABEL MATCHES ITS BUCKET
       01  STEP-MM PIC 99.
       01  STEP-DD PIC 99.
       01  STEP-YYYY PIC 9999.
       01  STEP-DATE.
           02  SD-MM PIC 99.
           02  FILLER PIC X VALUE "/".
           02  SD-DD PIC 99.
           02  FILLER PIC X VALUE "/".
           02  SD-YYYY PIC 9999.
       01  SUMMARY-HEADING.
           02  FILLER PIC X(11) VALUE "    ON HAND".
           02  FILLER PIC X(11) VALUE "  ALLOCATED".
           02  FILLER PIC X(11) VALUE " IN TRANSIT".
           02  FILLER PIC X(11) VALUE "  HELD(QUA)".
           02  FILLER PIC X(11) VALUE " BACK-ORDER".
           02  FILLER PIC X(11) VALUE "   FREE NOW".
       01  SUMMARY-LINE.
           02  SL-ON-HAND PIC ZZZZZZZ9.99.
           02  SL-ALLOCATED PIC ZZZZZZZ9.99.
           02  SL-TRANSIT PIC ZZZZZZZ9.99.
           02  SL-HELD PIC ZZZZZZZ9.99.
           02  SL-BACK-ORDER PIC ZZZZZZZ9.99.
           02  SL-FREE-NOW PIC -ZZZZZZ9.99.
       01  WEEK-HEADING.
           02  FILLER PIC X(4)  VALUE "WK".
           02  FILLER PIC X(13) VALUE "WEEK ENDING".
           02  FILLER PIC X(13) VALUE "      DUE IN".
           02  FILLER PIC X(13) VALUE "    PROJECTED".
       01  WEEK-LINE.
           02  WL-WEEK PIC Z9.
           02  FILLER PIC XX VALUE SPACE.
           02  WL-END-DATE PIC X(10).
           02  FILLER PIC XXX VALUE SPACE.
           02  WL-DUE-IN PIC ZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  WL-PROJECTED PIC -ZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  WL-FLAG PIC X(20).
       01  LATER-LINE.
           02  FILLER PIC X(30) VALUE
               "DUE LATER OR UNDATED:".
           02  LL-DUE-IN PIC ZZZZZZZ9.99.
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
           DISPLAY "PROJECTED AVAILABLE BALANCE BY WEEK (READ ONLY)".
           MOVE "ATP-WEEKS" TO PQ-KEY.
           MOVE HORIZON-WEEKS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO HORIZON-WEEKS.
           IF HORIZON-WEEKS < 1 OR HORIZON-WEEKS > 26
               MOVE 12 TO HORIZON-WEEKS.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE TO DUE-DATE-WORK.
           COMPUTE TODAY-DAY-COUNT =
               DW-YYYY * 365 + DW-MM * 30 + DW-DD.
           PERFORM BUILD-WEEK-DATES THRU BUILD-WEEK-DATES-EXIT.
           OPEN INPUT STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               DISPLAY "NO STOCK MASTER ON DISK."
               GOBACK.
           OPEN INPUT PO-FILE.
           OPEN INPUT PO-LINE-FILE.
           OPEN INPUT BACK-ORDER-FILE.
           OPEN INPUT TRANSIT-FILE.
           OPEN INPUT QUAR-FILE.
       ASK-CODE.
           DISPLAY SPACE.
           DISPLAY "ENTER STOCK CODE (BLANK TO END): ".
           MOVE SPACE TO ENTERED-CODE.
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE GO TO END-IT.
           PERFORM CLEAR-FIGURES THRU CLEAR-FIGURES-EXIT.
           PERFORM SUM-BINS THRU SUM-BINS-EXIT.
           IF BIN-COUNT = 0
               DISPLAY TERM-HIGHLIGHT-ON "STOCK CODE NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-CODE.
           PERFORM SUM-TRANSIT THRU SUM-TRANSIT-EXIT.
           PERFORM SUM-HELD THRU SUM-HELD-EXIT.
           PERFORM SUM-BACK-ORDERS THRU SUM-BACK-ORDERS-EXIT.
           PERFORM SUM-ORDER-LINES THRU SUM-ORDER-LINES-EXIT.
           PERFORM SHOW-PROJECTION THRU SHOW-PROJECTION-EXIT.
           GO TO ASK-CODE.
       CLEAR-FIGURES.
           MOVE 0 TO BIN-COUNT.
           MOVE 0 TO TOTAL-ON-HAND.
           MOVE 0 TO TOTAL-ALLOCATED.
           MOVE 0 TO TOTAL-TRANSIT.
           MOVE 0 TO TOTAL-HELD.
           MOVE 0 TO TOTAL-BACK-ORDER.
           MOVE 0 TO LATER-DUE-IN.
           MOVE 0 TO FIRST-SHORT-WEEK.
           MOVE SPACE TO ITEM-DESC-HOLD.
           MOVE 0 TO WEEK-IX.
       CLEAR-WEEK-LOOP.
           ADD 1 TO WEEK-IX.
           IF WEEK-IX > 26 GO TO CLEAR-FIGURES-EXIT.
           MOVE 0 TO WK-DUE-IN (WEEK-IX).
           GO TO CLEAR-WEEK-LOOP.
       CLEAR-FIGURES-EXIT.
           EXIT.
      *EVERY BIN THE CODE LIVES IN, ADDED TOGETHER
       SUM-BINS.
           MOVE ENTERED-CODE TO STOCK-CODE.
           MOVE LOW-VALUE TO LOCATION-CODE.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID GO TO SUM-BINS-EXIT
           END-START.
       SUM-BINS-LOOP.
           READ STOCK-FILE NEXT RECORD
               AT END GO TO SUM-BINS-EXIT
           END-READ.
           IF STOCK-CODE NOT = ENTERED-CODE GO TO SUM-BINS-EXIT.
           ADD 1 TO BIN-COUNT.
           MOVE PRODUCT-DESC TO ITEM-DESC-HOLD.
           ADD QUANTITY-ON-HAND TO TOTAL-ON-HAND.
           ADD QUANTITY-ALLOCATED TO TOTAL-ALLOCATED.
           GO TO SUM-BINS-LOOP.
       SUM-BINS-EXIT.
           EXIT.
      *DISPATCHED BUT NOT YET CONFIRMED AT THE RECEIVING BIN - OFF
      *THE FROM BIN'S ON-HAND ALREADY, SO IT IS ADDED BACK HERE.
      *STOCK ON ITS WAY TO ANOTHER SITE IS THAT SITE'S, NOT OURS.
       SUM-TRANSIT.
           IF TT-FILE-STATUS NOT = "00" GO TO SUM-TRANSIT-EXIT.
           MOVE ENTERED-CODE TO TT-STOCK-CODE.
           MOVE LOW-VALUE TO TT-FROM-LOCATION.
           MOVE 0 TO TT-SEQ.
           START TRANSIT-FILE KEY NOT LESS THAN TT-KEY
               INVALID GO TO SUM-TRANSIT-EXIT
           END-START.
       SUM-TRANSIT-LOOP.
           READ TRANSIT-FILE NEXT RECORD
               AT END GO TO SUM-TRANSIT-EXIT
           END-READ.
           IF TT-STOCK-CODE NOT = ENTERED-CODE GO TO SUM-TRANSIT-EXIT.
           IF TT-TO-SITE NOT = SPACE GO TO SUM-TRANSIT-LOOP.
           IF TT-STATUS = "T"
               ADD TT-QUANTITY TO TOTAL-TRANSIT.
           GO TO SUM-TRANSIT-LOOP.
       SUM-TRANSIT-EXIT.
           EXIT.
      *RECEIVED BUT WAITING ON THE INSPECTOR - COUNTED AS COMING
      *AVAILABLE IN WEEK ONE, SHOWN SEPARATELY SO THE ANSWER CAN
      *BE QUALIFIED
       SUM-HELD.
           IF QU-FILE-STATUS NOT = "00" GO TO SUM-HELD-EXIT.
           MOVE ENTERED-CODE TO QU-STOCK-CODE.
           MOVE LOW-VALUE TO QU-LOCATION.
           MOVE 0 TO QU-SEQ.
           START QUAR-FILE KEY NOT LESS THAN QU-KEY
               INVALID GO TO SUM-HELD-EXIT
           END-START.
       SUM-HELD-LOOP.
           READ QUAR-FILE NEXT RECORD
               AT END GO TO SUM-HELD-EXIT
           END-READ.
           IF QU-STOCK-CODE NOT = ENTERED-CODE GO TO SUM-HELD-EXIT.
           IF QU-STATUS = "H"
               ADD QU-QUANTITY TO TOTAL-HELD.
           GO TO SUM-HELD-LOOP.
       SUM-HELD-EXIT.
           EXIT.
      *DEMAND ALREADY OWED TO DEPARTMENTS - THE FIRST RECEIPTS GO
      *TO THESE BEFORE ANYONE NEW
       SUM-BACK-ORDERS.
           IF BK-FILE-STATUS NOT = "00" GO TO SUM-BACK-ORDERS-EXIT.
           MOVE ENTERED-CODE TO BK-STOCK-CODE.
           MOVE LOW-VALUE TO BK-LOCATION.
           MOVE 0 TO BK-SEQ.
           START BACK-ORDER-FILE KEY NOT LESS THAN BK-KEY
               INVALID GO TO SUM-BACK-ORDERS-EXIT
           END-START.
       SUM-BACK-ORDERS-LOOP.
           READ BACK-ORDER-FILE NEXT RECORD
               AT END GO TO SUM-BACK-ORDERS-EXIT
           END-READ.
           IF BK-STOCK-CODE NOT = ENTERED-CODE
               GO TO SUM-BACK-ORDERS-EXIT.
           IF BK-STATUS = "O"
               ADD BK-QUANTITY TO TOTAL-BACK-ORDER.
           GO TO SUM-BACK-ORDERS-LOOP.
       SUM-BACK-ORDERS-EXIT.
           EXIT.
      *THE LINE FILE IS KEYED BY ORDER, NOT BY ITEM, SO EVERY LINE
      *IS READ.  ONLY OPEN LINES ON ORDERS STILL EXPECTED COUNT -
      *A CONTRACT'S LINES ARE ITS TOTALS, NOT A DELIVERY, AND ITS
      *CALL-OFFS CARRY THE REAL DUE DATES
       SUM-ORDER-LINES.
           IF POL-FILE-STATUS NOT = "00" GO TO SUM-ORDER-LINES-EXIT.
           MOVE LOW-VALUE TO POL-KEY.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO SUM-ORDER-LINES-EXIT
           END-START.
       SUM-ORDER-LINES-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO SUM-ORDER-LINES-EXIT
           END-READ.
           IF POL-STOCK-CODE NOT = ENTERED-CODE
               GO TO SUM-ORDER-LINES-LOOP.
           IF POL-STATUS NOT = "O" GO TO SUM-ORDER-LINES-LOOP.
           MOVE POL-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID GO TO SUM-ORDER-LINES-LOOP
           END-READ.
           IF PO-STATUS NOT = "O" AND PO-STATUS NOT = "A"
               GO TO SUM-ORDER-LINES-LOOP.
           IF PO-ORDER-TYPE = "K" GO TO SUM-ORDER-LINES-LOOP.
           COMPUTE LINE-OUTSTANDING =
               POL-QTY-ORDERED - POL-QTY-RECEIVED.
           IF LINE-OUTSTANDING NOT > 0 GO TO SUM-ORDER-LINES-LOOP.
           PERFORM FIND-DUE-WEEK THRU FIND-DUE-WEEK-EXIT.
           IF DUE-WEEK = 0
               ADD LINE-OUTSTANDING TO LATER-DUE-IN
           ELSE
               ADD LINE-OUTSTANDING TO WK-DUE-IN (DUE-WEEK)
           END-IF.
           GO TO SUM-ORDER-LINES-LOOP.
       SUM-ORDER-LINES-EXIT.
           EXIT.
      *WHICH WEEK THE LINE'S DUE DATE FALLS IN - OVERDUE COUNTS AS
      *WEEK ONE, PAST THE HORIZON OR UNDATED COMES BACK AS ZERO
       FIND-DUE-WEEK.
           MOVE 0 TO DUE-WEEK.
           MOVE POL-DUE-DATE TO DUE-DATE-WORK.
           IF DW-MM NOT NUMERIC OR DW-DD NOT NUMERIC
               OR DW-YYYY NOT NUMERIC
               GO TO FIND-DUE-WEEK-EXIT.
           COMPUTE DUE-DAY-COUNT =
               DW-YYYY * 365 + DW-MM * 30 + DW-DD.
           COMPUTE DAYS-AHEAD = DUE-DAY-COUNT - TODAY-DAY-COUNT.
           IF DAYS-AHEAD < 0 MOVE 0 TO DAYS-AHEAD.
           DIVIDE DAYS-AHEAD BY 7 GIVING DUE-WEEK.
           ADD 1 TO DUE-WEEK.
           IF DUE-WEEK > HORIZON-WEEKS MOVE 0 TO DUE-WEEK.
       FIND-DUE-WEEK-EXIT.
           EXIT.
       SHOW-PROJECTION.
           DISPLAY SPACE.
           DISPLAY ENTERED-CODE " " ITEM-DESC-HOLD "  BINS: "
               BIN-COUNT.
           COMPUTE FREE-NOW = TOTAL-ON-HAND - TOTAL-ALLOCATED
               + TOTAL-TRANSIT + TOTAL-HELD - TOTAL-BACK-ORDER.
           MOVE TOTAL-ON-HAND TO SL-ON-HAND.
           MOVE TOTAL-ALLOCATED TO SL-ALLOCATED.
           MOVE TOTAL-TRANSIT TO SL-TRANSIT.
           MOVE TOTAL-HELD TO SL-HELD.
           MOVE TOTAL-BACK-ORDER TO SL-BACK-ORDER.
           MOVE FREE-NOW TO SL-FREE-NOW.
           DISPLAY SUMMARY-HEADING.
           DISPLAY SUMMARY-LINE.
           DISPLAY SPACE.
           DISPLAY WEEK-HEADING.
           MOVE FREE-NOW TO PROJECTED-BALANCE.
           MOVE 0 TO WEEK-IX.
       SHOW-WEEK-LOOP.
           ADD 1 TO WEEK-IX.
           IF WEEK-IX > HORIZON-WEEKS GO TO SHOW-PROJECTION-TAIL.
           ADD WK-DUE-IN (WEEK-IX) TO PROJECTED-BALANCE.
           MOVE WEEK-IX TO WL-WEEK.
           MOVE WK-END-DATE (WEEK-IX) TO WL-END-DATE.
           MOVE WK-DUE-IN (WEEK-IX) TO WL-DUE-IN.
           MOVE PROJECTED-BALANCE TO WL-PROJECTED.
           MOVE SPACE TO WL-FLAG.
           IF PROJECTED-BALANCE < 0 AND FIRST-SHORT-WEEK = 0
               MOVE WEEK-IX TO FIRST-SHORT-WEEK
               MOVE "<<< FIRST SHORTFALL" TO WL-FLAG
               DISPLAY TERM-HIGHLIGHT-ON WEEK-LINE TERM-HIGHLIGHT-OFF
               GO TO SHOW-WEEK-LOOP.
           DISPLAY WEEK-LINE.
           GO TO SHOW-WEEK-LOOP.
       SHOW-PROJECTION-TAIL.
           IF LATER-DUE-IN NOT = 0
               MOVE LATER-DUE-IN TO LL-DUE-IN
               DISPLAY LATER-LINE.
           IF FIRST-SHORT-WEEK = 0
               DISPLAY "BALANCE STAYS POSITIVE OVER THE "
                   HORIZON-WEEKS " WEEKS SHOWN"
           ELSE
               DISPLAY TERM-HIGHLIGHT-ON "FREE BALANCE FIRST GOES"
                   " NEGATIVE IN WEEK " FIRST-SHORT-WEEK
                   TERM-HIGHLIGHT-OFF
           END-IF.
           DISPLAY "PRESS RETURN TO CONTINUE: ".
           ACCEPT MORE-ANSWER.
       SHOW-PROJECTION-EXIT.
           EXIT.
      *WEEK-ENDING DATES FOR THE HEADINGS, BUILT ONCE PER RUN
       BUILD-WEEK-DATES.
           MOVE DW-MM TO STEP-MM.
           MOVE DW-DD TO STEP-DD.
           MOVE DW-YYYY TO STEP-YYYY.
           MOVE 0 TO WEEK-IX.
       BUILD-WEEK-LOOP.
           ADD 1 TO WEEK-IX.
           IF WEEK-IX > HORIZON-WEEKS GO TO BUILD-WEEK-DATES-EXIT.
           ADD 6 TO STEP-DD.
           PERFORM NORMALIZE-STEP THRU NORMALIZE-STEP-EXIT.
           MOVE STEP-MM TO SD-MM.
           MOVE STEP-DD TO SD-DD.
           IF STEP-MM = 2 AND STEP-DD > 28 MOVE 28 TO SD-DD.
           MOVE STEP-YYYY TO SD-YYYY.
           MOVE STEP-DATE TO WK-END-DATE (WEEK-IX).
           ADD 1 TO STEP-DD.
           PERFORM NORMALIZE-STEP THRU NORMALIZE-STEP-EXIT.
           GO TO BUILD-WEEK-LOOP.
       BUILD-WEEK-DATES-EXIT.
           EXIT.
       NORMALIZE-STEP.
           IF STEP-DD NOT > 30 GO TO NORMALIZE-STEP-EXIT.
           SUBTRACT 30 FROM STEP-DD.
           ADD 1 TO STEP-MM.
           IF STEP-MM > 12
               MOVE 1 TO STEP-MM
               ADD 1 TO STEP-YYYY.
           GO TO NORMALIZE-STEP.
       NORMALIZE-STEP-EXIT.
           EXIT.
       END-IT.
           CLOSE STOCK-FILE.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE BACK-ORDER-FILE.
           CLOSE TRANSIT-FILE.
           CLOSE QUAR-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.POL" TO STOCK-POL-FN.
           MOVE "TRAIN.BKO" TO STOCK-BKO-FN.
           MOVE "TRAIN.ITT" TO STOCK-ITT-FN.
           MOVE "TRAIN.QUA" TO STOCK-QUA-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
