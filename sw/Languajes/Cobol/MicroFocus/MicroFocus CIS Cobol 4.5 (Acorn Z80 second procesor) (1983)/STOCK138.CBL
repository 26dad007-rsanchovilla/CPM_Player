       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPEDITE-WORKLIST.
       AUTHOR. MICRO FOCUS LTD.
      *THE BUYER'S EXPEDITING WORKLIST ON STOCK.EXW, IN TWO PARTS.
      *THE FIRST LISTS OPEN ORDERS THE SUPPLIER HAS STILL NOT
      *ACKNOWLEDGED, ON ANY LINE, MORE THAN THE DAYS ALLOWED AFTER
      *THE ORDER DATE.  THE SECOND LISTS OPEN LINES WHOSE PROMISED
      *DELIVERY HAS SLIPPED - EITHER A CHASE MOVED THE PROMISE PAST
      *THE DATE CONFIRMED WITH THE ACKNOWLEDGMENT, OR THE PROMISE
      *HAS GONE BY WITH THE GOODS STILL NOT IN.  CONTRACT ORDERS ARE
      *NEVER DELIVERED AGAINST AND ARE LEFT OUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE
           FILE STATUS SUP-FILE-STATUS.
           SELECT ACK-FILE ASSIGN DYNAMIC STOCK-POA-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PA-KEY
           FILE STATUS PA-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-EXW-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE; RECORD 50.
           COPY "POFILE.CPY".
       FD  PO-LINE-FILE; RECORD 60.
           COPY "POLINE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  ACK-FILE; RECORD 56.
           COPY "POAFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-POL-FN PIC X(12) VALUE "STOCK.POL".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-POA-FN PIC X(12) VALUE "STOCK.POA".
           02  STOCK-EXW-FN PIC X(12) VALUE "STOCK.EXW".
           COPY "RPTCTL.CPY".
      *THE WAIT FOR AN ACKNOWLEDGMENT IS COUNTED IN WORKING DAYS ON
      *THE SHOP CALENDAR, FALLING BACK TO CALENDAR DAYS FOR A YEAR
      *NOT SET UP - THE FOOT OF THE REPORT SAYS WHICH
           COPY "CALREQ.CPY".
       01  RPT-OUT-IX PIC 9.
       01  PO-FILE-STATUS PIC XX.
       01  POL-FILE-STATUS PIC XX.
       01  SUP-FILE-STATUS PIC XX.
       01  PA-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  ALLOWED-DAYS PIC 99.
       01  ENTERED-DAYS PIC XX.
       01  CALENDAR-FALLBACK PIC X VALUE "N".
       01  MORE-RECORDS PIC X.
       01  DATE-WORK.
           02  DW-MM PIC 99.
           02  FILLER PIC X.
           02  DW-DD PIC 99.
           02  FILLER PIC X.
           02  DW-YYYY PIC 9999.
       01  DATE-NUM-WORK PIC 9(8).
       01  PROMISE-NUM PIC 9(8).
       01  ACK-CONF-NUM PIC 9(8).
       01  OPEN-LINES PIC 9(3).
       01  ACKED-LINES PIC 9(3).
       01  MOST-CHASES PIC 99.
       01  LAST-CHASE PIC X(10).
       01  WAITED-DAYS PIC S9(5).
       01  UNACK-COUNT PIC 9(4).
       01  SLIP-COUNT PIC 9(4).
       01  HEADING-UNACK.
           02  FILLER PIC X(8) VALUE "ORDER".
           02  FILLER PIC X(6) VALUE "SUPP".
           02  FILLER PIC X(22) VALUE "NAME".
           02  FILLER PIC X(11) VALUE "ORDERED".
           02  FILLER PIC X(6) VALUE "  DAYS".
           02  FILLER PIC X(8) VALUE " CHASES".
           02  FILLER PIC X(11) VALUE " LAST CHASE".
       01  UNACK-LINE.
           02  UL-ORDER-NO PIC X(6).
           02  FILLER PIC XX VALUE SPACE.
           02  UL-SUPPLIER PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  UL-NAME PIC X(20).
           02  FILLER PIC XX VALUE SPACE.
           02  UL-ORDER-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  UL-DAYS PIC ZZZZ9.
           02  FILLER PIC X(5) VALUE SPACE.
           02  UL-CHASES PIC Z9.
           02  FILLER PIC X VALUE SPACE.
           02  UL-LAST-CHASE PIC X(10).
       01  HEADING-SLIP.
           02  FILLER PIC X(7) VALUE "ORDER".
           02  FILLER PIC X(3) VALUE "LN".
           02  FILLER PIC X(9) VALUE "ITEM".
           02  FILLER PIC X(5) VALUE "SUPP".
           02  FILLER PIC X(11) VALUE "DUE".
           02  FILLER PIC X(11) VALUE "CONFIRMED".
           02  FILLER PIC X(11) VALUE "PROMISED".
           02  FILLER PIC X(14) VALUE "SLIPPED".
       01  SLIP-LINE.
           02  SL-ORDER-NO PIC X(6).
           02  FILLER PIC X VALUE SPACE.
           02  SL-LINE-NO PIC 99.
           02  FILLER PIC X VALUE SPACE.
           02  SL-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  SL-SUPPLIER PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  SL-DUE-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  SL-ACK-CONFIRMED PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  SL-PROMISE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  SL-REASON PIC X(14).
       01  COUNT-LINE.
           02  CL-LABEL PIC X(40).
           02  CL-COUNT PIC ZZZZ9.
       01  BASIS-WORKING PIC X(50) VALUE
           "DAYS WAITED ARE WORKING DAYS ON THE SHOP CALENDAR".
       01  BASIS-CALENDAR PIC X(60) VALUE
           "DAYS WAITED ARE CALENDAR DAYS - SHOP CALENDAR NOT SET UP".
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
       START-PROC.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "EXPEDITING WORKLIST".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
       ASK-DAYS.
           DISPLAY "DAYS ALLOWED FOR AN ACKNOWLEDGMENT (RETURN = 3): ".
           MOVE SPACE TO ENTERED-DAYS.
           ACCEPT ENTERED-DAYS.
           IF ENTERED-DAYS = SPACE
               MOVE 3 TO ALLOWED-DAYS
               GO TO ASK-DAYS-DONE.
           IF ENTERED-DAYS (2:1) = SPACE
               MOVE ENTERED-DAYS (1:1) TO ENTERED-DAYS (2:1)
               MOVE "0" TO ENTERED-DAYS (1:1).
           IF ENTERED-DAYS NOT NUMERIC
               DISPLAY "DAYS NOT NUMERIC, TRY AGAIN."
               GO TO ASK-DAYS.
           MOVE ENTERED-DAYS TO ALLOWED-DAYS.
       ASK-DAYS-DONE.
           OPEN INPUT PO-FILE.
           IF PO-FILE-STATUS NOT = "00"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN INPUT PO-FILE
           END-IF.
           OPEN INPUT PO-LINE-FILE.
           IF POL-FILE-STATUS NOT = "00"
               OPEN OUTPUT PO-LINE-FILE
               CLOSE PO-LINE-FILE
               OPEN INPUT PO-LINE-FILE
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF SUP-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUPPLIER-FILE
               CLOSE SUPPLIER-FILE
               OPEN INPUT SUPPLIER-FILE
           END-IF.
           OPEN INPUT ACK-FILE.
           IF PA-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACK-FILE
               CLOSE ACK-FILE
               OPEN INPUT ACK-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "ORDERS NOT YET ACKNOWLEDGED" TO RPT-TITLE.
           MOVE HEADING-UNACK TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO UNACK-COUNT.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO PO-NUMBER.
           START PO-FILE KEY NOT LESS THAN PO-NUMBER
               INVALID MOVE "N" TO MORE-RECORDS
           END-START.
       UNACK-LOOP.
           IF MORE-RECORDS = "N" GO TO UNACK-DONE.
           READ PO-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO UNACK-DONE
           END-READ.
           IF PO-STATUS NOT = "O" AND PO-STATUS NOT = "A"
               GO TO UNACK-LOOP.
           IF PO-ORDER-TYPE = "K" GO TO UNACK-LOOP.
           PERFORM SCAN-ORDER-LINES THRU SCAN-ORDER-LINES-EXIT.
           IF OPEN-LINES = 0 OR ACKED-LINES NOT = 0
               GO TO UNACK-LOOP.
           PERFORM COUNT-DAYS-WAITED THRU COUNT-DAYS-WAITED-EXIT.
           IF WAITED-DAYS NOT > ALLOWED-DAYS GO TO UNACK-LOOP.
           MOVE PO-NUMBER TO UL-ORDER-NO.
           MOVE PO-SUPPLIER TO UL-SUPPLIER.
           MOVE PO-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID MOVE "** UNKNOWN **" TO SUPPLIER-NAME
           END-READ.
           MOVE SUPPLIER-NAME TO UL-NAME.
           MOVE PO-DATE TO UL-ORDER-DATE.
           MOVE WAITED-DAYS TO UL-DAYS.
           MOVE MOST-CHASES TO UL-CHASES.
           MOVE LAST-CHASE TO UL-LAST-CHASE.
           MOVE UNACK-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD 1 TO UNACK-COUNT.
           GO TO UNACK-LOOP.
       UNACK-DONE.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "ORDERS AWAITING ACKNOWLEDGMENT" TO CL-LABEL.
           MOVE UNACK-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF CALENDAR-FALLBACK = "Y"
               MOVE BASIS-CALENDAR TO RPT-DETAIL
           ELSE
               MOVE BASIS-WORKING TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
      *SECOND PART - EVERY LINE CARRYING A PROMISE, IN ORDER AND
      *LINE SEQUENCE
           MOVE "LINES WHOSE PROMISED DELIVERY HAS SLIPPED"
               TO RPT-TITLE.
           MOVE HEADING-SLIP TO RPT-COL-HEADING.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO SLIP-COUNT.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO PA-KEY.
           START ACK-FILE KEY NOT LESS THAN PA-KEY
               INVALID MOVE "N" TO MORE-RECORDS
           END-START.
       SLIP-LOOP.
           IF MORE-RECORDS = "N" GO TO SLIP-DONE.
           READ ACK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO SLIP-DONE
           END-READ.
           IF PA-CONFIRMED-DATE = SPACE GO TO SLIP-LOOP.
           MOVE PA-KEY TO POL-KEY.
           READ PO-LINE-FILE
               INVALID GO TO SLIP-LOOP
           END-READ.
           IF POL-STATUS NOT = "O" GO TO SLIP-LOOP.
           MOVE PA-CONFIRMED-DATE TO DATE-WORK.
           PERFORM DATE-TO-NUM.
           MOVE DATE-NUM-WORK TO PROMISE-NUM.
           MOVE PA-ACK-CONFIRMED TO DATE-WORK.
           PERFORM DATE-TO-NUM.
           MOVE DATE-NUM-WORK TO ACK-CONF-NUM.
           MOVE SPACE TO SL-REASON.
           IF PROMISE-NUM NOT = 0 AND PROMISE-NUM < RUN-DATE-NUM
               MOVE "PROMISE PASSED" TO SL-REASON
           ELSE
               IF ACK-CONF-NUM NOT = 0 AND PROMISE-NUM > ACK-CONF-NUM
                   MOVE "RE-PROMISED" TO SL-REASON
               END-IF
           END-IF.
           IF SL-REASON = SPACE GO TO SLIP-LOOP.
           MOVE PA-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID MOVE SPACE TO PO-SUPPLIER
           END-READ.
           MOVE PA-ORDER-NO TO SL-ORDER-NO.
           MOVE PA-LINE-NO TO SL-LINE-NO.
           MOVE POL-STOCK-CODE TO SL-STOCK-CODE.
           MOVE PO-SUPPLIER TO SL-SUPPLIER.
           MOVE POL-DUE-DATE TO SL-DUE-DATE.
           MOVE PA-ACK-CONFIRMED TO SL-ACK-CONFIRMED.
           MOVE PA-CONFIRMED-DATE TO SL-PROMISE.
           MOVE SLIP-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD 1 TO SLIP-COUNT.
           GO TO SLIP-LOOP.
       SLIP-DONE.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "LINES SLIPPED" TO CL-LABEL.
           MOVE SLIP-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE ACK-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "UNACKNOWLEDGED ORDERS: " UNACK-COUNT.
           DISPLAY "SLIPPED LINES:         " SLIP-COUNT.
           DISPLAY "WORKLIST WRITTEN TO " STOCK-EXW-FN.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *HOW MANY LINES OF THE ORDER ARE STILL EXPECTED, HOW MANY OF
      *THOSE HAVE BEEN ACKNOWLEDGED, AND HOW HARD IT HAS BEEN CHASED
       SCAN-ORDER-LINES.
           MOVE 0 TO OPEN-LINES.
           MOVE 0 TO ACKED-LINES.
           MOVE 0 TO MOST-CHASES.
           MOVE SPACE TO LAST-CHASE.
           MOVE PO-NUMBER TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO SCAN-ORDER-LINES-EXIT
           END-START.
       SCAN-ORDER-LINES-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO SCAN-ORDER-LINES-EXIT
           END-READ.
           IF POL-ORDER-NO NOT = PO-NUMBER
               GO TO SCAN-ORDER-LINES-EXIT.
           IF POL-STATUS NOT = "O" GO TO SCAN-ORDER-LINES-LOOP.
           ADD 1 TO OPEN-LINES.
           MOVE POL-KEY TO PA-KEY.
           READ ACK-FILE
               INVALID GO TO SCAN-ORDER-LINES-LOOP
           END-READ.
           IF PA-ACK-DATE NOT = SPACE
               ADD 1 TO ACKED-LINES.
           IF PA-CHASE-COUNT > MOST-CHASES
               MOVE PA-CHASE-COUNT TO MOST-CHASES
               MOVE PA-LAST-CHASE TO LAST-CHASE.
           GO TO SCAN-ORDER-LINES-LOOP.
       SCAN-ORDER-LINES-EXIT.
           EXIT.
       COUNT-DAYS-WAITED.
           MOVE 0 TO WAITED-DAYS.
           MOVE PO-DATE TO DATE-WORK.
           PERFORM DATE-TO-NUM.
           IF DATE-NUM-WORK = 0 GO TO COUNT-DAYS-WAITED-EXIT.
           MOVE "C" TO CQ-FUNCTION.
           MOVE DATE-NUM-WORK TO CQ-FROM-NUM.
           MOVE RUN-DATE-NUM TO CQ-TO-NUM.
           CALL "WORKING-DAYS" USING CALENDAR-REQ-BLOCK.
           IF CQ-BASIS = "E" GO TO COUNT-DAYS-WAITED-EXIT.
           IF CQ-BASIS = "C"
               MOVE "Y" TO CALENDAR-FALLBACK.
           MOVE CQ-DAYS TO WAITED-DAYS.
       COUNT-DAYS-WAITED-EXIT.
           EXIT.
       DATE-TO-NUM.
           IF DW-YYYY NOT NUMERIC OR DW-MM NOT NUMERIC
               OR DW-DD NOT NUMERIC
               MOVE 0 TO DATE-NUM-WORK
           ELSE
               MOVE DW-YYYY TO DATE-NUM-WORK (1:4)
               MOVE DW-MM TO DATE-NUM-WORK (5:2)
               MOVE DW-DD TO DATE-NUM-WORK (7:2)
           END-IF.
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
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.POL" TO STOCK-POL-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.POA" TO STOCK-POA-FN.
           MOVE "TRAIN.EXW" TO STOCK-EXW-FN.
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
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
       GET-RUN-DATE-EXIT.
           EXIT.
