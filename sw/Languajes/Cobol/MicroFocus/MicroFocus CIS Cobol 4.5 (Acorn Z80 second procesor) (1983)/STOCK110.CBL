       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTAINER-LEDGER.
       AUTHOR. MICRO FOCUS LTD.
      *RETURNABLE CONTAINER DEPOSITS.  GAS CYLINDERS, CHEMICAL
      *DRUMS AND PLASTIC PALLETS ARRIVE ON DEPOSIT WITH THE GOODS
      *AND HAVE TO GO BACK.  GOODS-IN PUTS WHAT CAME WITH EACH GRN
      *ON THE SUPPLIER'S CONTAINER LEDGER (STOCK.CTR); THIS PROGRAM
      *KEEPS THE CONTAINER TYPE MASTER (STOCK.CTY), BOOKS WHAT GOES
      *BACK ON THE SUPPLIER'S COLLECTION, AND PRINTS THE MONTHLY
      *STATEMENT - CONTAINERS HELD, DEPOSIT VALUE OUTSTANDING AND
      *THE OLDEST ONE ON SITE, TYPE BY TYPE - TO CHECK THE
      *SUPPLIERS' CONTAINER CHARGES AGAINST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE
           FILE STATUS SU-FILE-STATUS.
           SELECT CTYPE-FILE ASSIGN DYNAMIC STOCK-CTY-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CT-TYPE
           FILE STATUS CT-FILE-STATUS.
           SELECT CONTAINER-FILE ASSIGN DYNAMIC STOCK-CTR-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CL-KEY
           FILE STATUS CL-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC PRINT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  CTYPE-FILE; RECORD 40.
           COPY "CTYFILE.CPY".
       FD  CONTAINER-FILE; RECORD 64.
           COPY "CTRFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-CTY-FN PIC X(12) VALUE "STOCK.CTY".
           02  STOCK-CTR-FN PIC X(12) VALUE "STOCK.CTR".
           02  STOCK-CTS-FN PIC X(12) VALUE "STOCK.CTS".
       01  PRINT-FN PIC X(12).
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  SU-FILE-STATUS PIC XX.
       01  CT-FILE-STATUS PIC XX.
       01  CL-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  RUN-DATE-PARTS REDEFINES RUN-DATE-NUM.
           02  RD-YYYYMM PIC 9(6).
           02  RD-DD PIC 99.
       01  MONTH-START-NUM PIC 9(8).
       01  ENTERED-SUPPLIER PIC X(4).
       01  ENTERED-TYPE PIC X(4).
       01  ENTERED-DESC PIC X(20).
       01  ENTERED-REFERENCE PIC X(6).
       01  ENTERED-QTY PIC 9(5).
       01  ENTERED-DEPOSIT-X PIC X(6).
       01  ENTERED-DEPOSIT-9 REDEFINES ENTERED-DEPOSIT-X PIC 9(4)V99.
       01  HELD-QTY PIC 9(6).
       01  STILL-TO-CLEAR PIC 9(5).
       01  LAST-SEQ PIC 9(6).
       01  TYPE-IS-NEW PIC X.
       01  DEPOSIT-SHOW PIC ZZZ9.99.
      *STATEMENT CONTROL BREAKS - ONE SUPPLIER AT A TIME, ONE
      *CONTAINER TYPE AT A TIME WITHIN IT, IN LEDGER KEY ORDER
       01  STATEMENT-SUPPLIER PIC X(4).
       01  CURRENT-SUPPLIER PIC X(4).
       01  CURRENT-TYPE PIC X(4).
       01  SUPPLIER-HEADED PIC X.
       01  SUPPLIERS-PRINTED PIC 9(4).
       01  TY-RECEIVED PIC 9(6).
       01  TY-RETURNED PIC 9(6).
       01  TY-HELD PIC 9(6).
       01  TY-VALUE PIC 9(8)V99.
       01  TY-OLDEST-NUM PIC 9(8).
       01  TY-OLDEST PIC X(10).
       01  SP-HELD PIC 9(7).
       01  SP-VALUE PIC 9(8)V99.
       01  STATEMENT-HEADING.
           02  FILLER PIC X(5) VALUE "TYPE".
           02  FILLER PIC X(21) VALUE "DESCRIPTION".
           02  FILLER PIC X(8) VALUE "  IN MTH".
           02  FILLER PIC X(8) VALUE " OUT MTH".
           02  FILLER PIC X(8) VALUE "    HELD".
           02  FILLER PIC X(13) VALUE "  DEPOSIT O\S".
           02  FILLER PIC X(12) VALUE "  OLDEST".
       01  SUPPLIER-LINE.
           02  FILLER PIC X(9) VALUE "SUPPLIER ".
           02  SL-SUPPLIER PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  SL-NAME PIC X(30).
       01  TYPE-LINE.
           02  TL-TYPE PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  TL-DESC PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  TL-RECEIVED PIC ZZZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  TL-RETURNED PIC ZZZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  TL-HELD PIC ZZZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  TL-VALUE PIC ZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  TL-OLDEST PIC X(10).
       01  SUPPLIER-TOTAL-LINE.
           02  FILLER PIC X(26) VALUE "  TOTAL CONTAINERS HELD".
           02  FILLER PIC X(16) VALUE SPACE.
           02  ST-HELD PIC ZZZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  ST-VALUE PIC ZZZZZZZ9.99.
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
           DISPLAY "RETURNABLE CONTAINER LEDGER".
           OPEN INPUT SUPPLIER-FILE.
           IF SU-FILE-STATUS NOT = "00"
               DISPLAY "NO SUPPLIER FILE ON DISK."
               GO TO END-NO-FILES.
           OPEN I-O CTYPE-FILE.
           IF CT-FILE-STATUS NOT = "00"
               OPEN OUTPUT CTYPE-FILE
               CLOSE CTYPE-FILE
               OPEN I-O CTYPE-FILE
           END-IF.
           OPEN I-O CONTAINER-FILE.
           IF CL-FILE-STATUS NOT = "00"
               OPEN OUTPUT CONTAINER-FILE
               CLOSE CONTAINER-FILE
               OPEN I-O CONTAINER-FILE
           END-IF.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(R)ETURN CONTAINERS TO A SUPPLIER, (S)TATEMENT,".
           DISPLAY "(T)YPE MAINTENANCE, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "R" OR ACTION-CHOICE = "r"
               GO TO RETURN-CONTAINERS.
           IF ACTION-CHOICE = "S" OR ACTION-CHOICE = "s"
               GO TO SUPPLIER-STATEMENT.
           IF ACTION-CHOICE = "T" OR ACTION-CHOICE = "t"
               GO TO TYPE-MAINTENANCE.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *THE DEPOSIT RATES ARE WHAT THE SUPPLIERS' CHARGES ARE CHECKED
      *AGAINST, SO ONLY A SUPERVISOR SETS THEM
       TYPE-MAINTENANCE.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO ASK-ACTION.
       TYPE-ASK-CODE.
           DISPLAY SPACE.
           DISPLAY "CONTAINER TYPE CODE (BLANK TO END): ".
           MOVE SPACE TO ENTERED-TYPE.
           ACCEPT ENTERED-TYPE.
           IF ENTERED-TYPE = SPACE GO TO ASK-ACTION.
           MOVE "N" TO TYPE-IS-NEW.
           MOVE ENTERED-TYPE TO CT-TYPE.
           READ CTYPE-FILE
               INVALID MOVE "Y" TO TYPE-IS-NEW
           END-READ.
           IF TYPE-IS-NEW = "Y"
               DISPLAY "NEW CONTAINER TYPE"
               MOVE SPACE TO CONTAINER-TYPE-RECORD
               MOVE ENTERED-TYPE TO CT-TYPE
               MOVE 0 TO CT-DEPOSIT
           ELSE
               MOVE CT-DEPOSIT TO DEPOSIT-SHOW
               DISPLAY CT-DESC "  DEPOSIT " DEPOSIT-SHOW
           END-IF.
           DISPLAY "DESCRIPTION (BLANK TO KEEP): ".
           MOVE SPACE TO ENTERED-DESC.
           ACCEPT ENTERED-DESC.
           IF ENTERED-DESC NOT = SPACE
               MOVE ENTERED-DESC TO CT-DESC.
           IF CT-DESC = SPACE GO TO TYPE-ASK-CODE.
       TYPE-ASK-DEPOSIT.
           DISPLAY "DEPOSIT PER CONTAINER (NNNNNN = NNNN.NN,".
           DISPLAY "BLANK TO KEEP): ".
           MOVE SPACE TO ENTERED-DEPOSIT-X.
           ACCEPT ENTERED-DEPOSIT-X.
           IF ENTERED-DEPOSIT-X NOT = SPACE
               IF ENTERED-DEPOSIT-X NOT NUMERIC
                   DISPLAY TERM-HIGHLIGHT-ON "DEPOSIT NOT NUMERIC"
                       TERM-HIGHLIGHT-OFF
                   GO TO TYPE-ASK-DEPOSIT
               ELSE
                   MOVE ENTERED-DEPOSIT-9 TO CT-DEPOSIT
               END-IF
           END-IF.
           IF TYPE-IS-NEW = "Y"
               WRITE CONTAINER-TYPE-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "TYPE FILE I/O ERROR, STATUS: " CT-FILE-STATUS
                       TERM-HIGHLIGHT-OFF
               END-WRITE
           ELSE
               REWRITE CONTAINER-TYPE-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "TYPE FILE I/O ERROR, STATUS: " CT-FILE-STATUS
                       TERM-HIGHLIGHT-OFF
               END-REWRITE
           END-IF.
           DISPLAY "CONTAINER TYPE " CT-TYPE " SAVED.".
           GO TO TYPE-ASK-CODE.
      *THE SUPPLIER'S DRIVER COLLECTS EMPTIES - THEY COME OFF THE
      *OLDEST RECEIPTS FIRST, AND NEVER MORE THAN THE LEDGER SAYS
      *WE HOLD, SO THE BALANCE CANNOT GO BELOW NOTHING
       RETURN-CONTAINERS.
           DISPLAY SPACE.
           DISPLAY "SUPPLIER CODE (BLANK TO END): ".
           MOVE SPACE TO ENTERED-SUPPLIER.
           ACCEPT ENTERED-SUPPLIER.
           IF ENTERED-SUPPLIER = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN SUPPLIER"
                   TERM-HIGHLIGHT-OFF
               GO TO RETURN-CONTAINERS
           END-READ.
           DISPLAY SUPPLIER-NAME.
       RETURN-ASK-TYPE.
           DISPLAY "CONTAINER TYPE (BLANK TO END): ".
           MOVE SPACE TO ENTERED-TYPE.
           ACCEPT ENTERED-TYPE.
           IF ENTERED-TYPE = SPACE GO TO RETURN-CONTAINERS.
           MOVE ENTERED-TYPE TO CT-TYPE.
           READ CTYPE-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CONTAINER TYPE NOT ON FILE" TERM-HIGHLIGHT-OFF
               GO TO RETURN-ASK-TYPE
           END-READ.
           PERFORM COUNT-HELD THRU COUNT-HELD-EXIT.
           DISPLAY CT-DESC "  HELD FROM THIS SUPPLIER: " HELD-QTY.
           IF HELD-QTY = 0 GO TO RETURN-ASK-TYPE.
           DISPLAY "NUMBER GOING BACK: ".
           ACCEPT ENTERED-QTY.
           IF ENTERED-QTY NOT NUMERIC OR ENTERED-QTY = 0
               DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO RETURN-ASK-TYPE.
           IF ENTERED-QTY > HELD-QTY
               DISPLAY TERM-HIGHLIGHT-ON
                   "MORE THAN THE LEDGER SHOWS ON SITE"
                   TERM-HIGHLIGHT-OFF
               GO TO RETURN-ASK-TYPE.
           DISPLAY "COLLECTION NOTE NO: ".
           MOVE SPACE TO ENTERED-REFERENCE.
           ACCEPT ENTERED-REFERENCE.
           DISPLAY "RETURN " ENTERED-QTY " " CT-DESC " TO "
               ENTERED-SUPPLIER " - CONFIRM (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO RETURN-ASK-TYPE.
           MOVE ENTERED-QTY TO STILL-TO-CLEAR.
           PERFORM CLEAR-OLDEST THRU CLEAR-OLDEST-EXIT.
           MOVE SPACE TO CONTAINER-LEDGER-RECORD.
           MOVE ENTERED-SUPPLIER TO CL-SUPPLIER.
           MOVE ENTERED-TYPE TO CL-TYPE.
           COMPUTE CL-SEQ = LAST-SEQ + 1.
           MOVE "B" TO CL-DIRECTION.
           MOVE ENTERED-QTY TO CL-QUANTITY.
           MOVE 0 TO CL-OPEN-QTY.
           MOVE CT-DEPOSIT TO CL-DEPOSIT.
           MOVE RUN-DATE TO CL-DATE.
           MOVE RUN-DATE-NUM TO CL-DATE-NUM.
           MOVE ENTERED-REFERENCE TO CL-REFERENCE.
           MOVE 0 TO CL-GRN-NO.
           MOVE SGN-OPERATOR-ID TO CL-OPERATOR-ID.
           WRITE CONTAINER-LEDGER-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CONTAINER LEDGER I/O ERROR, STATUS: "
                   CL-FILE-STATUS TERM-HIGHLIGHT-OFF
               GO TO RETURN-ASK-TYPE
           END-WRITE.
           DISPLAY "RETURN BOOKED.".
           GO TO RETURN-ASK-TYPE.
      *WHAT THE LEDGER SAYS IS ON SITE FOR ONE SUPPLIER AND TYPE,
      *AND THE LAST SEQUENCE NUMBER USED FOR THE PAIR
       COUNT-HELD.
           MOVE 0 TO HELD-QTY.
           MOVE 0 TO LAST-SEQ.
           MOVE ENTERED-SUPPLIER TO CL-SUPPLIER.
           MOVE ENTERED-TYPE TO CL-TYPE.
           MOVE 0 TO CL-SEQ.
           START CONTAINER-FILE KEY NOT LESS THAN CL-KEY
               INVALID GO TO COUNT-HELD-EXIT
           END-START.
       COUNT-HELD-LOOP.
           READ CONTAINER-FILE NEXT RECORD
               AT END GO TO COUNT-HELD-EXIT
           END-READ.
           IF CL-SUPPLIER NOT = ENTERED-SUPPLIER
               OR CL-TYPE NOT = ENTERED-TYPE
               GO TO COUNT-HELD-EXIT.
           MOVE CL-SEQ TO LAST-SEQ.
           IF CL-DIRECTION = "R"
               ADD CL-OPEN-QTY TO HELD-QTY.
           GO TO COUNT-HELD-LOOP.
       COUNT-HELD-EXIT.
           EXIT.
      *WEAR THE RETURN OFF THE OLDEST RECEIPTS STILL OPEN
       CLEAR-OLDEST.
           MOVE ENTERED-SUPPLIER TO CL-SUPPLIER.
           MOVE ENTERED-TYPE TO CL-TYPE.
           MOVE 0 TO CL-SEQ.
           START CONTAINER-FILE KEY NOT LESS THAN CL-KEY
               INVALID GO TO CLEAR-OLDEST-EXIT
           END-START.
       CLEAR-OLDEST-LOOP.
           IF STILL-TO-CLEAR = 0 GO TO CLEAR-OLDEST-EXIT.
           READ CONTAINER-FILE NEXT RECORD
               AT END GO TO CLEAR-OLDEST-EXIT
           END-READ.
           IF CL-SUPPLIER NOT = ENTERED-SUPPLIER
               OR CL-TYPE NOT = ENTERED-TYPE
               GO TO CLEAR-OLDEST-EXIT.
           IF CL-DIRECTION NOT = "R" OR CL-OPEN-QTY = 0
               GO TO CLEAR-OLDEST-LOOP.
           IF CL-OPEN-QTY > STILL-TO-CLEAR
               SUBTRACT STILL-TO-CLEAR FROM CL-OPEN-QTY
               MOVE 0 TO STILL-TO-CLEAR
           ELSE
               SUBTRACT CL-OPEN-QTY FROM STILL-TO-CLEAR
               MOVE 0 TO CL-OPEN-QTY
           END-IF.
           REWRITE CONTAINER-LEDGER-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CONTAINER LEDGER I/O ERROR, STATUS: "
                   CL-FILE-STATUS TERM-HIGHLIGHT-OFF
           END-REWRITE.
           GO TO CLEAR-OLDEST-LOOP.
       CLEAR-OLDEST-EXIT.
           EXIT.
      *THE MONTHLY STATEMENT, ON STOCK.CTS - FOR ONE SUPPLIER OR
      *ALL OF THEM, EACH CONTAINER TYPE'S MOVEMENTS IN THE MONTH OF
      *THE RUN DATE, WHAT IS HELD NOW, ITS DEPOSIT VALUE AND THE
      *DATE THE OLDEST ONE ARRIVED
       SUPPLIER-STATEMENT.
           DISPLAY "SUPPLIER CODE (BLANK FOR ALL): ".
           MOVE SPACE TO STATEMENT-SUPPLIER.
           ACCEPT STATEMENT-SUPPLIER.
           COMPUTE MONTH-START-NUM = RD-YYYYMM * 100 + 1.
           MOVE STOCK-CTS-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "RETURNABLE CONTAINER STATEMENT" TO RPT-TITLE.
           MOVE STATEMENT-HEADING TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO SUPPLIERS-PRINTED.
           MOVE SPACE TO CURRENT-SUPPLIER.
           MOVE SPACE TO CURRENT-TYPE.
           MOVE STATEMENT-SUPPLIER TO CL-SUPPLIER.
           MOVE LOW-VALUE TO CL-TYPE.
           MOVE 0 TO CL-SEQ.
           START CONTAINER-FILE KEY NOT LESS THAN CL-KEY
               INVALID GO TO STATEMENT-DONE
           END-START.
       STATEMENT-LOOP.
           READ CONTAINER-FILE NEXT RECORD
               AT END GO TO STATEMENT-LAST
           END-READ.
           IF CL-SUPPLIER NOT = CURRENT-SUPPLIER
               GO TO STATEMENT-NEW-SUPPLIER.
           IF CL-TYPE NOT = CURRENT-TYPE
               PERFORM TYPE-BREAK THRU TYPE-BREAK-EXIT
               PERFORM START-TYPE.
           GO TO STATEMENT-ADD.
       STATEMENT-NEW-SUPPLIER.
           IF CURRENT-SUPPLIER NOT = SPACE
               PERFORM TYPE-BREAK THRU TYPE-BREAK-EXIT
               PERFORM SUPPLIER-BREAK THRU SUPPLIER-BREAK-EXIT.
           IF STATEMENT-SUPPLIER NOT = SPACE
               AND CL-SUPPLIER NOT = STATEMENT-SUPPLIER
               MOVE SPACE TO CURRENT-SUPPLIER
               GO TO STATEMENT-DONE.
           MOVE CL-SUPPLIER TO CURRENT-SUPPLIER.
           MOVE "N" TO SUPPLIER-HEADED.
           MOVE 0 TO SP-HELD.
           MOVE 0 TO SP-VALUE.
           PERFORM START-TYPE.
       STATEMENT-ADD.
           IF CL-DIRECTION = "R"
               IF CL-DATE-NUM NOT < MONTH-START-NUM
                   AND CL-DATE-NUM NOT > RUN-DATE-NUM
                   ADD CL-QUANTITY TO TY-RECEIVED
               END-IF
               IF CL-OPEN-QTY NOT = 0
                   ADD CL-OPEN-QTY TO TY-HELD
                   COMPUTE TY-VALUE = TY-VALUE
                       + CL-OPEN-QTY * CL-DEPOSIT
                   IF TY-OLDEST-NUM = 0
                       OR CL-DATE-NUM < TY-OLDEST-NUM
                       MOVE CL-DATE-NUM TO TY-OLDEST-NUM
                       MOVE CL-DATE TO TY-OLDEST
                   END-IF
               END-IF
           ELSE
               IF CL-DATE-NUM NOT < MONTH-START-NUM
                   AND CL-DATE-NUM NOT > RUN-DATE-NUM
                   ADD CL-QUANTITY TO TY-RETURNED
               END-IF
           END-IF.
           GO TO STATEMENT-LOOP.
       STATEMENT-LAST.
           IF CURRENT-SUPPLIER NOT = SPACE
               PERFORM TYPE-BREAK THRU TYPE-BREAK-EXIT
               PERFORM SUPPLIER-BREAK THRU SUPPLIER-BREAK-EXIT.
       STATEMENT-DONE.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           DISPLAY "SUPPLIERS ON THE STATEMENT: " SUPPLIERS-PRINTED.
           DISPLAY "STATEMENT IS ON STOCK.CTS".
           GO TO ASK-ACTION.
       START-TYPE.
           MOVE CL-TYPE TO CURRENT-TYPE.
           MOVE 0 TO TY-RECEIVED.
           MOVE 0 TO TY-RETURNED.
           MOVE 0 TO TY-HELD.
           MOVE 0 TO TY-VALUE.
           MOVE 0 TO TY-OLDEST-NUM.
           MOVE SPACE TO TY-OLDEST.
      *ONE LINE PER CONTAINER TYPE WITH ANYTHING TO SHOW - THE
      *SUPPLIER'S NAME GOES ABOVE ITS FIRST LINE
       TYPE-BREAK.
           IF TY-RECEIVED = 0 AND TY-RETURNED = 0 AND TY-HELD = 0
               GO TO TYPE-BREAK-EXIT.
           IF SUPPLIER-HEADED = "N"
               MOVE "Y" TO SUPPLIER-HEADED
               ADD 1 TO SUPPLIERS-PRINTED
               MOVE CURRENT-SUPPLIER TO SL-SUPPLIER
               MOVE CURRENT-SUPPLIER TO SUPPLIER-CODE
               READ SUPPLIER-FILE
                   INVALID MOVE "** UNKNOWN **" TO SUPPLIER-NAME
               END-READ
               MOVE SUPPLIER-NAME TO SL-NAME
               MOVE SPACE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               MOVE SUPPLIER-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               DISPLAY SUPPLIER-LINE
           END-IF.
           MOVE CURRENT-TYPE TO TL-TYPE.
           MOVE CURRENT-TYPE TO CT-TYPE.
           READ CTYPE-FILE
               INVALID MOVE "** UNKNOWN TYPE **" TO CT-DESC
           END-READ.
           MOVE CT-DESC TO TL-DESC.
           MOVE TY-RECEIVED TO TL-RECEIVED.
           MOVE TY-RETURNED TO TL-RETURNED.
           MOVE TY-HELD TO TL-HELD.
           MOVE TY-VALUE TO TL-VALUE.
           MOVE TY-OLDEST TO TL-OLDEST.
           MOVE TYPE-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY TYPE-LINE.
           ADD TY-HELD TO SP-HELD.
           ADD TY-VALUE TO SP-VALUE.
       TYPE-BREAK-EXIT.
           EXIT.
       SUPPLIER-BREAK.
           IF SUPPLIER-HEADED = "N" GO TO SUPPLIER-BREAK-EXIT.
           MOVE SP-HELD TO ST-HELD.
           MOVE SP-VALUE TO ST-VALUE.
           MOVE SUPPLIER-TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY SUPPLIER-TOTAL-LINE.
       SUPPLIER-BREAK-EXIT.
           EXIT.
       END-IT.
           CLOSE SUPPLIER-FILE.
           CLOSE CTYPE-FILE.
           CLOSE CONTAINER-FILE.
       END-NO-FILES.
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
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.CTY" TO STOCK-CTY-FN.
           MOVE "TRAIN.CTR" TO STOCK-CTR-FN.
           MOVE "TRAIN.CTS" TO STOCK-CTS-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-RUN-DATE.
           DISPLAY "ENTER DATE (MM/DD/YYYY): ".
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
