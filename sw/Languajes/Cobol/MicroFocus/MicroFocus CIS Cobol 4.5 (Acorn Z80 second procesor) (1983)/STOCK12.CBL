      *WHILE IN TRANSIT THE QUANTITY IS ON NEITHER BIN'S ON-HAND,
      *SO A COUNT AT EITHER END DURING THE WINDOW IS RIGHT.  THE
      *(L)IST ACTION PRINTS WHAT IS STILL ON THE TROLLEYS.
      *(P)ICK-FACE TASKS WALKS THE MOVES THE REPLENISHMENT RUN LEFT
      *ON STOCK.RPL; EACH ONE CONFIRMED IS DISPATCHED AND RECEIVED
      *IN ONE GO (THE RESERVE IS IN THE SAME AISLE, NOT ANOTHER
      *BUILDING), SO IT STILL POSTS AS AN ORDINARY T / U PAIR.
      *(S)ITE DISPATCH SENDS GOODS TO ANOTHER OF OUR SITES.  IT
      *DEBITS THE FROM BIN AND POSTS THE TYPE T RECORD THE SAME
      *WAY, BUT THE TO BIN IS ON THE OTHER SITE'S STOCK.IT, SO IT
      *IS NOT CHECKED HERE AND THE TROLLEY RECORD CARRIES THE SITE.
      *SITE-EXCHANGE TAKES IT OVER ON THE EXCHANGE DISKETTE, THE
      *OTHER SITE RECEIVES IT FROM THERE, AND ITS RECEIPT COMING
      *BACK IS WHAT CLOSES THE TROLLEY - (R)ECEIVE LEAVES IT ALONE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           ACCESS DYNAMIC
           RECORD KEY TT-KEY
           FILE STATUS TT-FILE-STATUS.
           SELECT TASK-FILE ASSIGN DYNAMIC STOCK-RPL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RL-TASK-NO
           FILE STATUS RL-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-ITR-FN
           ORGANIZATION SEQUENTIAL
           ASSIGN DYNAMIC STOCK-INT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS IN-STATUS.
           SELECT CONTROL-FILE
           ASSIGN DYNAMIC STOCK-CTL-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS CF-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  TRANSIT-FILE; RECORD 48.
           COPY "ITTFILE.CPY".
       FD  TASK-FILE; RECORD 64.
           COPY "RPLFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       FD  INTENT-FILE; RECORD 56.
           COPY "INTFILE.CPY".
       FD  CONTROL-FILE; RECORD 42.
       01  CONTROL-RECORD.
           02  CF-LAST-TRAN-NO PIC 9(4).
           02  CF-BATCH-DONE PIC 9(4).
           02  CF-LAST-RVRSL-NO PIC 9(4).
           02  CF-LAST-GRN-NO PIC 9(4).
           02  CF-LAST-ISS-NO PIC 9(4).
      *THE SITE THIS COPY OF THE SYSTEM RUNS AT, SET BY SITE-SETUP
           02  CF-SITE-CODE PIC XX.
           02  CF-SITE-NAME PIC X(20).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
           02  STOCK-ITT-FN PIC X(12) VALUE "STOCK.ITT".
           02  STOCK-ITR-FN PIC X(12) VALUE "STOCK.ITR".
           02  STOCK-INT-FN PIC X(12) VALUE "STOCK.INT".
           02  STOCK-RPL-FN PIC X(12) VALUE "STOCK.RPL".
           02  STOCK-CTL-FN PIC X(12) VALUE "STOCK.CTL".
       COPY "TERMPROF.CPY".
       01  IN-STATUS PIC XX.
       01  CF-STATUS PIC XX.
      *THIS SITE OFF STOCK.CTL, AND THE SITE A (S)ITE DISPATCH IS
      *GOING TO - SPACE FOR AN ORDINARY MOVE BETWEEN OUR OWN BINS
       01  THIS-SITE PIC XX.
       01  TO-SITE PIC XX.
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
      *THE TRANSFER BEING BUILT - POSTED TO THE UNIFIED JOURNAL AS A
       01  DEC-QTY-9 REDEFINES DEC-QTY-X PIC 9(6)V99.
       01  LC-FILE-STATUS PIC XX.
       01  TT-FILE-STATUS PIC XX.
       01  RL-FILE-STATUS PIC XX.
       01  DISPATCH-DONE PIC X.
       01  PICK-QTY-X PIC X(8).
       01  PICK-QTY-WHOLE REDEFINES PICK-QTY-X PIC 9(8).
       01  PICK-QTY-DEC REDEFINES PICK-QTY-X PIC 9(6)V99.
       01  PICK-LINE.
           02  PL-TASK-NO PIC ZZZ9.
           02  FILLER PIC XX VALUE SPACE.
           02  PL-STOCK-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  PL-FROM PIC X(4).
           02  FILLER PIC X(4) VALUE " TO ".
           02  PL-TO PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  PL-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  PL-RUN-DATE PIC X(10).
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
           02  TL-DATE PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  TL-OPERATOR PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  TL-TO-SITE PIC XX.
       01  SUMMARY-LINE.
           02  FILLER PIC X(20) VALUE "TROLLEYS IN TRANSIT".
           02  SU-COUNT PIC ZZZ9.
               CLOSE TRANSIT-FILE
               OPEN I-O TRANSIT-FILE
           END-IF.
           OPEN I-O TASK-FILE.
           IF RL-FILE-STATUS NOT = "00"
               OPEN OUTPUT TASK-FILE
               CLOSE TASK-FILE
               OPEN I-O TASK-FILE
           END-IF.
           DISPLAY SPACE.
           DISPLAY "STOCK TRANSFER (TWO-STEP, VIA IN-TRANSIT)".
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           MOVE 0 TO TRAN-NO.
           PERFORM READ-SITE THRU READ-SITE-EXIT.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(D)ISPATCH, (R)ECEIVE ARRIVALS, (P)ICK-FACE TASKS,".
           DISPLAY "(S)ITE DISPATCH TO ANOTHER SITE,".
           DISPLAY "(L)IST/PRINT IN-TRANSIT, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "D" OR ACTION-CHOICE = "d"
               GO TO DISPATCH-START.
           IF ACTION-CHOICE = "S" OR ACTION-CHOICE = "s"
               GO TO SITE-DISPATCH-START.
           IF ACTION-CHOICE = "R" OR ACTION-CHOICE = "r"
               GO TO RECEIVE-START.
           IF ACTION-CHOICE = "L" OR ACTION-CHOICE = "l"
               GO TO LIST-TRANSIT.
           IF ACTION-CHOICE = "P" OR ACTION-CHOICE = "p"
               GO TO PICK-TASKS.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
       DISPATCH-START.
           MOVE SPACE TO TO-SITE.
       DISPATCH-FORM.
           DISPLAY STOCK-TRANSFER-FORM.
       GET-INPUT.
           ACCEPT STOCK-TRANSFER-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y" GO TO INVALID-DATE.
           MOVE DC-DATE TO ST-DATE.
      *THE OTHER SITE'S BINS ARE ON ITS OWN MASTERS, NOT OURS - A
      *TO BIN THERE IS ONLY CHECKED WHEN THE GOODS ARE RECEIVED
           IF ST-TO-LOCATION = SPACE GO TO INVALID-LOC-MASTER.
           IF ST-FROM-LOCATION = ST-TO-LOCATION AND TO-SITE = SPACE
               GO TO INVALID-SAME-LOCATION.
           MOVE ST-FROM-LOCATION TO LOC-CODE.
           READ LOC-FILE; INVALID GO TO INVALID-LOC-MASTER.
           IF TO-SITE = SPACE
               MOVE ST-TO-LOCATION TO LOC-CODE
               READ LOC-FILE; INVALID GO TO INVALID-LOC-MASTER.
           MOVE ST-STOCK-CODE TO STOCK-CODE.
           MOVE ST-FROM-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE; INVALID GO TO INVALID-FROM-CODE.
           MOVE QUANTITY-ON-HAND TO CM-FROM-QTY.
           MOVE "DISPATCH QTY" TO QTY-HDNG2.
           MOVE XFER-QTY TO CM-QUANTITY.
           IF TO-SITE = SPACE
               MOVE ST-STOCK-CODE TO STOCK-CODE
               MOVE ST-TO-LOCATION TO LOCATION-CODE
               READ STOCK-FILE; INVALID GO TO INVALID-TO-CODE.
           MOVE "OK?" TO OK-HDNG.
           DISPLAY CONFIRM-MSG.
           ACCEPT CM-Y-OR-N-MSG.
      *THE TROLLEY - THE TO BIN IS NOT TOUCHED UNTIL THE GOODS ARE
      *CONFIRMED ARRIVED
       POST-DISPATCH.
           MOVE "N" TO DISPATCH-DONE.
           MOVE ST-STOCK-CODE TO STOCK-CODE.
           MOVE ST-FROM-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE; INVALID GO TO INVALID-FROM-CODE.
           MOVE TF-QUANTITY TO JP-QUANTITY.
           MOVE "-" TO JP-SIGN.
           MOVE SPACE TO JP-REFERENCE.
      *A TRANSFER TO ANOTHER SITE IS REFERENCED "SITE" AND ITS CODE
           IF TO-SITE NOT = SPACE
               MOVE "SITE" TO JP-REFERENCE (1:4)
               MOVE TO-SITE TO JP-REFERENCE (5:2).
           MOVE TF-TO-LOCATION TO JP-TO-LOCATION.
           MOVE TF-DATE TO JP-DATE.
           MOVE TF-OPERATOR-ID TO JP-OPERATOR-ID.
           REWRITE STOCK-ITEM.
           PERFORM WRITE-TRANSIT THRU WRITE-TRANSIT-EXIT.
           PERFORM CLEAR-INTENT THRU CLEAR-INTENT-EXIT.
           IF TO-SITE = SPACE
               DISPLAY "DISPATCHED - CONFIRM ON ARRIVAL AT "
                   ST-TO-LOCATION
           ELSE
               DISPLAY "DISPATCHED TO SITE " TO-SITE
                   " - GOES ON THE NEXT EXCHANGE DISKETTE"
           END-IF.
           MOVE "Y" TO DISPATCH-DONE.
       POST-DISPATCH-EXIT.
           EXIT.
       WRITE-TRANSIT.
           MOVE ST-DATE TO TT-DATE.
           MOVE OPERATOR-ID TO TT-OPERATOR-ID.
           MOVE "T" TO TT-STATUS.
           MOVE TO-SITE TO TT-TO-SITE.
           WRITE IN-TRANSIT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "IN-TRANSIT WRITE FAILED, STATUS " TT-FILE-STATUS
               AT END MOVE "N" TO MORE-RECORDS
               GO TO RECEIVE-LOOP.
           IF TT-STATUS NOT = "T" GO TO RECEIVE-LOOP.
           IF TT-TO-SITE NOT = SPACE GO TO RECEIVE-LOOP.
           ADD 1 TO SHOWN-COUNT.
           MOVE TT-STOCK-CODE TO TL-STOCK-CODE.
           MOVE TT-FROM-LOCATION TO TL-FROM.
           MOVE TT-QUANTITY TO TL-QUANTITY.
           MOVE TT-DATE TO TL-DATE.
           MOVE TT-OPERATOR-ID TO TL-OPERATOR.
           MOVE SPACE TO TL-TO-SITE.
           DISPLAY SPACE.
           DISPLAY TRANSIT-LINE.
       RECEIVE-ASK.
           DISPLAY "ARRIVAL CONFIRMED INTO " TT-TO-LOCATION.
       CONFIRM-ARRIVAL-EXIT.
           EXIT.
      *THE REPLENISHMENT MOVES WAITING ON STOCK.RPL, ONE AT A TIME.
      *A CONFIRMED MOVE GOES THROUGH THE SAME DISPATCH AND ARRIVAL
      *POSTINGS AS A TROLLEY, BACK TO BACK, THEN THE TASK IS MARKED
      *DONE WITH WHAT WAS REALLY MOVED
       PICK-TASKS.
           MOVE SPACE TO TO-SITE.
           PERFORM GET-RECEIVE-DATE THRU GET-RECEIVE-DATE-EXIT.
           MOVE 0 TO SHOWN-COUNT.
           MOVE "Y" TO MORE-RECORDS.
           MOVE 0 TO RL-TASK-NO.
           START TASK-FILE KEY NOT LESS THAN RL-TASK-NO
               INVALID MOVE "N" TO MORE-RECORDS.
       PICK-LOOP.
           IF MORE-RECORDS = "N" GO TO PICK-DONE.
           READ TASK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO PICK-LOOP.
           IF RL-STATUS NOT = "O" GO TO PICK-LOOP.
           ADD 1 TO SHOWN-COUNT.
           MOVE RL-TASK-NO TO PL-TASK-NO.
           MOVE RL-STOCK-CODE TO PL-STOCK-CODE.
           MOVE RL-FROM-LOCATION TO PL-FROM.
           MOVE RL-TO-LOCATION TO PL-TO.
           MOVE RL-QUANTITY TO PL-QUANTITY.
           MOVE RL-RUN-DATE TO PL-RUN-DATE.
           DISPLAY SPACE.
           DISPLAY PICK-LINE.
       PICK-ASK.
           DISPLAY "(C)ONFIRM MOVED, (S)KIP, OR (X) EXIT: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               PERFORM CONFIRM-PICK-TASK THRU CONFIRM-PICK-EXIT
               GO TO PICK-LOOP.
           IF ACTION-CHOICE = "S" OR ACTION-CHOICE = "s"
               GO TO PICK-LOOP.
           IF ACTION-CHOICE = "X" OR ACTION-CHOICE = "x"
               GO TO ASK-ACTION.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO PICK-ASK.
       PICK-DONE.
           IF SHOWN-COUNT = 0
               DISPLAY "NO REPLENISHMENT TASKS ARE OPEN.".
           GO TO ASK-ACTION.
       CONFIRM-PICK-TASK.
           MOVE RL-STOCK-CODE TO STOCK-CODE.
           MOVE RL-TO-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID
                   DISPLAY "PICK-FACE BIN RECORD MISSING - NOT MOVED"
                   GO TO CONFIRM-PICK-EXIT
           END-READ.
           MOVE RL-FROM-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID
                   DISPLAY "RESERVE BIN RECORD MISSING - NOT MOVED"
                   GO TO CONFIRM-PICK-EXIT
           END-READ.
      *THE DRIVER MAY FIND LESS ON THE PALLET THAN THE RUN EXPECTED -
      *A BARE RETURN TAKES THE TASK QUANTITY AS MOVED
       ASK-PICK-QTY.
           IF ITEM-UOM NOT = "EA" AND ITEM-UOM NOT = SPACE
               DISPLAY "QUANTITY MOVED IN " ITEM-UOM
                   " (NNNNNNNN = NNNNNN.NN,"
           ELSE
               DISPLAY "QUANTITY MOVED (NNNNNNNN,"
           END-IF.
           DISPLAY "RETURN ALONE = THE TASK QUANTITY): ".
           MOVE SPACE TO PICK-QTY-X.
           ACCEPT PICK-QTY-X.
           IF PICK-QTY-X = SPACE
               MOVE RL-QUANTITY TO XFER-QTY
           ELSE
               IF PICK-QTY-X NOT NUMERIC
                   DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                       TERM-HIGHLIGHT-OFF
                   GO TO ASK-PICK-QTY
               END-IF
               IF ITEM-UOM NOT = "EA" AND ITEM-UOM NOT = SPACE
                   MOVE PICK-QTY-DEC TO XFER-QTY
               ELSE
                   MOVE PICK-QTY-WHOLE TO XFER-QTY
               END-IF
           END-IF.
           IF XFER-QTY = 0
               DISPLAY TERM-HIGHLIGHT-ON
                   "NOTHING MOVED - SKIP THE TASK INSTEAD"
                   TERM-HIGHLIGHT-OFF
               GO TO CONFIRM-PICK-EXIT.
           IF XFER-QTY > QUANTITY-ON-HAND
               DISPLAY TERM-HIGHLIGHT-ON "INSUFFICIENT STOCK IN "
                   RL-FROM-LOCATION TERM-HIGHLIGHT-OFF
               GO TO ASK-PICK-QTY.
           MOVE RL-STOCK-CODE TO ST-STOCK-CODE.
           MOVE RL-FROM-LOCATION TO ST-FROM-LOCATION.
           MOVE RL-TO-LOCATION TO ST-TO-LOCATION.
           MOVE RECEIVE-DATE TO ST-DATE.
           PERFORM POST-DISPATCH THRU POST-DISPATCH-EXIT.
           IF DISPATCH-DONE NOT = "Y" GO TO CONFIRM-PICK-EXIT.
      *WRITE-TRANSIT LEFT THE NEW TROLLEY RECORD IN ITS BUFFER -
      *CONFIRMING IT AT ONCE PUTS THE GOODS INTO THE PICK FACE
           PERFORM CONFIRM-ARRIVAL THRU CONFIRM-ARRIVAL-EXIT.
           IF TT-STATUS NOT = "R"
               DISPLAY TERM-HIGHLIGHT-ON
                   "MOVE LEFT IN TRANSIT - CONFIRM IT UNDER (R)ECEIVE"
                   TERM-HIGHLIGHT-OFF.
           MOVE "D" TO RL-STATUS.
           MOVE XFER-QTY TO RL-MOVED-QTY.
           MOVE OPERATOR-ID TO RL-OPERATOR-ID.
           MOVE RECEIVE-DATE TO RL-DONE-DATE.
           REWRITE REPLEN-TASK-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "TASK FILE I/O ERROR, STATUS: " RL-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
       CONFIRM-PICK-EXIT.
           EXIT.
      *THE INTENT GOES UP JUST BEFORE THE FIRST FILE WRITE AND
      *COMES DOWN AFTER THE LAST - A CRASH IN BETWEEN LEAVES IT
      *FOR THE SIGN-ON RECOVERY PASS TO FIND
           PERFORM GET-RECEIVE-DATE THRU GET-RECEIVE-DATE-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE "GOODS IN TRANSIT" TO RPT-TITLE.
           MOVE
               "CODE      FROM TO   QUANTITY  DISPATCHED  BY    SITE"
               TO RPT-COL-HEADING.
           MOVE RECEIVE-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE TT-QUANTITY TO TL-QUANTITY.
           MOVE TT-DATE TO TL-DATE.
           MOVE TT-OPERATOR-ID TO TL-OPERATOR.
           MOVE TT-TO-SITE TO TL-TO-SITE.
           MOVE TRANSIT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY TRANSIT-LINE.
           DISPLAY SUMMARY-LINE.
           DISPLAY "REPORT IS ON STOCK.ITR".
           GO TO ASK-ACTION.
      *A TRANSFER TO ANOTHER OF OUR SITES - THE SITE CODE FIRST,
      *THEN THE ORDINARY DISPATCH SCREEN WITH THE TO BIN AS IT IS
      *KNOWN AT THAT SITE
       SITE-DISPATCH-START.
           IF THIS-SITE = SPACE
               DISPLAY TERM-HIGHLIGHT-ON
                   "NO SITE CODE IS SET - SEE SITE SETUP"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           DISPLAY "SEND TO SITE CODE (BLANK TO ABANDON): ".
           MOVE SPACE TO TO-SITE.
           ACCEPT TO-SITE.
           IF TO-SITE = SPACE GO TO ASK-ACTION.
           IF TO-SITE = THIS-SITE
               DISPLAY "THAT IS THIS SITE - USE (D)ISPATCH."
               GO TO SITE-DISPATCH-START.
           IF TO-SITE (1:1) = SPACE OR TO-SITE (2:1) = SPACE
               DISPLAY "A SITE CODE IS TWO CHARACTERS."
               GO TO SITE-DISPATCH-START.
           DISPLAY "TO LOCATION IS THE BIN AT SITE " TO-SITE.
           GO TO DISPATCH-FORM.
       INVALID-ENTRY.
           MOVE "QTY NOT NUMERIC" TO ERR-TXT.
           DISPLAY TERM-HIGHLIGHT-ON ERROR-MSG TERM-HIGHLIGHT-OFF.
           CLOSE STOCK-FILE.
           CLOSE LOC-FILE.
           CLOSE TRANSIT-FILE.
           CLOSE TASK-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
                   GO TO WRITE-PRINT-SAFE.
       WRITE-PRINT-SAFE-EXIT.
           EXIT.
      *THE SITE CODE OFF THE SYSTEM CONTROL RECORD - A RECORD FROM
      *BEFORE SITES WERE KEPT HAS NONE
       READ-SITE.
           MOVE SPACE TO THIS-SITE.
           OPEN INPUT CONTROL-FILE.
           IF CF-STATUS NOT = "00" GO TO READ-SITE-EXIT.
           READ CONTROL-FILE AT END
               CLOSE CONTROL-FILE
               GO TO READ-SITE-EXIT.
           IF CF-STATUS = "00"
               MOVE CF-SITE-CODE TO THIS-SITE.
           CLOSE CONTROL-FILE.
       READ-SITE-EXIT.
           EXIT.
      *THE MEASURED QUANTITY, KEYED WITH TWO IMPLIED DECIMALS THE
      *WAY PRICES ARE KEYED
       GET-DECIMAL-QTY.
           MOVE "TRAIN.ITT" TO STOCK-ITT-FN.
           MOVE "TRAIN.ITR" TO STOCK-ITR-FN.
           MOVE "TRAIN.INT" TO STOCK-INT-FN.
           MOVE "TRAIN.RPL" TO STOCK-RPL-FN.
           MOVE "TRAIN.CTL" TO STOCK-CTL-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
