       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPREST-TOPUP.
       AUTHOR. MICRO FOCUS LTD.
      *THE TWICE-WEEKLY IMPREST CUPBOARD TOP-UP.  (K)EY COUNTS
      *TAKES WHAT THE STOREMAN FOUND IN ONE CUPBOARD, WORKS OUT PAR
      *MINUS COUNT FOR EVERY PAR LINE AND PRINTS THE PICKING LIST
      *ON STOCK.IPK IN STORES BIN ORDER OF THE LINES.  (C)ONFIRM,
      *ONCE THE CUPBOARD HAS BEEN FILLED, TAKES WHAT WAS ACTUALLY
      *PICKED AND POSTS IT AS AN ORDINARY ISSUE TO THE CUPBOARD'S
      *OWNING DEPARTMENT, THE SAME WAY ISSUE-REQUESTS POSTS ONE -
      *JOURNAL, STOCK MASTER, USAGE HISTORY, LOW-STOCK ALERT,
      *CONSIGNMENT PAYABLE AND DEPARTMENT BUDGET.
      *STOCK IN A CUPBOARD HAS ALREADY BEEN ISSUED, SO WHAT THE
      *DEPARTMENT USED SINCE THE LAST TOP-UP IS THE LEVEL THAT TOP-UP
      *LEFT LESS TODAY'S COUNT.  EACH CONFIRMED LINE WRITES THAT ONTO
      *STOCK.IMU FOR THE IMPREST USAGE REPORT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUPBOARD-FILE ASSIGN DYNAMIC STOCK-IMC-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IC-CUPBOARD
           FILE STATUS IC-FILE-STATUS.
           SELECT PAR-FILE ASSIGN DYNAMIC STOCK-IMP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IP-KEY
           FILE STATUS IP-FILE-STATUS.
           SELECT USAGE-FILE ASSIGN DYNAMIC STOCK-IMU-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IU-KEY
           FILE STATUS IU-FILE-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS STOCK-STATUS.
           SELECT CONTROL-FILE
           ASSIGN DYNAMIC STOCK-CTL-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS CF-STATUS.
           SELECT ALERT-FILE
           ASSIGN DYNAMIC STOCK-ALR-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS AL-STATUS.
           SELECT DEPT-FILE ASSIGN DYNAMIC STOCK-DEP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DEPT-CODE
           FILE STATUS DP-FILE-STATUS.
           SELECT LOC-FILE ASSIGN DYNAMIC STOCK-LOC-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LOC-CODE
           FILE STATUS LC-FILE-STATUS.
           SELECT CONSIGN-FILE ASSIGN DYNAMIC STOCK-CNS-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CN-KEY
           FILE STATUS CN-FILE-STATUS.
           SELECT PRICE-LIST-FILE ASSIGN DYNAMIC STOCK-PRL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PL-KEY
           FILE STATUS PRL-STATUS.
           SELECT BUDGET-FILE ASSIGN DYNAMIC STOCK-BUD-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY BG-KEY
           FILE STATUS BG-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-IPK-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  CUPBOARD-FILE; RECORD 60.
           COPY "IMCFILE.CPY".
       FD  PAR-FILE; RECORD 64.
           COPY "IMPFILE.CPY".
       FD  USAGE-FILE; RECORD 80.
           COPY "IMUFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
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
       FD  ALERT-FILE; RECORD 38.
       01  ALERT-RECORD.
           02  AL-STOCK-CODE PIC X(8).
           02  AL-LOCATION PIC X(4).
           02  AL-QUANTITY-ON-HAND PIC 9(6)V99.
           02  AL-REORDER-LEVEL PIC 9(6)V99.
           02  AL-DATE PIC X(10).
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  CONSIGN-FILE; RECORD 36.
           COPY "CNSFILE.CPY".
       FD  PRICE-LIST-FILE; RECORD 42.
           COPY "PRLFILE.CPY".
       FD  BUDGET-FILE; RECORD 30.
           COPY "BUDFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-IMC-FN PIC X(12) VALUE "STOCK.IMC".
           02  STOCK-IMP-FN PIC X(12) VALUE "STOCK.IMP".
           02  STOCK-IMU-FN PIC X(12) VALUE "STOCK.IMU".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-CTL-FN PIC X(12) VALUE "STOCK.CTL".
           02  STOCK-ALR-FN PIC X(12) VALUE "STOCK.ALR".
           02  STOCK-DEP-FN PIC X(12) VALUE "STOCK.DEP".
           02  STOCK-LOC-FN PIC X(12) VALUE "STOCK.LOC".
           02  STOCK-CNS-FN PIC X(12) VALUE "STOCK.CNS".
           02  STOCK-PRL-FN PIC X(12) VALUE "STOCK.PRL".
           02  STOCK-BUD-FN PIC X(12) VALUE "STOCK.BUD".
           02  STOCK-IPK-FN PIC X(12) VALUE "STOCK.IPK".
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
           COPY "TROREC.CPY".
           COPY "JRNPOST.CPY".
       01  RPT-OUT-IX PIC 9.
       01  IC-FILE-STATUS PIC XX.
       01  IP-FILE-STATUS PIC XX.
       01  IU-FILE-STATUS PIC XX.
       01  STOCK-STATUS PIC XX.
       01  CF-STATUS PIC XX.
       01  AL-STATUS PIC XX.
       01  DP-FILE-STATUS PIC XX.
       01  LC-FILE-STATUS PIC XX.
       01  CN-FILE-STATUS PIC XX.
       01  PRL-STATUS PIC XX.
       01  BG-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  OPERATOR-ID PIC X(4).
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  ENTERED-CUPBOARD PIC X(4).
       01  COUNT-QTY-X PIC X(8).
       01  COUNT-QTY-9 REDEFINES COUNT-QTY-X PIC 9(8).
       01  COUNT-DEC-9 REDEFINES COUNT-QTY-X PIC 9(6)V99.
       01  ACTUAL-COUNT PIC 9(6)V99.
       01  PICKED-QTY-X PIC X(8).
       01  PICKED-QTY-9 REDEFINES PICKED-QTY-X PIC 9(8).
       01  PICKED-DEC-9 REDEFINES PICKED-QTY-X PIC 9(6)V99.
       01  ACTUAL-PICKED PIC 9(6)V99.
       01  POST-OK PIC X.
       01  LINE-COUNT PIC 9(4).
       01  PICK-COUNT PIC 9(4).
       01  POSTED-COUNT PIC 9(4).
       01  CHARGE-DEPT PIC X(4).
       01  CHARGE-PRICE PIC 9(6)V99.
       01  ISSUE-VALUE PIC 9(8)V99.
       01  CONSIGN-PRICE PIC 9(4)V99.
       01  CONSIGN-VALUE PIC 9(8)V99.
       01  BUD-DATE-WORK.
           02  BD-MM PIC 99.
           02  FILLER PIC X.
           02  BD-DD PIC 99.
           02  FILLER PIC X.
           02  BD-YYYY PIC 9999.
       01  PICK-TITLE.
           02  FILLER PIC X(16) VALUE "IMPREST TOP-UP  ".
           02  PT-CUPBOARD PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  PT-DESC PIC X(20).
           02  FILLER PIC X(6) VALUE " DEPT ".
           02  PT-DEPT PIC X(4).
       01  HEADING-2.
           02  FILLER PIC X(6) VALUE "BIN".
           02  FILLER PIC X(10) VALUE "ITEM".
           02  FILLER PIC X(22) VALUE "DESCRIPTION".
           02  FILLER PIC X(11) VALUE "        PAR".
           02  FILLER PIC X(11) VALUE "      COUNT".
           02  FILLER PIC X(11) VALUE "       PICK".
           02  FILLER PIC X(9) VALUE "  PICKED".
       01  DETAIL-LINE.
           02  DL-BIN PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-DESC PIC X(20).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-PAR PIC ZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-COUNT PIC ZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-PICK PIC ZZZZZZ9.99.
           02  FILLER PIC X(10) VALUE "  ........".
       01  COUNT-LINE.
           02  CL-LABEL PIC X(40).
           02  CL-COUNT PIC ZZZZ9.
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
           MOVE SGN-TRAINING-FLAG TO JP-TRAINING-FLAG.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "IMPREST CUPBOARD TOP-UP".
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           OPEN I-O CUPBOARD-FILE.
           IF IC-FILE-STATUS NOT = "00"
               OPEN OUTPUT CUPBOARD-FILE
               CLOSE CUPBOARD-FILE
               OPEN I-O CUPBOARD-FILE
           END-IF.
           OPEN I-O PAR-FILE.
           IF IP-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAR-FILE
               CLOSE PAR-FILE
               OPEN I-O PAR-FILE
           END-IF.
           OPEN I-O USAGE-FILE.
           IF IU-FILE-STATUS NOT = "00"
               OPEN OUTPUT USAGE-FILE
               CLOSE USAGE-FILE
               OPEN I-O USAGE-FILE
           END-IF.
           OPEN I-O STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF DP-FILE-STATUS NOT = "00"
               OPEN OUTPUT DEPT-FILE
               CLOSE DEPT-FILE
               OPEN INPUT DEPT-FILE
           END-IF.
           OPEN INPUT LOC-FILE.
           IF LC-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOC-FILE
               CLOSE LOC-FILE
               OPEN INPUT LOC-FILE
           END-IF.
           OPEN I-O CONSIGN-FILE.
           IF CN-FILE-STATUS NOT = "00"
               OPEN OUTPUT CONSIGN-FILE
               CLOSE CONSIGN-FILE
               OPEN I-O CONSIGN-FILE
           END-IF.
           OPEN INPUT PRICE-LIST-FILE.
           IF PRL-STATUS NOT = "00"
               OPEN OUTPUT PRICE-LIST-FILE
               CLOSE PRICE-LIST-FILE
               OPEN INPUT PRICE-LIST-FILE
           END-IF.
           OPEN I-O BUDGET-FILE.
           IF BG-FILE-STATUS NOT = "00"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(K)EY COUNTS AND PRINT PICKING LIST,".
           DISPLAY "(C)ONFIRM A TOP-UP, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "K" OR ACTION-CHOICE = "k"
               GO TO KEY-COUNTS.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CONFIRM-TOPUP.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *A CUPBOARD ALREADY COUNTED BUT NOT CONFIRMED MAY BE COUNTED
      *AGAIN - THE NEW COUNTS AND A NEW LIST REPLACE THE OLD ONES
       KEY-COUNTS.
           PERFORM ASK-CUPBOARD THRU ASK-CUPBOARD-EXIT.
           IF ENTERED-CUPBOARD = SPACE GO TO ASK-ACTION.
           IF IC-STATUS = "P"
               DISPLAY "COUNTS ALREADY KEYED ON " IC-LAST-COUNT-DATE
               DISPLAY "COUNT THE CUPBOARD AGAIN? (Y/N): "
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
                   GO TO ASK-ACTION.
           MOVE IC-CUPBOARD TO IP-CUPBOARD.
           MOVE LOW-VALUE TO IP-STOCK-CODE.
           START PAR-FILE KEY NOT LESS THAN IP-KEY
               INVALID DISPLAY "NO PAR LINES FOR THIS CUPBOARD"
               GO TO ASK-ACTION
           END-START.
           OPEN OUTPUT PRINT-FILE.
           MOVE IC-CUPBOARD TO PT-CUPBOARD.
           MOVE IC-DESC TO PT-DESC.
           MOVE IC-DEPT TO PT-DEPT.
           MOVE PICK-TITLE TO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO LINE-COUNT.
           MOVE 0 TO PICK-COUNT.
       KEY-COUNTS-LOOP.
           READ PAR-FILE NEXT RECORD
               AT END GO TO KEY-COUNTS-DONE
           END-READ.
           IF IP-CUPBOARD NOT = IC-CUPBOARD GO TO KEY-COUNTS-DONE.
           MOVE IP-STOCK-CODE TO STOCK-CODE.
           MOVE IP-SOURCE-LOC TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID MOVE "** NOT ON MASTER **" TO PRODUCT-DESC
                   MOVE SPACE TO ITEM-UOM
           END-READ.
           DISPLAY IP-STOCK-CODE " " PRODUCT-DESC "  PAR " IP-PAR-QTY.
           PERFORM ASK-COUNT THRU ASK-COUNT-EXIT.
           MOVE ACTUAL-COUNT TO IP-COUNT-QTY.
           IF ACTUAL-COUNT < IP-PAR-QTY
               SUBTRACT ACTUAL-COUNT FROM IP-PAR-QTY
                   GIVING IP-PICK-QTY
               ADD 1 TO PICK-COUNT
           ELSE
               MOVE 0 TO IP-PICK-QTY.
           REWRITE IMPREST-PAR-RECORD.
           ADD 1 TO LINE-COUNT.
           IF IP-PICK-QTY = 0 GO TO KEY-COUNTS-LOOP.
           MOVE IP-SOURCE-LOC TO DL-BIN.
           MOVE IP-STOCK-CODE TO DL-CODE.
           MOVE PRODUCT-DESC TO DL-DESC.
           MOVE IP-PAR-QTY TO DL-PAR.
           MOVE IP-COUNT-QTY TO DL-COUNT.
           MOVE IP-PICK-QTY TO DL-PICK.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO KEY-COUNTS-LOOP.
       KEY-COUNTS-DONE.
           IF PICK-COUNT = 0
               MOVE "CUPBOARD AT PAR - NOTHING TO PICK" TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "LINES COUNTED" TO CL-LABEL.
           MOVE LINE-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "LINES TO PICK" TO CL-LABEL.
           MOVE PICK-COUNT TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           MOVE "P" TO IC-STATUS.
           MOVE RUN-DATE TO IC-LAST-COUNT-DATE.
           REWRITE IMPREST-CUPBOARD-RECORD.
           DISPLAY "PICKING LIST WRITTEN TO " STOCK-IPK-FN.
           DISPLAY "LINES TO PICK: " PICK-COUNT.
           GO TO ASK-ACTION.
      *EVERY LINE OF THE COUNTED CUPBOARD IS CONFIRMED, PICKED OR
      *NOT, SO THE USAGE SINCE THE LAST TOP-UP IS RECORDED FOR ALL
      *OF THEM AND THE NEXT COUNT MEASURES FROM TODAY'S LEVEL
       CONFIRM-TOPUP.
           PERFORM ASK-CUPBOARD THRU ASK-CUPBOARD-EXIT.
           IF ENTERED-CUPBOARD = SPACE GO TO ASK-ACTION.
           IF IC-STATUS NOT = "P"
               DISPLAY TERM-HIGHLIGHT-ON
                   "NO COUNTS KEYED FOR THIS CUPBOARD - KEY THEM FIRST"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           OPEN EXTEND ALERT-FILE.
           IF AL-STATUS NOT = "00"
               OPEN OUTPUT ALERT-FILE
           END-IF.
           PERFORM READ-ISSUE-CONTROL THRU READ-ISSUE-CONTROL-EXIT.
           MOVE 0 TO POSTED-COUNT.
           MOVE IC-CUPBOARD TO IP-CUPBOARD.
           MOVE LOW-VALUE TO IP-STOCK-CODE.
           START PAR-FILE KEY NOT LESS THAN IP-KEY
               INVALID GO TO CONFIRM-DONE
           END-START.
       CONFIRM-LOOP.
           READ PAR-FILE NEXT RECORD
               AT END GO TO CONFIRM-DONE
           END-READ.
           IF IP-CUPBOARD NOT = IC-CUPBOARD GO TO CONFIRM-DONE.
           MOVE IP-STOCK-CODE TO STOCK-CODE.
           MOVE IP-SOURCE-LOC TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID MOVE "** NOT ON MASTER **" TO PRODUCT-DESC
                   MOVE SPACE TO ITEM-UOM
                   MOVE 0 TO UNIT-COST
           END-READ.
           MOVE 0 TO ACTUAL-PICKED.
           IF IP-PICK-QTY = 0 GO TO CONFIRM-RECORD-USAGE.
           DISPLAY IP-SOURCE-LOC " " IP-STOCK-CODE " " PRODUCT-DESC
               "  PICK " IP-PICK-QTY.
       CONFIRM-ASK-PICKED.
           DISPLAY "QUANTITY PICKED (RETURN = ALL, 0 = NONE): ".
           MOVE SPACE TO PICKED-QTY-X.
           ACCEPT PICKED-QTY-X.
           IF PICKED-QTY-X = SPACE
               MOVE IP-PICK-QTY TO ACTUAL-PICKED
           ELSE
               IF PICKED-QTY-X NOT NUMERIC
                   DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                       TERM-HIGHLIGHT-OFF
                   GO TO CONFIRM-ASK-PICKED
               END-IF
               IF ITEM-UOM NOT = "EA" AND ITEM-UOM NOT = SPACE
                   MOVE PICKED-DEC-9 TO ACTUAL-PICKED
               ELSE
                   MOVE PICKED-QTY-9 TO ACTUAL-PICKED
               END-IF
           END-IF.
           IF ACTUAL-PICKED > IP-PICK-QTY
               DISPLAY TERM-HIGHLIGHT-ON "MORE THAN THE PICKING LIST"
                   TERM-HIGHLIGHT-OFF
               GO TO CONFIRM-ASK-PICKED.
           IF ACTUAL-PICKED = 0 GO TO CONFIRM-RECORD-USAGE.
           PERFORM POST-TOPUP-ISSUE THRU POST-TOPUP-EXIT.
           IF POST-OK NOT = "Y"
               MOVE 0 TO ACTUAL-PICKED.
       CONFIRM-RECORD-USAGE.
           PERFORM WRITE-USAGE THRU WRITE-USAGE-EXIT.
           ADD IP-COUNT-QTY ACTUAL-PICKED GIVING IP-LEVEL-AFTER.
           MOVE ACTUAL-PICKED TO IP-LAST-TOPUP-QTY.
           MOVE 0 TO IP-PICK-QTY.
           REWRITE IMPREST-PAR-RECORD.
           GO TO CONFIRM-LOOP.
       CONFIRM-DONE.
           PERFORM WRITE-ISSUE-CONTROL THRU WRITE-ISSUE-CONTROL-EXIT.
           CLOSE ALERT-FILE.
           MOVE SPACE TO IC-STATUS.
           MOVE RUN-DATE TO IC-LAST-TOPUP-DATE.
           REWRITE IMPREST-CUPBOARD-RECORD.
           DISPLAY "TOP-UP ISSUES POSTED: " POSTED-COUNT.
           GO TO ASK-ACTION.
       ASK-CUPBOARD.
           DISPLAY "ENTER CUPBOARD CODE (BLANK TO RETURN): ".
           MOVE SPACE TO ENTERED-CUPBOARD.
           ACCEPT ENTERED-CUPBOARD.
           IF ENTERED-CUPBOARD = SPACE GO TO ASK-CUPBOARD-EXIT.
           MOVE ENTERED-CUPBOARD TO IC-CUPBOARD.
           READ CUPBOARD-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-CUPBOARD
           END-READ.
           DISPLAY IC-CUPBOARD " " IC-DESC " FOR DEPT " IC-DEPT.
       ASK-CUPBOARD-EXIT.
           EXIT.
      *CUT AND MEASURED STOCK IS COUNTED TO TWO DECIMALS IN ITS OWN
      *UNIT, "EACH" ITEMS IN WHOLE NUMBERS; AN EMPTY SHELF IS 0
       ASK-COUNT.
           IF ITEM-UOM NOT = "EA" AND ITEM-UOM NOT = SPACE
               DISPLAY "COUNT IN " ITEM-UOM
                   " (NNNNNNNN = NNNNNN.NN): "
           ELSE
               DISPLAY "COUNT IN CUPBOARD: ".
           MOVE SPACE TO COUNT-QTY-X.
           ACCEPT COUNT-QTY-X.
           IF COUNT-QTY-X = SPACE OR COUNT-QTY-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-COUNT.
           IF ITEM-UOM NOT = "EA" AND ITEM-UOM NOT = SPACE
               MOVE COUNT-DEC-9 TO ACTUAL-COUNT
           ELSE
               MOVE COUNT-QTY-9 TO ACTUAL-COUNT.
       ASK-COUNT-EXIT.
           EXIT.
      *THE TOP-UP GOES OUT OF THE STORES BIN AS A TYPE "I" ISSUE
      *CHARGED TO THE CUPBOARD'S DEPARTMENT, REFERENCED "IM" AND THE
      *CUPBOARD CODE SO THE JOURNAL SHOWS WHERE IT WENT
       POST-TOPUP-ISSUE.
           MOVE "N" TO POST-OK.
           MOVE IP-STOCK-CODE TO STOCK-CODE.
           MOVE IP-SOURCE-LOC TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "STOCK RECORD NOT FOUND - NOT TOPPED UP"
                   TERM-HIGHLIGHT-OFF
               GO TO POST-TOPUP-EXIT
           END-READ.
           IF LOT-CONTROL-FLAG = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
                   "LOT-CONTROLLED - ISSUE THROUGH GOODS-OUT, SKIPPED"
                   TERM-HIGHLIGHT-OFF
               GO TO POST-TOPUP-EXIT.
           IF ACTUAL-PICKED > QUANTITY-ON-HAND
               DISPLAY TERM-HIGHLIGHT-ON "ON HAND TOO LOW - SKIPPED"
                   TERM-HIGHLIGHT-OFF
               GO TO POST-TOPUP-EXIT.
           ADD 1 TO ISS-TRAN-NO.
           MOVE IP-STOCK-CODE TO ISS-STOCK-CODE.
           MOVE IP-SOURCE-LOC TO ISS-LOCATION.
           MOVE ACTUAL-PICKED TO ISS-QUANTITY.
           MOVE SPACE TO ISS-ISSUE-NO.
           STRING "IM" IC-CUPBOARD DELIMITED BY SIZE
               INTO ISS-ISSUE-NO.
           MOVE RUN-DATE TO ISS-DATE.
           MOVE IC-DEPT TO ISS-DEPARTMENT.
           MOVE "I" TO JP-TYPE.
           MOVE ISS-STOCK-CODE TO JP-STOCK-CODE.
           MOVE ISS-LOCATION TO JP-LOCATION.
           MOVE ISS-QUANTITY TO JP-QUANTITY.
           MOVE "-" TO JP-SIGN.
           MOVE ISS-ISSUE-NO TO JP-REFERENCE.
           MOVE SPACE TO JP-JOB-NO.
           MOVE ISS-DATE TO JP-DATE.
           MOVE OPERATOR-ID TO JP-OPERATOR-ID.
           MOVE 0 TO JP-GRN-NO.
           MOVE ISS-DEPARTMENT TO JP-DEPARTMENT.
           MOVE ISS-TRAN-NO TO JP-TRAN-NO.
           CALL "POST-JOURNAL" USING JRN-POST-BLOCK.
      *A POSTING THE PERIOD CUT-OFF REFUSED NEVER REACHED THE
      *JOURNAL - NOTHING IS TAKEN OUT OF THE BIN FOR IT
           IF JP-RESULT NOT = "Y"
               SUBTRACT 1 FROM ISS-TRAN-NO
               DISPLAY TERM-HIGHLIGHT-ON
                   "POSTING REFUSED - LINE NOT TOPPED UP"
                   TERM-HIGHLIGHT-OFF
               GO TO POST-TOPUP-EXIT.
           SUBTRACT ACTUAL-PICKED FROM QUANTITY-ON-HAND.
           MOVE OPERATOR-ID TO LAST-CHANGED-BY.
           REWRITE STOCK-ITEM.
           CALL "UPDATE-USAGE-HISTORY" USING ISS-STOCK-CODE,
               ISS-LOCATION, ISS-QUANTITY, ISS-DATE,
               SGN-TRAINING-FLAG.
           IF QUANTITY-ON-HAND < REORDER-LEVEL
               MOVE STOCK-CODE TO AL-STOCK-CODE
               MOVE LOCATION-CODE TO AL-LOCATION
               MOVE QUANTITY-ON-HAND TO AL-QUANTITY-ON-HAND
               MOVE REORDER-LEVEL TO AL-REORDER-LEVEL
               MOVE RUN-DATE TO AL-DATE
               PERFORM WRITE-ALERT-SAFE THRU WRITE-ALERT-EXIT
           END-IF.
           ADD 1 TO POSTED-COUNT.
           MOVE "Y" TO POST-OK.
           PERFORM WRITE-ISSUE-CONTROL THRU WRITE-ISSUE-CONTROL-EXIT.
      *AN ISSUE FROM A CONSIGNMENT BIN GROWS THE PAYABLE TO THE
      *BIN'S OWNING SUPPLIER, SAME AS A GOODS-OUT ISSUE WOULD
           MOVE IP-SOURCE-LOC TO LOC-CODE.
           READ LOC-FILE
               INVALID CONTINUE
               NOT INVALID
                   IF LOC-CONSIGN-FLAG = "Y"
                       PERFORM ACCRUE-CONSIGNMENT
                           THRU ACCRUE-CONSIGN-EXIT
                   END-IF
           END-READ.
           PERFORM ACCRUE-BUDGET-SPENT THRU ACCRUE-BUDGET-EXIT.
       POST-TOPUP-EXIT.
           EXIT.
      *ONE USAGE ROW PER LINE PER TOP-UP.  A COUNT ABOVE THE LEVEL
      *THE LAST TOP-UP LEFT (STOCK PUT BACK, OR A MISCOUNT THEN)
      *SHOWS AS NO USAGE RATHER THAN A NEGATIVE ONE
       WRITE-USAGE.
           MOVE SPACE TO IMPREST-USAGE-RECORD.
           MOVE IP-CUPBOARD TO IU-CUPBOARD.
           MOVE IP-STOCK-CODE TO IU-STOCK-CODE.
           MOVE RUN-DATE-NUM TO IU-DATE-NUM.
           MOVE 0 TO IU-SEQ.
       WRITE-USAGE-SEQ.
           ADD 1 TO IU-SEQ.
           READ USAGE-FILE
               INVALID GO TO WRITE-USAGE-BUILD
           END-READ.
           IF IU-SEQ < 99 GO TO WRITE-USAGE-SEQ.
           DISPLAY TERM-HIGHLIGHT-ON "TOO MANY TOP-UPS TODAY FOR "
               IP-STOCK-CODE " - USAGE NOT RECORDED"
               TERM-HIGHLIGHT-OFF.
           GO TO WRITE-USAGE-EXIT.
       WRITE-USAGE-BUILD.
           MOVE IC-DEPT TO IU-DEPT.
           MOVE RUN-DATE TO IU-DATE.
           MOVE IP-LEVEL-AFTER TO IU-PREV-LEVEL.
           MOVE IP-COUNT-QTY TO IU-COUNT-QTY.
           IF IP-LEVEL-AFTER > IP-COUNT-QTY
               SUBTRACT IP-COUNT-QTY FROM IP-LEVEL-AFTER
                   GIVING IU-USED-QTY
           ELSE
               MOVE 0 TO IU-USED-QTY.
           MOVE ACTUAL-PICKED TO IU-TOPUP-QTY.
           MOVE UNIT-COST TO IU-UNIT-COST.
           MOVE OPERATOR-ID TO IU-OPERATOR.
           WRITE IMPREST-USAGE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "USAGE FILE I/O ERROR, STATUS: " IU-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
       WRITE-USAGE-EXIT.
           EXIT.
      *THE PAYABLE GROWS AT THE AGREED PRICE - THE SUPPLIER'S QUOTE
      *ON THE PRICE LIST, OR THE ITEM'S AVERAGE COST FAILING THAT
       ACCRUE-CONSIGNMENT.
           MOVE UNIT-COST TO CONSIGN-PRICE.
           MOVE LOC-CONSIGN-SUPP TO PL-SUPPLIER.
           MOVE ISS-STOCK-CODE TO PL-STOCK-CODE.
           READ PRICE-LIST-FILE
               INVALID CONTINUE
               NOT INVALID MOVE PL-QUOTED-PRICE TO CONSIGN-PRICE
           END-READ.
           COMPUTE CONSIGN-VALUE ROUNDED =
               ACTUAL-PICKED * CONSIGN-PRICE
               ON SIZE ERROR MOVE 0 TO CONSIGN-VALUE
           END-COMPUTE.
           MOVE LOC-CONSIGN-SUPP TO CN-SUPPLIER.
           MOVE ISS-STOCK-CODE TO CN-STOCK-CODE.
           READ CONSIGN-FILE
               INVALID
                   MOVE SPACE TO CONSIGNMENT-RECORD
                   MOVE LOC-CONSIGN-SUPP TO CN-SUPPLIER
                   MOVE ISS-STOCK-CODE TO CN-STOCK-CODE
                   MOVE ACTUAL-PICKED TO CN-UNBILLED-QTY
                   MOVE CONSIGN-VALUE TO CN-UNBILLED-VALUE
                   WRITE CONSIGNMENT-RECORD
                       INVALID CONTINUE
                   END-WRITE
               NOT INVALID
                   ADD ACTUAL-PICKED TO CN-UNBILLED-QTY
                   ADD CONSIGN-VALUE TO CN-UNBILLED-VALUE
                   REWRITE CONSIGNMENT-RECORD
           END-READ.
       ACCRUE-CONSIGN-EXIT.
           EXIT.
      *THE SPENT-TO-DATE GROWS AS THE TOP-UP POSTS; A DEPARTMENT
      *ISSUED AGAINST BEFORE ANY BUDGET WAS SET GETS A ZERO-BUDGET
      *RECORD SO THE ACTUALS ARE NOT LOST
       ACCRUE-BUDGET-SPENT.
           MOVE ISS-DEPARTMENT TO CHARGE-DEPT.
           PERFORM GET-CHARGE-PRICE THRU GET-CHARGE-EXIT.
           COMPUTE ISSUE-VALUE ROUNDED =
               ACTUAL-PICKED * CHARGE-PRICE
               ON SIZE ERROR MOVE 0 TO ISSUE-VALUE
           END-COMPUTE.
           MOVE ISS-DATE TO BUD-DATE-WORK.
           MOVE ISS-DEPARTMENT TO BG-DEPT-CODE.
           COMPUTE BG-PERIOD = BD-YYYY * 100 + BD-MM.
           READ BUDGET-FILE
               INVALID
                   MOVE ISS-DEPARTMENT TO BG-DEPT-CODE
                   COMPUTE BG-PERIOD = BD-YYYY * 100 + BD-MM
                   MOVE 0 TO BG-BUDGET-VALUE
                   MOVE ISSUE-VALUE TO BG-SPENT-VALUE
                   WRITE BUDGET-RECORD
                       INVALID CONTINUE
                   END-WRITE
               NOT INVALID
                   ADD ISSUE-VALUE TO BG-SPENT-VALUE
                   REWRITE BUDGET-RECORD
           END-READ.
       ACCRUE-BUDGET-EXIT.
           EXIT.
      *WHAT THE DEPARTMENT IS CHARGED PER UNIT - COST AS ALWAYS,
      *THE ITEM'S SELLING PRICE, OR COST PLUS THE DEPARTMENT'S
      *PERCENTAGE, PER THE BASIS ON ITS MASTER RECORD.  A SELLING
      *PRICE NEVER SET FALLS BACK TO COST RATHER THAN CHARGE ZERO.
       GET-CHARGE-PRICE.
           MOVE UNIT-COST TO CHARGE-PRICE.
           MOVE CHARGE-DEPT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID GO TO GET-CHARGE-EXIT
           END-READ.
           IF DEPT-CHARGE-BASIS = "S"
               AND SELLING-PRICE NOT = 0
               MOVE SELLING-PRICE TO CHARGE-PRICE
               GO TO GET-CHARGE-EXIT.
           IF DEPT-CHARGE-BASIS = "P"
               AND DEPT-PLUS-PCT NUMERIC
               COMPUTE CHARGE-PRICE ROUNDED =
                   UNIT-COST * (1 + DEPT-PLUS-PCT / 100)
                   ON SIZE ERROR MOVE UNIT-COST TO CHARGE-PRICE
               END-COMPUTE.
       GET-CHARGE-EXIT.
           EXIT.
       READ-ISSUE-CONTROL.
           MOVE 0 TO ISS-TRAN-NO.
           OPEN INPUT CONTROL-FILE.
           IF CF-STATUS NOT = "00" GO TO READ-ISSUE-CONTROL-EXIT.
           READ CONTROL-FILE AT END
               CLOSE CONTROL-FILE
               GO TO READ-ISSUE-CONTROL-EXIT.
           MOVE CF-LAST-ISS-NO TO ISS-TRAN-NO.
           CLOSE CONTROL-FILE.
       READ-ISSUE-CONTROL-EXIT.
           EXIT.
      *THE COUNTERS THE OTHER PROGRAMS OWN ARE RE-READ AND CARRIED
      *ACROSS SO ONLY THE ISSUE NUMBER MOVES
       WRITE-ISSUE-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF CF-STATUS NOT = "00"
               MOVE 0 TO CF-LAST-TRAN-NO
               MOVE 0 TO CF-BATCH-DONE
               MOVE 0 TO CF-LAST-RVRSL-NO
               MOVE 0 TO CF-LAST-GRN-NO
               MOVE SPACE TO CF-SITE-CODE
               MOVE SPACE TO CF-SITE-NAME
               GO TO WRITE-ISSUE-CONTROL-PUT.
           READ CONTROL-FILE AT END
               CLOSE CONTROL-FILE
               MOVE 0 TO CF-LAST-TRAN-NO
               MOVE 0 TO CF-BATCH-DONE
               MOVE 0 TO CF-LAST-RVRSL-NO
               MOVE 0 TO CF-LAST-GRN-NO
               MOVE SPACE TO CF-SITE-CODE
               MOVE SPACE TO CF-SITE-NAME
               GO TO WRITE-ISSUE-CONTROL-PUT.
           CLOSE CONTROL-FILE.
       WRITE-ISSUE-CONTROL-PUT.
           OPEN OUTPUT CONTROL-FILE.
           MOVE ISS-TRAN-NO TO CF-LAST-ISS-NO.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
       WRITE-ISSUE-CONTROL-EXIT.
           EXIT.
       WRITE-ALERT-SAFE.
           WRITE ALERT-RECORD.
           IF AL-STATUS NOT = "00" AND AL-STATUS NOT = "02"
               DISPLAY TERM-HIGHLIGHT-ON
                   "WRITE FAILED ON STOCK.ALR, STATUS " AL-STATUS
                   TERM-HIGHLIGHT-OFF
               DISPLAY "DISK MAY BE FULL - CHANGE THE DISK AND"
               DISPLAY "PRESS RETURN TO RETRY, OR X TO GIVE UP: "
               ACCEPT RETRY-ANSWER
               IF RETRY-ANSWER NOT = "X" AND RETRY-ANSWER NOT = "x"
                   GO TO WRITE-ALERT-SAFE.
       WRITE-ALERT-EXIT.
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
       END-IT.
           CLOSE CUPBOARD-FILE.
           CLOSE PAR-FILE.
           CLOSE USAGE-FILE.
           CLOSE STOCK-FILE.
           CLOSE DEPT-FILE.
           CLOSE LOC-FILE.
           CLOSE CONSIGN-FILE.
           CLOSE PRICE-LIST-FILE.
           CLOSE BUDGET-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.IMC" TO STOCK-IMC-FN.
           MOVE "TRAIN.IMP" TO STOCK-IMP-FN.
           MOVE "TRAIN.IMU" TO STOCK-IMU-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.CTL" TO STOCK-CTL-FN.
           MOVE "TRAIN.ALR" TO STOCK-ALR-FN.
           MOVE "TRAIN.DEP" TO STOCK-DEP-FN.
           MOVE "TRAIN.LOC" TO STOCK-LOC-FN.
           MOVE "TRAIN.CNS" TO STOCK-CNS-FN.
           MOVE "TRAIN.PRL" TO STOCK-PRL-FN.
           MOVE "TRAIN.BUD" TO STOCK-BUD-FN.
           MOVE "TRAIN.IPK" TO STOCK-IPK-FN.
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
