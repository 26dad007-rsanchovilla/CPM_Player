       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPOSAL-NOTES.
       AUTHOR. MICRO FOCUS LTD.
      *SELLS OBSOLETE, DAMAGED AND SURPLUS STOCK OFF TO A SCRAP
      *MERCHANT OR SURPLUS DEALER ON A NUMBERED DISPOSAL NOTE
      *(STOCK.DSL, SEE DSPFILE.CPY).  EACH LINE IS EITHER GOODS
      *TAKEN OUT OF A BIN OR GOODS ALREADY WRITTEN OFF AND LYING IN
      *THE SCRAP CAGE, WITH THE WRITE-OFF REASON AND THE PRICE THE
      *BUYER AGREED FOR IT.  THE NOTE IS PRINTED ON STOCK.DSN FOR
      *THE BUYER'S COLLECTOR TO SIGN; WHEN THE GOODS GO, THE NAME
      *SIGNED IS KEYED AND THE BIN LINES LEAVE STOCK AS TYPE W
      *WRITE-OFFS THROUGH POST-JOURNAL.  NOMINAL-EXTRACT POSTS THE
      *MONEY RECOVERED ON THE DAY OF COLLECTION AND
      *DISPOSALS-REPORT SETS IT AGAINST BOOK COST.
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
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS STOCK-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-DSN-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  DISPOSAL-FILE; RECORD 104.
           COPY "DSPFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-DSL-FN PIC X(12) VALUE "STOCK.DSL".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-DSN-FN PIC X(12) VALUE "STOCK.DSN".
           COPY "TERMPROF.CPY".
           COPY "JRNPOST.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  DS-FILE-STATUS PIC XX.
       01  STOCK-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  OPERATOR-ID PIC X(4).
       01  NOTE-FOUND PIC X.
       01  POST-FAILED PIC X.
       01  ENTERED-NOTE-NO PIC 9(5).
       01  ENTERED-BUYER PIC X(30).
       01  ENTERED-BUYER-TYPE PIC X.
       01  ENTERED-CODE PIC X(8).
       01  ENTERED-LOCATION PIC X(4).
       01  ENTERED-SOURCE PIC X.
       01  ENTERED-QTY PIC 9(6).
       01  ENTERED-REASON PIC X.
       01  ENTERED-PRICE PIC 9(7)V99.
       01  ENTERED-SIGNED-BY PIC X(20).
       01  NOTE-DATE PIC X(10).
       01  NOTE-DATE-NUM PIC 9(8).
       01  LINE-COST PIC 9(4)V99.
       01  NEXT-LINE-NO PIC 99.
       01  NOTE-TOTAL PIC 9(7)V99.
       01  BOOK-TOTAL PIC 9(8)V99.
       01  SHORT-COUNT PIC 99.
       01  UNPOSTED-COUNT PIC 99.
       01  POST-TRAN-NO PIC 9(4) VALUE 0.
      *THE NOTE HEADER, KEPT WHILE ITS LINES ARE READ PAST IT
       01  HELD-HEADER PIC X(104).
       01  LINE-DISPLAY.
           02  LD-LINE-NO PIC 99.
           02  FILLER PIC XX VALUE SPACE.
           02  LD-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  LD-LOCATION PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  LD-SOURCE PIC X.
           02  FILLER PIC XX VALUE SPACE.
           02  LD-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  LD-REASON PIC X.
           02  FILLER PIC XX VALUE SPACE.
           02  LD-RECOVERED PIC ZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  LD-POSTED PIC X.
       01  DSP-DOC-TITLE.
           02  FILLER PIC X(14) VALUE "DISPOSAL NOTE ".
           02  DT-NOTE-NO PIC 9(5).
       01  DSP-DOC-HEADING.
           02  FILLER PIC X(10) VALUE "CODE".
           02  FILLER PIC X(6)  VALUE "BIN".
           02  FILLER PIC X(22) VALUE "DESCRIPTION".
           02  FILLER PIC X(12) VALUE "QUANTITY".
           02  FILLER PIC X(8)  VALUE "REASON".
           02  FILLER PIC X(12) VALUE "PRICE".
       01  DSP-DOC-DETAIL.
           02  DD-STOCK-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  DD-LOCATION PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  DD-DESC PIC X(20).
           02  FILLER PIC XX VALUE SPACE.
           02  DD-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC X(4) VALUE SPACE.
           02  DD-REASON PIC X.
           02  FILLER PIC X(5) VALUE SPACE.
           02  DD-PRICE PIC ZZZZZZ9.99.
       01  DSP-BUYER-LINE.
           02  DB-TAG PIC X(8).
           02  DB-TEXT PIC X(30).
       01  DSP-TOTAL-LINE.
           02  FILLER PIC X(30) VALUE "TOTAL AGREED PRICE".
           02  DT-PRICE PIC ZZZZZZ9.99.
       01  DSP-SIGN-LINE.
           02  SL-TAG PIC X(20).
           02  SL-TEXT PIC X(40).
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
           DISPLAY "SCRAP AND SURPLUS DISPOSAL NOTES".
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           OPEN I-O DISPOSAL-FILE.
           IF DS-FILE-STATUS NOT = "00"
               OPEN OUTPUT DISPOSAL-FILE
               CLOSE DISPOSAL-FILE
               OPEN I-O DISPOSAL-FILE
           END-IF.
           OPEN I-O STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               DISPLAY "NO STOCK FILE ON DISK"
               CLOSE DISPOSAL-FILE
               GO TO END-PROGRAM.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(R)AISE A NOTE, (P)RINT A NOTE, (C)OLLECTION".
           DISPLAY "SIGNED FOR, (X) CANCEL A NOTE, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "R" OR ACTION-CHOICE = "r"
               GO TO RAISE-NOTE.
           IF ACTION-CHOICE = "P" OR ACTION-CHOICE = "p"
               GO TO PRINT-NOTE.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO COLLECT-NOTE.
           IF ACTION-CHOICE = "X" OR ACTION-CHOICE = "x"
               GO TO CANCEL-NOTE.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *A NEW NOTE TAKES THE NEXT NUMBER OFF THE CONTROL RECORD AND
      *IS WRITTEN BEFORE ITS LINES, SO THE NUMBER IS NEVER GIVEN
      *OUT TWICE
       RAISE-NOTE.
           DISPLAY "BUYER'S NAME (BLANK TO GO BACK): ".
           MOVE SPACE TO ENTERED-BUYER.
           ACCEPT ENTERED-BUYER.
           IF ENTERED-BUYER = SPACE GO TO ASK-ACTION.
       RAISE-ASK-TYPE.
           DISPLAY "(S)CRAP MERCHANT OR SURPLUS (D)EALER: ".
           ACCEPT ENTERED-BUYER-TYPE.
           IF ENTERED-BUYER-TYPE = "s" MOVE "S" TO ENTERED-BUYER-TYPE.
           IF ENTERED-BUYER-TYPE = "d" MOVE "D" TO ENTERED-BUYER-TYPE.
           IF ENTERED-BUYER-TYPE NOT = "S"
               AND ENTERED-BUYER-TYPE NOT = "D"
               DISPLAY "INVALID CHOICE, TRY AGAIN."
               GO TO RAISE-ASK-TYPE.
           PERFORM GET-NOTE-DATE THRU GET-NOTE-DATE-EXIT.
           PERFORM NEXT-NOTE-NUMBER THRU NEXT-NOTE-EXIT.
           IF ENTERED-NOTE-NO = 0
               DISPLAY TERM-HIGHLIGHT-ON
                   "CANNOT NUMBER THE NOTE, STATUS " DS-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           MOVE SPACE TO DISPOSAL-RECORD.
           MOVE ENTERED-NOTE-NO TO DS-NOTE-NO.
           MOVE 0 TO DS-LINE-NO.
           MOVE ENTERED-BUYER TO DS-BUYER-NAME.
           MOVE ENTERED-BUYER-TYPE TO DS-BUYER-TYPE.
           MOVE NOTE-DATE TO DS-RAISED-DATE.
           MOVE OPERATOR-ID TO DS-RAISED-BY.
           MOVE "O" TO DS-STATUS.
           MOVE 0 TO DS-AGREED-PRICE.
           MOVE 0 TO DS-COLLECTED-NUM.
           WRITE DISPOSAL-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "DISPOSAL FILE I/O ERROR, STATUS: " DS-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-WRITE.
           DISPLAY "DISPOSAL NOTE NO " ENTERED-NOTE-NO.
           MOVE 0 TO NEXT-LINE-NO.
           MOVE 0 TO NOTE-TOTAL.
       RAISE-NEXT-LINE.
           PERFORM ENTER-DISPOSAL-LINE THRU ENTER-LINE-EXIT.
           IF ENTERED-CODE NOT = SPACE AND NEXT-LINE-NO < 99
               GO TO RAISE-NEXT-LINE.
       RAISE-LINES-DONE.
           MOVE ENTERED-NOTE-NO TO DS-NOTE-NO.
           MOVE 0 TO DS-LINE-NO.
           READ DISPOSAL-FILE
               INVALID GO TO ASK-ACTION.
           IF NEXT-LINE-NO = 0
               MOVE "X" TO DS-STATUS
               REWRITE DISPOSAL-RECORD
               DISPLAY "NO LINES - NOTE " ENTERED-NOTE-NO " CANCELLED"
               GO TO ASK-ACTION.
           MOVE NOTE-TOTAL TO DS-AGREED-PRICE.
           REWRITE DISPOSAL-RECORD.
           MOVE NOTE-TOTAL TO DT-PRICE.
           DISPLAY "NOTE " ENTERED-NOTE-NO " RAISED WITH " NEXT-LINE-NO
               " LINES, AGREED PRICE " DT-PRICE.
           PERFORM PRINT-NOTE-DOC THRU PRINT-NOTE-DOC-EXIT.
           GO TO ASK-ACTION.
      *ONE LINE OF THE NOTE.  GOODS FROM A BIN MUST BE THERE TO
      *SELL; GOODS ALREADY WRITTEN OFF NEED NOT STILL HAVE A BIN,
      *AND GO ON THE NOTE AT NO BOOK COST IF THEY DO NOT.
       ENTER-DISPOSAL-LINE.
           DISPLAY "STOCK CODE (BLANK TO FINISH THE NOTE): ".
           MOVE SPACE TO ENTERED-CODE.
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE GO TO ENTER-LINE-EXIT.
           DISPLAY "ENTER LOCATION: ".
           ACCEPT ENTERED-LOCATION.
       ENTER-ASK-SOURCE.
           DISPLAY "(B) OUT OF THE BIN, OR (W) ALREADY WRITTEN OFF: ".
           ACCEPT ENTERED-SOURCE.
           IF ENTERED-SOURCE = "b" MOVE "B" TO ENTERED-SOURCE.
           IF ENTERED-SOURCE = "w" MOVE "W" TO ENTERED-SOURCE.
           IF ENTERED-SOURCE NOT = "B" AND ENTERED-SOURCE NOT = "W"
               DISPLAY "INVALID CHOICE, TRY AGAIN."
               GO TO ENTER-ASK-SOURCE.
           MOVE ENTERED-CODE TO STOCK-CODE.
           MOVE ENTERED-LOCATION TO LOCATION-CODE.
           MOVE 0 TO LINE-COST.
           READ STOCK-FILE
               INVALID
                   IF ENTERED-SOURCE = "B"
                       DISPLAY TERM-HIGHLIGHT-ON "INVALID CODE"
                           TERM-HIGHLIGHT-OFF
                       GO TO ENTER-DISPOSAL-LINE
                   END-IF
                   DISPLAY "NOT ON FILE - GOES ON AT NO BOOK COST"
                   MOVE 0 TO QUANTITY-ON-HAND
               NOT INVALID
                   DISPLAY PRODUCT-DESC "  ON HAND " QUANTITY-ON-HAND
                   MOVE UNIT-COST TO LINE-COST
           END-READ.
           DISPLAY "ENTER QUANTITY GOING: ".
           ACCEPT ENTERED-QTY.
           IF ENTERED-QTY NOT NUMERIC OR ENTERED-QTY = 0
               DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ENTER-DISPOSAL-LINE.
           IF ENTERED-SOURCE = "B"
               AND ENTERED-QTY > QUANTITY-ON-HAND
               DISPLAY TERM-HIGHLIGHT-ON "MORE THAN ON HAND"
                   TERM-HIGHLIGHT-OFF
               GO TO ENTER-DISPOSAL-LINE.
       ENTER-ASK-REASON.
           DISPLAY "REASON - (D)AMAGE, (O)BSOLETE, (S)AMPLE,".
           DISPLAY "OR (K) SHRINKAGE: ".
           ACCEPT ENTERED-REASON.
           IF ENTERED-REASON = "d" MOVE "D" TO ENTERED-REASON.
           IF ENTERED-REASON = "o" MOVE "O" TO ENTERED-REASON.
           IF ENTERED-REASON = "s" MOVE "S" TO ENTERED-REASON.
           IF ENTERED-REASON = "k" MOVE "K" TO ENTERED-REASON.
           IF ENTERED-REASON NOT = "D" AND ENTERED-REASON NOT = "O"
               AND ENTERED-REASON NOT = "S" AND ENTERED-REASON NOT = "K"
               DISPLAY TERM-HIGHLIGHT-ON "INVALID REASON CODE"
                   TERM-HIGHLIGHT-OFF
               GO TO ENTER-ASK-REASON.
       ENTER-ASK-PRICE.
           DISPLAY "PRICE AGREED FOR THE LINE".
           DISPLAY "(NNNNNNNNN = NNNNNNN.NN): ".
           ACCEPT ENTERED-PRICE.
           IF ENTERED-PRICE NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "PRICE NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ENTER-ASK-PRICE.
           ADD 1 TO NEXT-LINE-NO.
           MOVE SPACE TO DISPOSAL-RECORD.
           MOVE ENTERED-NOTE-NO TO DS-NOTE-NO.
           MOVE NEXT-LINE-NO TO DS-LINE-NO.
           MOVE ENTERED-CODE TO DS-STOCK-CODE.
           MOVE ENTERED-LOCATION TO DS-LOCATION.
           MOVE ENTERED-QTY TO DS-QUANTITY.
           MOVE ENTERED-SOURCE TO DS-SOURCE.
           MOVE ENTERED-REASON TO DS-REASON.
           MOVE LINE-COST TO DS-UNIT-COST.
           COMPUTE DS-BOOK-VALUE ROUNDED = DS-QUANTITY * LINE-COST
               ON SIZE ERROR MOVE 0 TO DS-BOOK-VALUE
           END-COMPUTE.
           MOVE ENTERED-PRICE TO DS-RECOVERED.
           MOVE "N" TO DS-POSTED.
           IF ENTERED-SOURCE = "W" MOVE "W" TO DS-POSTED.
           WRITE DISPOSAL-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "DISPOSAL FILE I/O ERROR, STATUS: " DS-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               SUBTRACT 1 FROM NEXT-LINE-NO
               GO TO ENTER-LINE-EXIT
           END-WRITE.
           ADD ENTERED-PRICE TO NOTE-TOTAL.
       ENTER-LINE-EXIT.
           EXIT.
       PRINT-NOTE.
           PERFORM GET-NOTE THRU GET-NOTE-EXIT.
           IF NOTE-FOUND = "N" GO TO ASK-ACTION.
           IF DS-STATUS = "X"
               DISPLAY TERM-HIGHLIGHT-ON "NOTE IS CANCELLED"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           PERFORM PRINT-NOTE-DOC THRU PRINT-NOTE-DOC-EXIT.
           GO TO ASK-ACTION.
      *THE NOTE THE BUYER'S COLLECTOR SIGNS - ONCE SIGNED FOR, A
      *REPRINT CARRIES THE NAME SIGNED AND THE DATE INSTEAD OF THE
      *SIGNATURE BOX
       PRINT-NOTE-DOC.
           MOVE DISPOSAL-RECORD TO HELD-HEADER.
           OPEN OUTPUT PRINT-FILE.
           MOVE ENTERED-NOTE-NO TO DT-NOTE-NO.
           MOVE DSP-DOC-TITLE TO RPT-TITLE.
           MOVE DSP-DOC-HEADING TO RPT-COL-HEADING.
           MOVE DS-RAISED-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           IF DS-BUYER-TYPE = "S"
               MOVE "SOLD TO SCRAP MERCHANT" TO RPT-DETAIL
           ELSE
               MOVE "SOLD TO SURPLUS DEALER" TO RPT-DETAIL
           END-IF.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "BUYER:  " TO DB-TAG.
           MOVE DS-BUYER-NAME TO DB-TEXT.
           MOVE DSP-BUYER-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE ENTERED-NOTE-NO TO DS-NOTE-NO.
           MOVE 1 TO DS-LINE-NO.
           START DISPOSAL-FILE KEY NOT LESS THAN DS-KEY
               INVALID GO TO PRINT-NOTE-FOOT
           END-START.
       PRINT-NOTE-LOOP.
           READ DISPOSAL-FILE NEXT RECORD
               AT END GO TO PRINT-NOTE-FOOT
           END-READ.
           IF DS-NOTE-NO NOT = ENTERED-NOTE-NO
               GO TO PRINT-NOTE-FOOT.
           MOVE DS-STOCK-CODE TO DD-STOCK-CODE.
           MOVE DS-LOCATION TO DD-LOCATION.
           MOVE DS-STOCK-CODE TO STOCK-CODE.
           MOVE DS-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID MOVE SPACE TO DD-DESC
               NOT INVALID MOVE PRODUCT-DESC TO DD-DESC
           END-READ.
           MOVE DS-QUANTITY TO DD-QUANTITY.
           MOVE DS-REASON TO DD-REASON.
           MOVE DS-RECOVERED TO DD-PRICE.
           MOVE DSP-DOC-DETAIL TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO PRINT-NOTE-LOOP.
       PRINT-NOTE-FOOT.
           MOVE HELD-HEADER TO DISPOSAL-RECORD.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE DS-AGREED-PRICE TO DT-PRICE.
           MOVE DSP-TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF DS-STATUS = "C"
               MOVE "SIGNED FOR BY:" TO SL-TAG
               MOVE DS-SIGNED-BY TO SL-TEXT
               MOVE DSP-SIGN-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               MOVE "COLLECTED ON:" TO SL-TAG
               MOVE DS-COLLECTED-DATE TO SL-TEXT
               MOVE DSP-SIGN-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               GO TO PRINT-NOTE-END.
           MOVE "COLLECTED BY (SIGN):" TO SL-TAG.
           MOVE ALL "_" TO SL-TEXT.
           MOVE DSP-SIGN-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "NAME (CAPITALS):" TO SL-TAG.
           MOVE DSP-SIGN-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "DATE:" TO SL-TAG.
           MOVE DSP-SIGN-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       PRINT-NOTE-END.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           DISPLAY "NOTE WRITTEN TO STOCK.DSN - PRINT TWO COPIES,".
           DISPLAY "ONE FOR THE BUYER AND ONE SIGNED FOR THE FILE.".
       PRINT-NOTE-DOC-EXIT.
           EXIT.
      *THE GOODS GO WHEN THE BUYER'S COLLECTOR SIGNS.  EVERY BIN
      *LINE IS CHECKED FIRST SO A NOTE NEVER LEAVES HALF-POSTED FOR
      *WANT OF STOCK; A POSTING THE PERIOD CUT-OFF REFUSES LEAVES
      *THE NOTE AWAITING COLLECTION WITH THE LINES ALREADY POSTED
      *MARKED, AND THE NEXT ATTEMPT POSTS ONLY THE REST
       COLLECT-NOTE.
           PERFORM GET-NOTE THRU GET-NOTE-EXIT.
           IF NOTE-FOUND = "N" GO TO ASK-ACTION.
           IF DS-STATUS = "C"
               DISPLAY "NOTE WAS SIGNED FOR BY " DS-SIGNED-BY
                   " ON " DS-COLLECTED-DATE
               GO TO ASK-ACTION.
           IF DS-STATUS = "X"
               DISPLAY TERM-HIGHLIGHT-ON "NOTE IS CANCELLED"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           MOVE DS-AGREED-PRICE TO DT-PRICE.
           DISPLAY "BUYER: " DS-BUYER-NAME "  PRICE " DT-PRICE.
           PERFORM CHECK-NOTE-LINES THRU CHECK-NOTE-LINES-EXIT.
           IF SHORT-COUNT NOT = 0
               DISPLAY TERM-HIGHLIGHT-ON
                   "NOT ENOUGH STOCK FOR " SHORT-COUNT
                   " LINE(S) - NOTHING POSTED" TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
       COLLECT-ASK-SIGNED.
           DISPLAY "NAME THE COLLECTOR SIGNED (BLANK TO GO BACK): ".
           MOVE SPACE TO ENTERED-SIGNED-BY.
           ACCEPT ENTERED-SIGNED-BY.
           IF ENTERED-SIGNED-BY = SPACE GO TO ASK-ACTION.
           PERFORM GET-NOTE-DATE THRU GET-NOTE-DATE-EXIT.
           DISPLAY "GOODS SIGNED FOR AND COLLECTED? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           PERFORM POST-NOTE-LINES THRU POST-NOTE-LINES-EXIT.
           IF POST-FAILED = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
                   "POSTING REFUSED - NOTE STILL AWAITS COLLECTION"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           MOVE ENTERED-NOTE-NO TO DS-NOTE-NO.
           MOVE 0 TO DS-LINE-NO.
           READ DISPOSAL-FILE
               INVALID GO TO ASK-ACTION.
           MOVE "C" TO DS-STATUS.
           MOVE ENTERED-SIGNED-BY TO DS-SIGNED-BY.
           MOVE NOTE-DATE TO DS-COLLECTED-DATE.
           MOVE NOTE-DATE-NUM TO DS-COLLECTED-NUM.
           MOVE OPERATOR-ID TO DS-COLLECTED-BY.
           REWRITE DISPOSAL-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "DISPOSAL FILE I/O ERROR, STATUS: " DS-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-REWRITE.
           DISPLAY "NOTE " ENTERED-NOTE-NO " SIGNED FOR BY "
               ENTERED-SIGNED-BY.
           GO TO ASK-ACTION.
      *LIST THE NOTE'S LINES, COUNTING THE BIN LINES STILL TO POST
      *THAT THE BIN CANNOT COVER NOW
       CHECK-NOTE-LINES.
           MOVE 0 TO SHORT-COUNT.
           MOVE 0 TO UNPOSTED-COUNT.
           MOVE ENTERED-NOTE-NO TO DS-NOTE-NO.
           MOVE 1 TO DS-LINE-NO.
           START DISPOSAL-FILE KEY NOT LESS THAN DS-KEY
               INVALID GO TO CHECK-NOTE-LINES-EXIT
           END-START.
       CHECK-NOTE-LOOP.
           READ DISPOSAL-FILE NEXT RECORD
               AT END GO TO CHECK-NOTE-LINES-EXIT
           END-READ.
           IF DS-NOTE-NO NOT = ENTERED-NOTE-NO
               GO TO CHECK-NOTE-LINES-EXIT.
           MOVE DS-LINE-NO TO LD-LINE-NO.
           MOVE DS-STOCK-CODE TO LD-STOCK-CODE.
           MOVE DS-LOCATION TO LD-LOCATION.
           MOVE DS-SOURCE TO LD-SOURCE.
           MOVE DS-QUANTITY TO LD-QUANTITY.
           MOVE DS-REASON TO LD-REASON.
           MOVE DS-RECOVERED TO LD-RECOVERED.
           MOVE DS-POSTED TO LD-POSTED.
           DISPLAY LINE-DISPLAY.
           IF DS-SOURCE NOT = "B" OR DS-POSTED = "Y"
               GO TO CHECK-NOTE-LOOP.
           ADD 1 TO UNPOSTED-COUNT.
           MOVE DS-STOCK-CODE TO STOCK-CODE.
           MOVE DS-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID
                   ADD 1 TO SHORT-COUNT
                   DISPLAY TERM-HIGHLIGHT-ON "  BIN NO LONGER ON FILE"
                       TERM-HIGHLIGHT-OFF
                   GO TO CHECK-NOTE-LOOP
           END-READ.
           IF QUANTITY-ON-HAND < DS-QUANTITY
               ADD 1 TO SHORT-COUNT
               DISPLAY TERM-HIGHLIGHT-ON "  ONLY " QUANTITY-ON-HAND
                   " ON HAND" TERM-HIGHLIGHT-OFF.
           GO TO CHECK-NOTE-LOOP.
       CHECK-NOTE-LINES-EXIT.
           EXIT.
      *EACH BIN LINE LEAVES STOCK AS A TYPE W WRITE-OFF UNDER ITS
      *REASON, THE NOTE NUMBER BEHIND THE REASON IN JR-REFERENCE,
      *AND IS COSTED AGAIN AT THE BIN'S UNIT-COST AS IT GOES
       POST-NOTE-LINES.
           MOVE "N" TO POST-FAILED.
           MOVE ENTERED-NOTE-NO TO DS-NOTE-NO.
           MOVE 1 TO DS-LINE-NO.
           START DISPOSAL-FILE KEY NOT LESS THAN DS-KEY
               INVALID GO TO POST-NOTE-LINES-EXIT
           END-START.
       POST-NOTE-LOOP.
           READ DISPOSAL-FILE NEXT RECORD
               AT END GO TO POST-NOTE-LINES-EXIT
           END-READ.
           IF DS-NOTE-NO NOT = ENTERED-NOTE-NO
               GO TO POST-NOTE-LINES-EXIT.
           IF DS-SOURCE NOT = "B" OR DS-POSTED = "Y"
               GO TO POST-NOTE-LOOP.
           MOVE DS-STOCK-CODE TO STOCK-CODE.
           MOVE DS-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID
                   MOVE "Y" TO POST-FAILED
                   GO TO POST-NOTE-LINES-EXIT
           END-READ.
           ADD 1 TO POST-TRAN-NO.
           MOVE "W" TO JP-TYPE.
           MOVE DS-STOCK-CODE TO JP-STOCK-CODE.
           MOVE DS-LOCATION TO JP-LOCATION.
           MOVE DS-QUANTITY TO JP-QUANTITY.
           MOVE "-" TO JP-SIGN.
           MOVE SPACE TO JP-REFERENCE.
           MOVE DS-REASON TO JP-REFERENCE (1:1).
           MOVE DS-NOTE-NO TO JP-REFERENCE (2:5).
           MOVE SPACE TO JP-TO-LOCATION.
           MOVE NOTE-DATE TO JP-DATE.
           MOVE OPERATOR-ID TO JP-OPERATOR-ID.
           MOVE 0 TO JP-GRN-NO.
           MOVE SPACE TO JP-DEPARTMENT.
           MOVE POST-TRAN-NO TO JP-TRAN-NO.
           CALL "POST-JOURNAL" USING JRN-POST-BLOCK.
           IF JP-RESULT NOT = "Y"
               SUBTRACT 1 FROM POST-TRAN-NO
               MOVE "Y" TO POST-FAILED
               GO TO POST-NOTE-LINES-EXIT.
           SUBTRACT DS-QUANTITY FROM QUANTITY-ON-HAND.
           MOVE OPERATOR-ID TO LAST-CHANGED-BY.
           REWRITE STOCK-ITEM
               INVALID DISPLAY "STOCK FILE I/O ERROR, STATUS: "
                   STOCK-STATUS
           END-REWRITE.
           MOVE UNIT-COST TO DS-UNIT-COST.
           COMPUTE DS-BOOK-VALUE ROUNDED = DS-QUANTITY * UNIT-COST
               ON SIZE ERROR MOVE 0 TO DS-BOOK-VALUE
           END-COMPUTE.
           MOVE "Y" TO DS-POSTED.
           REWRITE DISPOSAL-RECORD
               INVALID DISPLAY "DISPOSAL FILE I/O ERROR, STATUS: "
                   DS-FILE-STATUS
           END-REWRITE.
           GO TO POST-NOTE-LOOP.
       POST-NOTE-LINES-EXIT.
           EXIT.
      *ONLY A NOTE NOTHING HAS BEEN POSTED FROM CAN BE CANCELLED
       CANCEL-NOTE.
           PERFORM GET-NOTE THRU GET-NOTE-EXIT.
           IF NOTE-FOUND = "N" GO TO ASK-ACTION.
           IF DS-STATUS NOT = "O"
               DISPLAY TERM-HIGHLIGHT-ON
                   "NOTE IS NOT AWAITING COLLECTION"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           MOVE DS-AGREED-PRICE TO DT-PRICE.
           DISPLAY "BUYER: " DS-BUYER-NAME "  PRICE " DT-PRICE.
           PERFORM CHECK-NOTE-LINES THRU CHECK-NOTE-LINES-EXIT.
           MOVE ENTERED-NOTE-NO TO DS-NOTE-NO.
           MOVE 0 TO DS-LINE-NO.
           READ DISPOSAL-FILE
               INVALID GO TO ASK-ACTION.
           PERFORM COUNT-POSTED-LINES THRU COUNT-POSTED-EXIT.
           IF SHORT-COUNT NOT = 0
               DISPLAY TERM-HIGHLIGHT-ON
                   "LINES ALREADY POSTED - COLLECT IT INSTEAD"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           DISPLAY "CANCEL NOTE " ENTERED-NOTE-NO " ? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           MOVE ENTERED-NOTE-NO TO DS-NOTE-NO.
           MOVE 0 TO DS-LINE-NO.
           READ DISPOSAL-FILE
               INVALID GO TO ASK-ACTION.
           MOVE "X" TO DS-STATUS.
           REWRITE DISPOSAL-RECORD.
           DISPLAY "NOTE CANCELLED".
           GO TO ASK-ACTION.
      *HOW MANY OF THE NOTE'S LINES HAVE ALREADY LEFT THEIR BINS -
      *COUNTED INTO SHORT-COUNT
       COUNT-POSTED-LINES.
           MOVE 0 TO SHORT-COUNT.
           MOVE 1 TO DS-LINE-NO.
           START DISPOSAL-FILE KEY NOT LESS THAN DS-KEY
               INVALID GO TO COUNT-POSTED-EXIT
           END-START.
       COUNT-POSTED-LOOP.
           READ DISPOSAL-FILE NEXT RECORD
               AT END GO TO COUNT-POSTED-EXIT
           END-READ.
           IF DS-NOTE-NO NOT = ENTERED-NOTE-NO
               GO TO COUNT-POSTED-EXIT.
           IF DS-POSTED = "Y" ADD 1 TO SHORT-COUNT.
           GO TO COUNT-POSTED-LOOP.
       COUNT-POSTED-EXIT.
           EXIT.
       GET-NOTE.
           MOVE "N" TO NOTE-FOUND.
           DISPLAY "ENTER DISPOSAL NOTE NO (BLANK TO GO BACK): ".
           MOVE 0 TO ENTERED-NOTE-NO.
           ACCEPT ENTERED-NOTE-NO.
           IF ENTERED-NOTE-NO NOT NUMERIC OR ENTERED-NOTE-NO = 0
               GO TO GET-NOTE-EXIT.
           MOVE ENTERED-NOTE-NO TO DS-NOTE-NO.
           MOVE 0 TO DS-LINE-NO.
           READ DISPOSAL-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NO SUCH NOTE"
                   TERM-HIGHLIGHT-OFF
               GO TO GET-NOTE-EXIT
           END-READ.
           MOVE "Y" TO NOTE-FOUND.
       GET-NOTE-EXIT.
           EXIT.
      *THE CONTROL RECORD (NOTE 00000) HOLDS THE LAST NUMBER GIVEN
      *OUT - IT IS WRITTEN THE FIRST TIME A NOTE IS RAISED.  ZERO
      *COMES BACK WHEN THE FILE WILL NOT TAKE IT.
       NEXT-NOTE-NUMBER.
           MOVE 0 TO ENTERED-NOTE-NO.
           MOVE 0 TO DS-NOTE-NO.
           MOVE 0 TO DS-LINE-NO.
           READ DISPOSAL-FILE
               INVALID
                   MOVE SPACE TO DS-CONTROL-DATA
                   MOVE 0 TO DS-LAST-NOTE-NO
                   WRITE DISPOSAL-RECORD
                       INVALID GO TO NEXT-NOTE-EXIT
                   END-WRITE
           END-READ.
           ADD 1 TO DS-LAST-NOTE-NO.
           REWRITE DISPOSAL-RECORD
               INVALID GO TO NEXT-NOTE-EXIT
           END-REWRITE.
           MOVE DS-LAST-NOTE-NO TO ENTERED-NOTE-NO.
       NEXT-NOTE-EXIT.
           EXIT.
       END-IT.
           CLOSE DISPOSAL-FILE.
           CLOSE STOCK-FILE.
       END-PROGRAM.
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
           MOVE "TRAIN.DSL" TO STOCK-DSL-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.DSN" TO STOCK-DSN-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-NOTE-DATE.
           DISPLAY "ENTER DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-NOTE-DATE.
           MOVE DC-DATE TO NOTE-DATE.
           MOVE DC-DATE-NUM TO NOTE-DATE-NUM.
       GET-NOTE-DATE-EXIT.
           EXIT.
