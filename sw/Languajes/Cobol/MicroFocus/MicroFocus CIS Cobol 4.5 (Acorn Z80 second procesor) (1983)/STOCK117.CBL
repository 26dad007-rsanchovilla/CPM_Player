       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEW-ITEM-LOAD.
       AUTHOR. MICRO FOCUS LTD.
      *TAKES ON A WHOLE NEW PRODUCT RANGE FROM A DISKETTE FEED
      *INSTEAD OF KEYING EVERY ITEM THROUGH STOCK-FILE-SET-UP.
      *STOCK.NIB IS LAID OUT LIKE STOCK-ITEM AND CARRIES THE SAME
      **HEADER*/*TRAILR* CONTROL RECORDS STOCK.BAT CARRIES - THE
      *TRAILER HOLDS THE ITEM COUNT AND THE SUM OF THE UNIT SIZES
      *AS ITS HASH.  EVERY ITEM GETS THE EDITS THE SET-UP SCREEN
      *GIVES A NEW BIN: CATEGORY PREFIX ON STOCK.CAT, BIN ON
      *STOCK.LOC AND RATED FOR A HAZARD-CLASSED ITEM, SUPPLIER ON
      *STOCK.SUP, UNIT SIZE WITHIN THE STOCK.PRM BOUNDS, PRICES
      *NUMERIC - AND MUST NOT ALREADY BE ON STOCK.IT.  THE EDIT
      *LISTING ON STOCK.NIE NAMES EVERY REJECTED ITEM AND WHY.
      *NOTHING LOADS UNLESS THE CONTROL TOTALS AGREE, AND A FEED
      *WITH ERRORS LOADS ITS VALID ITEMS ONLY IF THE SUPERVISOR
      *SAYS SO.  THE RUN IS AUDITED ON STOCK.AUD AS ONE ROW.  EACH
      *ITEM LOADED GOES ON THE DESCRIPTION KEYWORD INDEX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-FILE
           ASSIGN DYNAMIC STOCK-NIB-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS NI-STATUS.
           SELECT EDIT-FILE
           ASSIGN DYNAMIC STOCK-NIE-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS ED-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS STOCK-STATUS.
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE
           FILE STATUS SU-FILE-STATUS.
           SELECT LOC-FILE ASSIGN DYNAMIC STOCK-LOC-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LOC-CODE
           FILE STATUS LC-FILE-STATUS.
           SELECT CAT-FILE ASSIGN DYNAMIC STOCK-CAT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CAT-CODE
           FILE STATUS CT-FILE-STATUS.
           SELECT AUDIT-FILE
           ASSIGN DYNAMIC STOCK-AUD-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS AU-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
      *THE FEED ITEM - THE STOCK-ITEM LAYOUT BYTE FOR BYTE.  THE
      *BALANCES, SUCCESSOR AND ABC CLASS ARE IGNORED - A NEW BIN
      *STARTS EMPTY, AS ON THE SET-UP SCREEN.  HEADER AND TRAILER
      *REDEFINE THE SAME RECORD.
       FD  LOAD-FILE; RECORD 118.
       01  LOAD-RECORD.
           02  NI-STOCK-CODE PIC X(8).
           02  NI-LOCATION PIC X(4).
           02  NI-PRODUCT-DESC PIC X(20).
           02  NI-UNIT-SIZE PIC 9(4).
           02  NI-QUANTITY-ON-HAND PIC 9(6)V99.
           02  NI-REORDER-LEVEL PIC 9(6)V99.
           02  NI-SUCCESSOR-CODE PIC X(8).
           02  NI-UNIT-COST PIC 9(4)V99.
           02  NI-SELLING-PRICE PIC 9(4)V99.
           02  NI-LAST-CHANGED-BY PIC X(4).
           02  NI-ITEM-SUPPLIER PIC X(4).
           02  NI-QUANTITY-ALLOCATED PIC 9(6)V99.
           02  NI-LOT-FLAG PIC X.
           02  NI-QUAR-FLAG PIC X.
           02  NI-TAX-CODE PIC X.
           02  NI-ABC-CLASS PIC X.
           02  NI-SER-FLAG PIC X.
           02  NI-MIN-LIFE PIC 9(3).
           02  NI-HAZ-CLASS PIC X.
           02  NI-HAZ-NOTE PIC X(16).
           02  NI-UOM PIC XX.
           02  NI-UNIT-WEIGHT PIC 9(3)V99 COMP-3.
       01  LOAD-CONTROL REDEFINES LOAD-RECORD.
           02  NI-MARKER PIC X(8).
           02  NI-RECORD-COUNT PIC 9(6).
           02  NI-SIZE-HASH PIC 9(8).
           02  FILLER PIC X(96).
       FD  EDIT-FILE; RECORD 80.
       01  EDIT-LINE PIC X(80).
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  CAT-FILE; RECORD 40.
           COPY "CATFILE.CPY".
       FD  AUDIT-FILE; RECORD 98.
           COPY "AUDFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-NIB-FN PIC X(12) VALUE "STOCK.NIB".
           02  STOCK-NIE-FN PIC X(12) VALUE "STOCK.NIE".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-LOC-FN PIC X(12) VALUE "STOCK.LOC".
           02  STOCK-CAT-FN PIC X(12) VALUE "STOCK.CAT".
           02  STOCK-AUD-FN PIC X(12) VALUE "STOCK.AUD".
       COPY "TERMPROF.CPY".
      *UNIT-SIZE BOUNDS - DEFAULTS, OVERRIDDEN AT START-UP BY
      *UNIT-SZ-MIN AND UNIT-SZ-MAX ON STOCK.PRM, AS ON THE SCREEN
       01  MIN-UNIT-SIZE PIC 9(4) VALUE 1.
       01  MAX-UNIT-SIZE PIC 9(4) VALUE 999.
           COPY "PRMREQ.CPY".
           COPY "KWXREQ.CPY".
           COPY "CHKREQ.CPY".
       01  NI-STATUS PIC XX.
       01  ED-STATUS PIC XX.
       01  STOCK-STATUS PIC XX.
       01  SU-FILE-STATUS PIC XX.
       01  LC-FILE-STATUS PIC XX.
       01  CT-FILE-STATUS PIC XX.
       01  AU-STATUS PIC XX.
       01  AUDIT-DATE PIC X(10).
       01  RETRY-ANSWER PIC X.
       01  OPERATOR-ID PIC X(4).
       01  EDIT-REASON PIC X(20).
       01  BATCH-USABLE PIC X.
       01  SUBSET-ANSWER PIC X.
       01  BATCH-ERRORS PIC 9(4).
       01  BATCH-DETAILS PIC 9(6).
       01  BATCH-SIZE-SUM PIC 9(8).
       01  EXPECTED-COUNT PIC 9(6).
       01  EXPECTED-HASH PIC 9(8).
       01  LOADED-COUNT PIC 9(6).
       01  REJECTED-COUNT PIC 9(4).
       01  EDIT-DETAIL.
           02  ED-STOCK-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  ED-LOCATION PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  ED-DESC PIC X(20).
           02  FILLER PIC XX VALUE SPACE.
           02  ED-REASON PIC X(20).
       01  EDIT-SUMMARY.
           02  FILLER PIC X(8) VALUE "ITEMS   ".
           02  ES-DETAILS PIC 9(6).
           02  FILLER PIC X(9) VALUE "  ERRORS ".
           02  ES-ERRORS PIC 9(4).
       01  AUDIT-COUNTS.
           02  FILLER PIC X(5) VALUE "READ ".
           02  AC-READ PIC 9(6).
           02  FILLER PIC X(5) VALUE " REJ ".
           02  AC-REJECTED PIC 9(4).
       01  AUDIT-LOADED.
           02  FILLER PIC X(7) VALUE "LOADED ".
           02  AC-LOADED PIC 9(6).
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
      *SETTING UP STOCK IS A SUPERVISOR FUNCTION ON THE SCREEN, SO
      *IT IS ONE IN BULK TOO
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GOBACK.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "NEW ITEM BULK LOAD".
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           MOVE SGN-TRAINING-FLAG TO KQ-TRAINING-FLAG.
           MOVE "UNIT-SZ-MIN" TO PQ-KEY.
           MOVE MIN-UNIT-SIZE TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO MIN-UNIT-SIZE.
           MOVE "UNIT-SZ-MAX" TO PQ-KEY.
           MOVE MAX-UNIT-SIZE TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO MAX-UNIT-SIZE.
           OPEN I-O STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF SU-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUPPLIER-FILE
               CLOSE SUPPLIER-FILE
               OPEN INPUT SUPPLIER-FILE
           END-IF.
           OPEN INPUT LOC-FILE.
           IF LC-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOC-FILE
               CLOSE LOC-FILE
               OPEN INPUT LOC-FILE
           END-IF.
           OPEN INPUT CAT-FILE.
           IF CT-FILE-STATUS NOT = "00"
               OPEN OUTPUT CAT-FILE
               CLOSE CAT-FILE
               OPEN INPUT CAT-FILE
           END-IF.
           MOVE 0 TO LOADED-COUNT.
           MOVE 0 TO REJECTED-COUNT.
      *PHASE ONE - EDIT THE WHOLE FEED, PROVE THE CONTROL TOTALS
      *AND PRINT THE EDIT LISTING.  NOTHING LOADS UNLESS THE FEED
      *IS CLEAN OR THE SUPERVISOR ACCEPTS THE VALID SUBSET.
           PERFORM VALIDATE-LOAD THRU VALIDATE-LOAD-EXIT.
           IF BATCH-USABLE NOT = "Y"
               DISPLAY "NOTHING LOADED - SEE STOCK.NIE"
               GO TO END-IT.
      *PHASE TWO - WRITE THE VALID ITEMS.  A CODE KEYED TWICE IN
      *THE SAME FEED PASSES THE EDIT BOTH TIMES, SO THE SECOND
      *WRITE IS REFUSED AND ADDED TO THE END OF THE LISTING.
           OPEN INPUT LOAD-FILE.
           OPEN EXTEND EDIT-FILE.
           IF ED-STATUS NOT = "00"
               OPEN OUTPUT EDIT-FILE
           END-IF.
           READ LOAD-FILE AT END GO TO LOAD-DONE.
       LOAD-LOOP.
           READ LOAD-FILE AT END GO TO LOAD-DONE.
           IF NI-MARKER = "*TRAILR*" GO TO LOAD-DONE.
           PERFORM EDIT-ONE-ITEM THRU EDIT-ONE-EXIT.
           IF EDIT-REASON NOT = SPACE
               ADD 1 TO REJECTED-COUNT
               GO TO LOAD-LOOP.
           PERFORM WRITE-ONE-ITEM THRU WRITE-ONE-EXIT.
           GO TO LOAD-LOOP.
       LOAD-DONE.
           CLOSE LOAD-FILE.
           CLOSE EDIT-FILE.
           DISPLAY "ITEMS LOADED: " LOADED-COUNT.
           DISPLAY "ITEMS REJECTED: " REJECTED-COUNT.
           PERFORM AUDIT-THE-RUN THRU AUDIT-THE-RUN-EXIT.
       END-IT.
           MOVE "C" TO KQ-FUNCTION.
           CALL "KEYWORD-INDEX" USING KEYWORD-REQ-BLOCK.
           CLOSE STOCK-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE LOC-FILE.
           CLOSE CAT-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
       VALIDATE-LOAD.
           MOVE "N" TO BATCH-USABLE.
           MOVE 0 TO BATCH-ERRORS.
           MOVE 0 TO BATCH-DETAILS.
           MOVE 0 TO BATCH-SIZE-SUM.
           OPEN INPUT LOAD-FILE.
           IF NI-STATUS NOT = "00"
               DISPLAY "NO NEW ITEM FILE STOCK.NIB ON DISK."
               GO TO VALIDATE-LOAD-EXIT.
           OPEN OUTPUT EDIT-FILE.
           READ LOAD-FILE AT END
               MOVE "EMPTY NEW ITEM FILE" TO EDIT-LINE
               PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT
               GO TO VALIDATE-LOAD-DONE.
           IF NI-MARKER NOT = "*HEADER*"
               MOVE "NO BATCH HEADER" TO EDIT-LINE
               PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT
               DISPLAY TERM-HIGHLIGHT-ON "NO BATCH HEADER"
                   TERM-HIGHLIGHT-OFF
               GO TO VALIDATE-LOAD-DONE.
       VALIDATE-NEXT.
           READ LOAD-FILE AT END GO TO VALIDATE-EOF.
           IF NI-MARKER = "*TRAILR*"
               MOVE NI-RECORD-COUNT TO EXPECTED-COUNT
               MOVE NI-SIZE-HASH TO EXPECTED-HASH
               GO TO VALIDATE-TOTALS.
           ADD 1 TO BATCH-DETAILS.
           IF NI-UNIT-SIZE NUMERIC
               ADD NI-UNIT-SIZE TO BATCH-SIZE-SUM.
           PERFORM EDIT-ONE-ITEM THRU EDIT-ONE-EXIT.
           IF EDIT-REASON NOT = SPACE
               ADD 1 TO BATCH-ERRORS
               PERFORM LIST-REJECT THRU LIST-REJECT-EXIT.
           GO TO VALIDATE-NEXT.
       VALIDATE-EOF.
           MOVE "NO BATCH TRAILER" TO EDIT-LINE.
           PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT.
           DISPLAY TERM-HIGHLIGHT-ON "NO BATCH TRAILER"
               TERM-HIGHLIGHT-OFF.
           GO TO VALIDATE-LOAD-DONE.
       VALIDATE-TOTALS.
           IF EXPECTED-COUNT NOT = BATCH-DETAILS
               OR EXPECTED-HASH NOT = BATCH-SIZE-SUM
               MOVE "CONTROL TOTALS DO NOT MATCH" TO EDIT-LINE
               PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT
               DISPLAY TERM-HIGHLIGHT-ON
                   "LOAD CONTROL TOTALS WRONG - NOTHING LOADED"
                   TERM-HIGHLIGHT-OFF
               GO TO VALIDATE-LOAD-DONE.
           MOVE BATCH-DETAILS TO ES-DETAILS.
           MOVE BATCH-ERRORS TO ES-ERRORS.
           MOVE EDIT-SUMMARY TO EDIT-LINE.
           PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT.
           DISPLAY EDIT-SUMMARY.
           IF BATCH-ERRORS = 0
               MOVE "Y" TO BATCH-USABLE
               GO TO VALIDATE-LOAD-DONE.
           DISPLAY "ERRORS IN FEED - SEE STOCK.NIE.".
           DISPLAY "LOAD THE VALID ITEMS ANYWAY? (Y/N): ".
           ACCEPT SUBSET-ANSWER.
           IF SUBSET-ANSWER = "Y" OR SUBSET-ANSWER = "y"
               MOVE "Y" TO BATCH-USABLE.
       VALIDATE-LOAD-DONE.
           CLOSE LOAD-FILE.
           CLOSE EDIT-FILE.
       VALIDATE-LOAD-EXIT.
           EXIT.
      *THE EDITS THE SET-UP SCREEN GIVES A NEW BIN, IN THE SAME
      *ORDER, WITH THE FIRST FAILURE AS THE REASON
       EDIT-ONE-ITEM.
           MOVE SPACE TO EDIT-REASON.
           IF NI-STOCK-CODE = SPACE
               MOVE "NO STOCK CODE" TO EDIT-REASON
               GO TO EDIT-ONE-EXIT.
      *A NEW CODE ARRIVES ALREADY CARRYING ITS CHECK CHARACTER, SO
      *IT IS PROVED WHATEVER THE ENFORCEMENT PARAMETER SAYS
           MOVE "T" TO CK-FUNCTION.
           MOVE "S" TO CK-KIND.
           MOVE NI-STOCK-CODE TO CK-CODE.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
           IF CK-RESULT NOT = "Y"
               MOVE "CHECK CHAR WRONG" TO EDIT-REASON
               GO TO EDIT-ONE-EXIT.
           IF NI-UNIT-SIZE NOT NUMERIC
               OR NI-UNIT-SIZE < MIN-UNIT-SIZE
               OR NI-UNIT-SIZE > MAX-UNIT-SIZE
               MOVE "UNIT SIZE OUT RANGE" TO EDIT-REASON
               GO TO EDIT-ONE-EXIT.
           IF NI-UNIT-COST NOT NUMERIC
               OR NI-SELLING-PRICE NOT NUMERIC
               OR NI-REORDER-LEVEL NOT NUMERIC
               MOVE "COST/PRICE/REORDER" TO EDIT-REASON
               GO TO EDIT-ONE-EXIT.
           IF NI-ITEM-SUPPLIER NOT = SPACE
               MOVE NI-ITEM-SUPPLIER TO SUPPLIER-CODE
               READ SUPPLIER-FILE
                   INVALID MOVE "UNKNOWN SUPPLIER" TO EDIT-REASON
               END-READ
           END-IF.
           IF EDIT-REASON NOT = SPACE GO TO EDIT-ONE-EXIT.
           MOVE NI-LOCATION TO LOC-CODE.
           READ LOC-FILE
               INVALID MOVE "LOC NOT ON MASTER" TO EDIT-REASON
           END-READ.
           IF EDIT-REASON NOT = SPACE GO TO EDIT-ONE-EXIT.
           IF NI-HAZ-CLASS NOT = SPACE
               AND LOC-HAZ-RATED NOT = "Y"
               MOVE "BIN NOT HAZARD RATED" TO EDIT-REASON
               GO TO EDIT-ONE-EXIT.
           MOVE NI-STOCK-CODE (1:2) TO CAT-CODE.
           READ CAT-FILE
               INVALID MOVE "UNKNOWN CATEGORY" TO EDIT-REASON
           END-READ.
           IF EDIT-REASON NOT = SPACE GO TO EDIT-ONE-EXIT.
           MOVE NI-STOCK-CODE TO STOCK-CODE.
           MOVE NI-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               NOT INVALID MOVE "ALREADY ON STOCK.IT" TO EDIT-REASON
           END-READ.
       EDIT-ONE-EXIT.
           EXIT.
      *A VALID ITEM IS BUILT EXACTLY AS THE SET-UP SCREEN BUILDS
      *ONE - FLAGS FORCED TO Y OR N, AN EMPTY BIN, NO SUCCESSOR
       WRITE-ONE-ITEM.
           MOVE SPACE TO STOCK-ITEM.
           MOVE NI-STOCK-CODE TO STOCK-CODE.
           MOVE NI-LOCATION TO LOCATION-CODE.
           MOVE NI-PRODUCT-DESC TO PRODUCT-DESC.
           MOVE NI-UNIT-SIZE TO UNIT-SIZE.
           MOVE NI-UNIT-COST TO UNIT-COST.
           MOVE NI-SELLING-PRICE TO SELLING-PRICE.
           MOVE NI-REORDER-LEVEL TO REORDER-LEVEL.
           MOVE NI-ITEM-SUPPLIER TO ITEM-SUPPLIER.
           IF NI-LOT-FLAG = "Y" OR NI-LOT-FLAG = "y"
               MOVE "Y" TO LOT-CONTROL-FLAG
           ELSE
               MOVE "N" TO LOT-CONTROL-FLAG.
           IF NI-QUAR-FLAG = "Y" OR NI-QUAR-FLAG = "y"
               MOVE "Y" TO QUAR-EXEMPT-FLAG
           ELSE
               MOVE "N" TO QUAR-EXEMPT-FLAG.
           MOVE NI-TAX-CODE TO ITEM-TAX-CODE.
           IF NI-SER-FLAG = "Y" OR NI-SER-FLAG = "y"
               MOVE "Y" TO SERIAL-CONTROL-FLAG
           ELSE
               MOVE "N" TO SERIAL-CONTROL-FLAG.
           IF NI-MIN-LIFE NUMERIC
               MOVE NI-MIN-LIFE TO MIN-LIFE-DAYS
           ELSE
               MOVE 0 TO MIN-LIFE-DAYS.
           MOVE NI-HAZ-CLASS TO HAZARD-CLASS.
           MOVE NI-HAZ-NOTE TO HAZARD-NOTE.
           IF NI-UOM = SPACE
               MOVE "EA" TO ITEM-UOM
           ELSE
               MOVE NI-UOM TO ITEM-UOM.
           IF NI-UNIT-WEIGHT NUMERIC
               MOVE NI-UNIT-WEIGHT TO UNIT-WEIGHT
           ELSE
               MOVE 0 TO UNIT-WEIGHT.
           MOVE 0 TO QUANTITY-ON-HAND.
           MOVE 0 TO QUANTITY-ALLOCATED.
           MOVE SPACE TO SUCCESSOR-CODE.
           MOVE OPERATOR-ID TO LAST-CHANGED-BY.
           WRITE STOCK-ITEM
               INVALID
                   MOVE "DUPLICATE IN FEED" TO EDIT-REASON
                   ADD 1 TO REJECTED-COUNT
                   PERFORM LIST-REJECT THRU LIST-REJECT-EXIT
                   GO TO WRITE-ONE-EXIT
           END-WRITE.
           ADD 1 TO LOADED-COUNT.
           MOVE "A" TO KQ-FUNCTION.
           MOVE STOCK-CODE TO KQ-STOCK-CODE.
           MOVE LOCATION-CODE TO KQ-LOCATION.
           MOVE PRODUCT-DESC TO KQ-DESC.
           CALL "KEYWORD-INDEX" USING KEYWORD-REQ-BLOCK.
       WRITE-ONE-EXIT.
           EXIT.
       LIST-REJECT.
           MOVE NI-STOCK-CODE TO ED-STOCK-CODE.
           MOVE NI-LOCATION TO ED-LOCATION.
           MOVE NI-PRODUCT-DESC TO ED-DESC.
           MOVE EDIT-REASON TO ED-REASON.
           MOVE EDIT-DETAIL TO EDIT-LINE.
           PERFORM WRITE-EDIT-SAFE THRU WRITE-EDIT-EXIT.
       LIST-REJECT-EXIT.
           EXIT.
      *THE WHOLE LOAD IS ONE AMENDMENT TO STOCK.IT AS FAR AS THE
      *AUDITORS ARE CONCERNED - ONE ROW GIVING WHAT WAS READ, WHAT
      *WAS REFUSED AND WHAT WENT ON
       AUDIT-THE-RUN.
           OPEN EXTEND AUDIT-FILE.
           IF AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE TO AUDIT-DATE.
           MOVE "STOCK.IT" TO AU-FILE-NAME.
           MOVE STOCK-NIB-FN TO AU-RECORD-KEY.
           MOVE "BULK LOAD" TO AU-FIELD-NAME.
           MOVE BATCH-DETAILS TO AC-READ.
           MOVE REJECTED-COUNT TO AC-REJECTED.
           MOVE AUDIT-COUNTS TO AU-OLD-VALUE.
           MOVE LOADED-COUNT TO AC-LOADED.
           MOVE AUDIT-LOADED TO AU-NEW-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           CLOSE AUDIT-FILE.
       AUDIT-THE-RUN-EXIT.
           EXIT.
       LOG-AUDIT.
           MOVE AUDIT-DATE TO AU-DATE.
           MOVE OPERATOR-ID TO AU-OPERATOR.
       LOG-AUDIT-WRITE.
           WRITE AUDIT-RECORD.
           IF AU-STATUS NOT = "00" AND AU-STATUS NOT = "02"
               DISPLAY TERM-HIGHLIGHT-ON
                   "WRITE FAILED ON STOCK.AUD, STATUS " AU-STATUS
                   TERM-HIGHLIGHT-OFF
               DISPLAY "DISK MAY BE FULL - CHANGE THE DISK AND"
               DISPLAY "PRESS RETURN TO RETRY, OR X TO GIVE UP: "
               ACCEPT RETRY-ANSWER
               IF RETRY-ANSWER NOT = "X" AND RETRY-ANSWER NOT = "x"
                   GO TO LOG-AUDIT-WRITE.
       LOG-AUDIT-EXIT.
           EXIT.
      *A FAILED WRITE - DISK FULL, USUALLY - PAUSES SO THE DISK CAN
      *BE CHANGED AND THE SAME LINE WRITTEN AGAIN
       WRITE-EDIT-SAFE.
           WRITE EDIT-LINE.
           IF ED-STATUS NOT = "00" AND ED-STATUS NOT = "02"
               DISPLAY TERM-HIGHLIGHT-ON
                   "WRITE FAILED ON STOCK.NIE, STATUS " ED-STATUS
                   TERM-HIGHLIGHT-OFF
               DISPLAY "DISK MAY BE FULL - CHANGE THE DISK AND"
               DISPLAY "PRESS RETURN TO RETRY, OR X TO GIVE UP: "
               ACCEPT RETRY-ANSWER
               IF RETRY-ANSWER NOT = "X" AND RETRY-ANSWER NOT = "x"
                   GO TO WRITE-EDIT-SAFE.
       WRITE-EDIT-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.NIB" TO STOCK-NIB-FN.
           MOVE "TRAIN.NIE" TO STOCK-NIE-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.LOC" TO STOCK-LOC-FN.
           MOVE "TRAIN.CAT" TO STOCK-CAT-FN.
           MOVE "TRAIN.AUD" TO STOCK-AUD-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
