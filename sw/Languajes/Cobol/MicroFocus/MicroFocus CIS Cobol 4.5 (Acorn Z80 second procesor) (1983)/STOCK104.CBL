       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-RECALL.
       AUTHOR. MICRO FOCUS LTD.
      *SUPPLIER LOT RECALLS.  RAISING A RECALL FREEZES EVERY BIN OF
      *THE LOT ON STOCK.LOT SO GOODS-OUT STOPS DRAWING FROM IT, THEN
      *TRACES THE LOT BACK TO THE ORDER AND GRN THAT BROUGHT IT IN
      *AND FORWARD THROUGH THE LOT DRAWS AND THE JOURNAL TO EVERY
      *DEPARTMENT THAT WAS ISSUED IT.  THE TRACE AND ONE RECALL
      *NOTICE PER DEPARTMENT PRINT ON STOCK.RCN; THE RECALL AND ITS
      *NOTICES STAY ON STOCK.RCL SO THE UNITS COMING BACK CAN BE
      *BOOKED AGAINST EACH NOTICE UNTIL THE RECALL IS CLOSED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-FILE ASSIGN DYNAMIC STOCK-LOT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LOT-KEY
           FILE STATUS LT-FILE-STATUS.
           SELECT LOT-DRAW-FILE ASSIGN DYNAMIC STOCK-LTD-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LD-KEY
           FILE STATUS LD-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC STOCK-JRN-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JR-KEY
           FILE STATUS JR-FILE-STATUS.
           SELECT PO-FILE ASSIGN DYNAMIC STOCK-PO-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PO-NUMBER
           FILE STATUS PO-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE
           FILE STATUS SUP-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN DYNAMIC STOCK-DEP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DEPT-CODE
           FILE STATUS DP-FILE-STATUS.
           SELECT RECALL-FILE ASSIGN DYNAMIC STOCK-RCL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RC-KEY
           FILE STATUS RC-FILE-STATUS.
           SELECT NOTICE-PRINT-FILE
           ASSIGN DYNAMIC STOCK-RCN-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS RCN-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  LOT-FILE; RECORD 64.
           COPY "LOTFILE.CPY".
       FD  LOT-DRAW-FILE; RECORD 64.
           COPY "LTDFILE.CPY".
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  PO-FILE; RECORD 50.
           COPY "POFILE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  RECALL-FILE; RECORD 100.
           COPY "RCLFILE.CPY".
       FD  NOTICE-PRINT-FILE; RECORD 80.
       01  NOTICE-PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-LOT-FN PIC X(12) VALUE "STOCK.LOT".
           02  STOCK-LTD-FN PIC X(12) VALUE "STOCK.LTD".
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-DEP-FN PIC X(12) VALUE "STOCK.DEP".
           02  STOCK-RCL-FN PIC X(12) VALUE "STOCK.RCL".
           02  STOCK-RCN-FN PIC X(12) VALUE "STOCK.RCN".
       COPY "TERMPROF.CPY".
       01  LT-FILE-STATUS PIC XX.
       01  LD-FILE-STATUS PIC XX.
       01  JR-FILE-STATUS PIC XX.
       01  PO-FILE-STATUS PIC XX.
       01  SUP-FILE-STATUS PIC XX.
       01  DP-FILE-STATUS PIC XX.
       01  RC-FILE-STATUS PIC XX.
       01  RCN-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  ENTERED-CODE PIC X(8).
       01  ENTERED-LOT-NO PIC X(8).
       01  ENTERED-REASON PIC X(20).
       01  ENTERED-DEPT PIC X(4).
       01  ENTERED-RECALL-X PIC X(4).
       01  ENTERED-RECALL-9 REDEFINES ENTERED-RECALL-X PIC 9(4).
       01  ENTERED-QTY-X PIC X(8).
       01  ENTERED-QTY-9 REDEFINES ENTERED-QTY-X PIC 9(6)V99.
       01  RECALL-NO PIC 9(4).
       01  BINS-FROZEN PIC 9(3).
       01  HELD-QUANTITY PIC 9(6)V99.
       01  TRACE-ORDER-NO PIC X(6).
       01  TRACE-GRN-NO PIC 9(4).
       01  TRACE-SUPPLIER PIC X(4).
       01  TRACE-LOCATION PIC X(4).
       01  DRAW-DEPARTMENT PIC X(4).
       01  DRAWS-FOUND PIC 9(5).
       01  OUTSTANDING-QTY PIC S9(6)V99.
       01  QTY-EDIT PIC ZZZZZ9.99.
       01  QTY-EDIT-2 PIC ZZZZZ9.99.
       01  QTY-EDIT-3 PIC ZZZZZ9.99-.
      *ONE ROW PER DEPARTMENT THE LOT REACHED, WITH THE UNITS IT
      *WAS ISSUED AND THE FIRST AND LAST DISPATCH NOTES THEY WENT ON
       01  DEPT-COUNT PIC 99.
       01  DEPT-IX PIC 99.
       01  DEPT-TABLE.
           02  DP-ENTRY OCCURS 50 TIMES.
               03  DP-CODE PIC X(4).
               03  DP-QUANTITY PIC 9(6)V99.
               03  DP-FIRST-NOTE PIC 9(4).
               03  DP-LAST-NOTE PIC 9(4).
       01  TRACE-HEAD-1.
           02  FILLER PIC X(20) VALUE "LOT RECALL TRACE".
           02  FILLER PIC X(7) VALUE "RECALL ".
           02  TH-RECALL-NO PIC 9(4).
           02  FILLER PIC X(7) VALUE "  DATE ".
           02  TH-DATE PIC X(10).
       01  TRACE-HEAD-2.
           02  FILLER PIC X(6) VALUE "ITEM ".
           02  TH-STOCK-CODE PIC X(8).
           02  FILLER PIC X(6) VALUE "  LOT ".
           02  TH-LOT-NO PIC X(8).
           02  FILLER PIC X(9) VALUE "  REASON ".
           02  TH-REASON PIC X(20).
       01  TRACE-BACK-LINE.
           02  FILLER PIC X(14) VALUE "RECEIVED ON PO".
           02  FILLER PIC X VALUE SPACE.
           02  TB-ORDER-NO PIC X(6).
           02  FILLER PIC X(6) VALUE "  GRN ".
           02  TB-GRN-NO PIC X(4).
           02  FILLER PIC X(11) VALUE "  SUPPLIER ".
           02  TB-SUPPLIER PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  TB-SUPPLIER-NAME PIC X(24).
       01  TRACE-BIN-LINE.
           02  FILLER PIC X(16) VALUE "  FROZEN AT BIN ".
           02  TN-LOCATION PIC X(4).
           02  FILLER PIC X(10) VALUE "  ON HAND ".
           02  TN-QUANTITY PIC ZZZZZ9.99.
       01  TRACE-DRAW-LINE.
           02  FILLER PIC X(11) VALUE "  ISSUED TO".
           02  FILLER PIC X VALUE SPACE.
           02  TD-DEPARTMENT PIC X(4).
           02  FILLER PIC X(6) VALUE "  QTY ".
           02  TD-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC X(7) VALUE "  DATE ".
           02  TD-DATE PIC X(10).
           02  FILLER PIC X(12) VALUE "  DISPATCH ".
           02  TD-DISPATCH PIC 9(4).
           02  FILLER PIC X VALUE SPACE.
           02  TD-FLAG PIC X(10).
       01  NOTICE-HEAD.
           02  FILLER PIC X(21) VALUE "PRODUCT RECALL NOTICE".
           02  FILLER PIC X(10) VALUE "  RECALL ".
           02  NH-RECALL-NO PIC 9(4).
           02  FILLER PIC X(7) VALUE "  DATE ".
           02  NH-DATE PIC X(10).
       01  NOTICE-TO.
           02  FILLER PIC X(4) VALUE "TO  ".
           02  NT-DEPARTMENT PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  NT-NAME PIC X(30).
       01  NOTICE-ITEM.
           02  FILLER PIC X(21) VALUE "THE SUPPLIER RECALLS ".
           02  NI-STOCK-CODE PIC X(8).
           02  FILLER PIC X(5) VALUE " LOT ".
           02  NI-LOT-NO PIC X(8).
       01  NOTICE-REASON.
           02  FILLER PIC X(21) VALUE "REASON GIVEN".
           02  NR-REASON PIC X(20).
       01  NOTICE-QTY.
           02  FILLER PIC X(24) VALUE "YOU WERE ISSUED".
           02  NQ-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC X(22) VALUE " ON DISPATCH NOTE(S) ".
           02  NQ-FIRST PIC 9(4).
           02  FILLER PIC X(4) VALUE " TO ".
           02  NQ-LAST PIC 9(4).
       01  NOTICE-TEXT-1 PIC X(60) VALUE
           "STOP USING IT AT ONCE AND RETURN EVERY UNIT STILL HELD".
       01  NOTICE-TEXT-2 PIC X(60) VALUE
           "TO THE STORES, QUOTING THE RECALL NUMBER ABOVE.".
       01  NOTICE-TEXT-3 PIC X(60) VALUE
           "UNITS RETURNED ........   UNITS USED ........".
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
           DISPLAY "LOT RECALL".
           OPEN I-O LOT-FILE.
           IF LT-FILE-STATUS NOT = "00"
               DISPLAY "NO LOT FILE ON DISK - NOTHING TO RECALL."
               GO TO END-NO-FILES.
           OPEN INPUT LOT-DRAW-FILE.
           OPEN INPUT JOURNAL-FILE.
           OPEN INPUT PO-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT DEPT-FILE.
           OPEN I-O RECALL-FILE.
           IF RC-FILE-STATUS NOT = "00"
               OPEN OUTPUT RECALL-FILE
               CLOSE RECALL-FILE
               OPEN I-O RECALL-FILE
           END-IF.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(R)AISE A RECALL, (U)NITS RETURNED,".
           DISPLAY "(L)IST A RECALL, (C)LOSE A RECALL, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "R" OR ACTION-CHOICE = "r"
               GO TO RAISE-RECALL.
           IF ACTION-CHOICE = "U" OR ACTION-CHOICE = "u"
               GO TO UNITS-RETURNED.
           IF ACTION-CHOICE = "L" OR ACTION-CHOICE = "l"
               GO TO LIST-RECALL.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CLOSE-RECALL.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *FREEZE FIRST, TRACE SECOND - NOTHING MORE OF THE LOT LEAVES
      *THE STORE WHILE THE NOTICES ARE BEING PRINTED
       RAISE-RECALL.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO ASK-ACTION.
           DISPLAY "STOCK CODE OF THE RECALLED ITEM (BLANK TO END): ".
           MOVE SPACE TO ENTERED-CODE.
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE GO TO ASK-ACTION.
           DISPLAY "SUPPLIER'S LOT NUMBER: ".
           MOVE SPACE TO ENTERED-LOT-NO.
           ACCEPT ENTERED-LOT-NO.
           IF ENTERED-LOT-NO = SPACE GO TO ASK-ACTION.
           DISPLAY "REASON FOR THE RECALL: ".
           MOVE SPACE TO ENTERED-REASON.
           ACCEPT ENTERED-REASON.
           PERFORM FIND-NEXT-RECALL-NO THRU FIND-RECALL-EXIT.
           PERFORM FREEZE-LOT THRU FREEZE-LOT-EXIT.
           IF BINS-FROZEN = 0
               DISPLAY TERM-HIGHLIGHT-ON "LOT " ENTERED-LOT-NO
                   " OF " ENTERED-CODE " IS NOT ON STOCK.LOT"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           DISPLAY BINS-FROZEN " BIN(S) FROZEN UNDER RECALL "
               RECALL-NO.
           PERFORM TRACE-FORWARD THRU TRACE-FORWARD-EXIT.
           PERFORM WRITE-RECALL-ROWS THRU WRITE-RECALL-ROWS-EXIT.
           OPEN EXTEND NOTICE-PRINT-FILE.
           IF RCN-STATUS NOT = "00"
               OPEN OUTPUT NOTICE-PRINT-FILE
           END-IF.
           PERFORM PRINT-TRACE THRU PRINT-TRACE-EXIT.
           MOVE 0 TO DEPT-IX.
       RAISE-NOTICE-LOOP.
           ADD 1 TO DEPT-IX.
           IF DEPT-IX > DEPT-COUNT GO TO RAISE-DONE.
           PERFORM PRINT-NOTICE THRU PRINT-NOTICE-EXIT.
           GO TO RAISE-NOTICE-LOOP.
       RAISE-DONE.
           CLOSE NOTICE-PRINT-FILE.
           DISPLAY "DEPARTMENTS ISSUED THE LOT: " DEPT-COUNT.
           DISPLAY "TRACE AND RECALL NOTICES ARE ON STOCK.RCN".
           GO TO ASK-ACTION.
       FIND-NEXT-RECALL-NO.
           MOVE 0 TO RECALL-NO.
           MOVE LOW-VALUE TO RC-KEY.
           START RECALL-FILE KEY NOT LESS THAN RC-KEY
               INVALID GO TO FIND-RECALL-DONE
           END-START.
       FIND-RECALL-LOOP.
           READ RECALL-FILE NEXT RECORD
               AT END GO TO FIND-RECALL-DONE
           END-READ.
           MOVE RC-RECALL-NO TO RECALL-NO.
           GO TO FIND-RECALL-LOOP.
       FIND-RECALL-DONE.
           ADD 1 TO RECALL-NO.
       FIND-RECALL-EXIT.
           EXIT.
      *EVERY BIN HOLDING THE LOT IS FROZEN; THE FIRST ONE THAT
      *KNOWS ITS RECEIPT GIVES THE TRACE BACK TO ORDER AND GRN
       FREEZE-LOT.
           MOVE 0 TO BINS-FROZEN.
           MOVE 0 TO HELD-QUANTITY.
           MOVE SPACE TO TRACE-ORDER-NO.
           MOVE 0 TO TRACE-GRN-NO.
           MOVE SPACE TO TRACE-SUPPLIER.
           MOVE ENTERED-CODE TO LT-STOCK-CODE.
           MOVE LOW-VALUE TO LT-LOCATION.
           MOVE LOW-VALUE TO LT-LOT-NO.
           START LOT-FILE KEY NOT LESS THAN LOT-KEY
               INVALID GO TO FREEZE-LOT-EXIT
           END-START.
       FREEZE-LOT-LOOP.
           READ LOT-FILE NEXT RECORD
               AT END GO TO FREEZE-LOT-EXIT
           END-READ.
           IF LT-STOCK-CODE NOT = ENTERED-CODE
               GO TO FREEZE-LOT-EXIT.
           IF LT-LOT-NO NOT = ENTERED-LOT-NO
               GO TO FREEZE-LOT-LOOP.
           IF TRACE-ORDER-NO = SPACE AND LT-ORDER-NO NOT = SPACE
               MOVE LT-ORDER-NO TO TRACE-ORDER-NO
               IF LT-GRN-NO NUMERIC
                   MOVE LT-GRN-NO TO TRACE-GRN-NO
               END-IF
           END-IF.
           MOVE "F" TO LT-STATUS.
           MOVE RECALL-NO TO LT-RECALL-NO.
           REWRITE LOT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LOT FILE I/O ERROR, STATUS: " LT-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO FREEZE-LOT-LOOP
           END-REWRITE.
           ADD 1 TO BINS-FROZEN.
           ADD LT-QUANTITY TO HELD-QUANTITY.
           GO TO FREEZE-LOT-LOOP.
       FREEZE-LOT-EXIT.
           EXIT.
      *EVERY DRAW GOODS-OUT RECORDED AGAINST THE LOT, IN ANY BIN,
      *PROVED AGAINST ITS TYPE I JOURNAL ROW - THE JOURNAL'S
      *DEPARTMENT IS THE ONE CHARGED, SO IT IS THE ONE TOLD
       TRACE-FORWARD.
           MOVE 0 TO DEPT-COUNT.
           MOVE 0 TO DRAWS-FOUND.
           MOVE ENTERED-CODE TO LD-STOCK-CODE.
           MOVE LOW-VALUE TO LD-LOCATION.
           MOVE LOW-VALUE TO LD-LOT-NO.
           MOVE 0 TO LD-SEQ.
           START LOT-DRAW-FILE KEY NOT LESS THAN LD-KEY
               INVALID GO TO TRACE-FORWARD-EXIT
           END-START.
       TRACE-FORWARD-LOOP.
           READ LOT-DRAW-FILE NEXT RECORD
               AT END GO TO TRACE-FORWARD-EXIT
           END-READ.
           IF LD-STOCK-CODE NOT = ENTERED-CODE
               GO TO TRACE-FORWARD-EXIT.
           IF LD-LOT-NO NOT = ENTERED-LOT-NO
               GO TO TRACE-FORWARD-LOOP.
           ADD 1 TO DRAWS-FOUND.
           PERFORM FIND-ISSUE-ROW THRU FIND-ISSUE-ROW-EXIT.
           PERFORM ADD-TO-DEPARTMENT THRU ADD-TO-DEPARTMENT-EXIT.
           GO TO TRACE-FORWARD-LOOP.
       TRACE-FORWARD-EXIT.
           EXIT.
       FIND-ISSUE-ROW.
           MOVE LD-DEPARTMENT TO DRAW-DEPARTMENT.
           MOVE LD-STOCK-CODE TO JR-STOCK-CODE.
           MOVE LD-LOCATION TO JR-LOCATION.
           MOVE 0 TO JR-SEQ.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID GO TO FIND-ISSUE-ROW-EXIT
           END-START.
       FIND-ISSUE-ROW-LOOP.
           READ JOURNAL-FILE NEXT RECORD
               AT END GO TO FIND-ISSUE-ROW-EXIT
           END-READ.
           IF JR-STOCK-CODE NOT = LD-STOCK-CODE
               OR JR-LOCATION NOT = LD-LOCATION
               GO TO FIND-ISSUE-ROW-EXIT.
           IF JR-TYPE = "I" AND JR-TRAN-NO = LD-TRAN-NO
               AND JR-GRN-NO = LD-DISPATCH-NO
               MOVE JR-DEPARTMENT TO DRAW-DEPARTMENT
               GO TO FIND-ISSUE-ROW-EXIT.
           GO TO FIND-ISSUE-ROW-LOOP.
       FIND-ISSUE-ROW-EXIT.
           EXIT.
       ADD-TO-DEPARTMENT.
           MOVE 0 TO DEPT-IX.
       ADD-TO-DEPARTMENT-LOOP.
           ADD 1 TO DEPT-IX.
           IF DEPT-IX > DEPT-COUNT GO TO ADD-TO-DEPARTMENT-NEW.
           IF DP-CODE (DEPT-IX) = DRAW-DEPARTMENT
               GO TO ADD-TO-DEPARTMENT-ADD.
           GO TO ADD-TO-DEPARTMENT-LOOP.
       ADD-TO-DEPARTMENT-NEW.
           IF DEPT-COUNT = 50
               DISPLAY TERM-HIGHLIGHT-ON "MORE THAN 50 DEPARTMENTS - "
                   DRAW-DEPARTMENT " MUST BE TOLD BY HAND"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-TO-DEPARTMENT-EXIT.
           ADD 1 TO DEPT-COUNT.
           MOVE DEPT-COUNT TO DEPT-IX.
           MOVE DRAW-DEPARTMENT TO DP-CODE (DEPT-IX).
           MOVE 0 TO DP-QUANTITY (DEPT-IX).
           MOVE LD-DISPATCH-NO TO DP-FIRST-NOTE (DEPT-IX).
           MOVE LD-DISPATCH-NO TO DP-LAST-NOTE (DEPT-IX).
       ADD-TO-DEPARTMENT-ADD.
           ADD LD-QUANTITY TO DP-QUANTITY (DEPT-IX).
           IF LD-DISPATCH-NO < DP-FIRST-NOTE (DEPT-IX)
               MOVE LD-DISPATCH-NO TO DP-FIRST-NOTE (DEPT-IX).
           IF LD-DISPATCH-NO > DP-LAST-NOTE (DEPT-IX)
               MOVE LD-DISPATCH-NO TO DP-LAST-NOTE (DEPT-IX).
       ADD-TO-DEPARTMENT-EXIT.
           EXIT.
       WRITE-RECALL-ROWS.
           IF TRACE-ORDER-NO NOT = SPACE
               MOVE TRACE-ORDER-NO TO PO-NUMBER
               READ PO-FILE
                   INVALID CONTINUE
                   NOT INVALID MOVE PO-SUPPLIER TO TRACE-SUPPLIER
               END-READ
           END-IF.
           MOVE SPACE TO RECALL-RECORD.
           MOVE RECALL-NO TO RC-RECALL-NO.
           MOVE ENTERED-CODE TO RC-STOCK-CODE.
           MOVE ENTERED-LOT-NO TO RC-LOT-NO.
           MOVE RUN-DATE TO RC-DATE.
           MOVE "O" TO RC-STATUS.
           MOVE HELD-QUANTITY TO RC-QTY-ISSUED.
           MOVE 0 TO RC-QTY-RETURNED.
           MOVE TRACE-SUPPLIER TO RC-SUPPLIER.
           MOVE TRACE-ORDER-NO TO RC-ORDER-NO.
           MOVE TRACE-GRN-NO TO RC-GRN-NO.
           MOVE ENTERED-REASON TO RC-REASON.
           WRITE RECALL-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "RECALL FILE I/O ERROR, STATUS: " RC-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
           MOVE 0 TO DEPT-IX.
       WRITE-RECALL-NOTICE-LOOP.
           ADD 1 TO DEPT-IX.
           IF DEPT-IX > DEPT-COUNT GO TO WRITE-RECALL-ROWS-EXIT.
           MOVE DP-CODE (DEPT-IX) TO RC-DEPARTMENT.
           MOVE DP-QUANTITY (DEPT-IX) TO RC-QTY-ISSUED.
           WRITE RECALL-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "RECALL FILE I/O ERROR, STATUS: " RC-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
           GO TO WRITE-RECALL-NOTICE-LOOP.
       WRITE-RECALL-ROWS-EXIT.
           EXIT.
      *THE TRACE SHEET FOR THE STORES: WHERE THE LOT CAME FROM,
      *WHAT IS FROZEN WHERE, AND EVERY ISSUE THAT DREW ON IT.  LIKE
      *THE DISPATCH NOTE IT IS WRITTEN DIRECT, NOT THROUGH
      *REPORT-FORMAT, SO IT PRINTS WITH THE NOTICES IN ONE RUN.
       PRINT-TRACE.
           MOVE RECALL-NO TO TH-RECALL-NO.
           MOVE RUN-DATE TO TH-DATE.
           MOVE TRACE-HEAD-1 TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE ENTERED-CODE TO TH-STOCK-CODE.
           MOVE ENTERED-LOT-NO TO TH-LOT-NO.
           MOVE ENTERED-REASON TO TH-REASON.
           MOVE TRACE-HEAD-2 TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE SPACE TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           IF TRACE-ORDER-NO = SPACE
               MOVE "RECEIPT NOT RECORDED ON THE LOT - CHECK THE GRNS"
                   TO NOTICE-PRINT-LINE
           ELSE
               MOVE TRACE-ORDER-NO TO TB-ORDER-NO
               MOVE TRACE-GRN-NO TO TB-GRN-NO
               MOVE TRACE-SUPPLIER TO TB-SUPPLIER
               MOVE SPACE TO TB-SUPPLIER-NAME
               MOVE TRACE-SUPPLIER TO SUPPLIER-CODE
               READ SUPPLIER-FILE
                   INVALID CONTINUE
                   NOT INVALID MOVE SUPPLIER-NAME TO TB-SUPPLIER-NAME
               END-READ
               MOVE TRACE-BACK-LINE TO NOTICE-PRINT-LINE
           END-IF.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE ENTERED-CODE TO LT-STOCK-CODE.
           MOVE LOW-VALUE TO LT-LOCATION.
           MOVE LOW-VALUE TO LT-LOT-NO.
           START LOT-FILE KEY NOT LESS THAN LOT-KEY
               INVALID GO TO PRINT-TRACE-DRAWS
           END-START.
       PRINT-TRACE-BINS.
           READ LOT-FILE NEXT RECORD
               AT END GO TO PRINT-TRACE-DRAWS
           END-READ.
           IF LT-STOCK-CODE NOT = ENTERED-CODE
               GO TO PRINT-TRACE-DRAWS.
           IF LT-LOT-NO NOT = ENTERED-LOT-NO
               GO TO PRINT-TRACE-BINS.
           MOVE LT-LOCATION TO TN-LOCATION.
           MOVE LT-QUANTITY TO TN-QUANTITY.
           MOVE TRACE-BIN-LINE TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           GO TO PRINT-TRACE-BINS.
       PRINT-TRACE-DRAWS.
           IF DRAWS-FOUND = 0
               MOVE "NO ISSUES FROM THE LOT ARE RECORDED - CHECK THE"
                   TO NOTICE-PRINT-LINE
               PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT
               MOVE "DISPATCH NOTES FOR THE ITEM SINCE IT ARRIVED"
                   TO NOTICE-PRINT-LINE
               PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT
               GO TO PRINT-TRACE-END.
           MOVE ENTERED-CODE TO LD-STOCK-CODE.
           MOVE LOW-VALUE TO LD-LOCATION.
           MOVE LOW-VALUE TO LD-LOT-NO.
           MOVE 0 TO LD-SEQ.
           START LOT-DRAW-FILE KEY NOT LESS THAN LD-KEY
               INVALID GO TO PRINT-TRACE-END
           END-START.
       PRINT-TRACE-DRAW-LOOP.
           READ LOT-DRAW-FILE NEXT RECORD
               AT END GO TO PRINT-TRACE-END
           END-READ.
           IF LD-STOCK-CODE NOT = ENTERED-CODE
               GO TO PRINT-TRACE-END.
           IF LD-LOT-NO NOT = ENTERED-LOT-NO
               GO TO PRINT-TRACE-DRAW-LOOP.
           PERFORM FIND-ISSUE-ROW THRU FIND-ISSUE-ROW-EXIT.
           MOVE DRAW-DEPARTMENT TO TD-DEPARTMENT.
           MOVE LD-QUANTITY TO TD-QUANTITY.
           MOVE LD-DATE TO TD-DATE.
           MOVE LD-DISPATCH-NO TO TD-DISPATCH.
           MOVE SPACE TO TD-FLAG.
           IF DRAW-DEPARTMENT NOT = LD-DEPARTMENT
               MOVE "RECHARGED" TO TD-FLAG.
           MOVE TRACE-DRAW-LINE TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           GO TO PRINT-TRACE-DRAW-LOOP.
       PRINT-TRACE-END.
           MOVE SPACE TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
       PRINT-TRACE-EXIT.
           EXIT.
       PRINT-NOTICE.
           MOVE RECALL-NO TO NH-RECALL-NO.
           MOVE RUN-DATE TO NH-DATE.
           MOVE NOTICE-HEAD TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE SPACE TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE DP-CODE (DEPT-IX) TO NT-DEPARTMENT.
           MOVE DP-CODE (DEPT-IX) TO DEPT-CODE.
           READ DEPT-FILE
               INVALID MOVE SPACE TO NT-NAME
               NOT INVALID MOVE DEPT-NAME TO NT-NAME
           END-READ.
           MOVE NOTICE-TO TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE SPACE TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE ENTERED-CODE TO NI-STOCK-CODE.
           MOVE ENTERED-LOT-NO TO NI-LOT-NO.
           MOVE NOTICE-ITEM TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE ENTERED-REASON TO NR-REASON.
           MOVE NOTICE-REASON TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE DP-QUANTITY (DEPT-IX) TO NQ-QUANTITY.
           MOVE DP-FIRST-NOTE (DEPT-IX) TO NQ-FIRST.
           MOVE DP-LAST-NOTE (DEPT-IX) TO NQ-LAST.
           MOVE NOTICE-QTY TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE SPACE TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE NOTICE-TEXT-1 TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE NOTICE-TEXT-2 TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE SPACE TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE NOTICE-TEXT-3 TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           MOVE SPACE TO NOTICE-PRINT-LINE.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
           PERFORM WRITE-NOTICE-SAFE THRU WRITE-NOTICE-SAFE-EXIT.
       PRINT-NOTICE-EXIT.
           EXIT.
      *UNITS A DEPARTMENT SENDS BACK ARE BOOKED AGAINST ITS NOTICE -
      *THE GOODS THEMSELVES COME IN THROUGH DEPARTMENT RETURNS ONTO
      *THE FROZEN LOT, WHERE THEY STAY UNTIL THE RECALL IS CLOSED
       UNITS-RETURNED.
           PERFORM ASK-RECALL-NO THRU ASK-RECALL-NO-EXIT.
           IF ENTERED-RECALL-X = SPACE GO TO ASK-ACTION.
           IF RC-STATUS = "C"
               DISPLAY "RECALL IS CLOSED."
               GO TO UNITS-RETURNED.
       UNITS-ASK-DEPT.
           DISPLAY "DEPARTMENT RETURNING UNITS (BLANK TO END): ".
           MOVE SPACE TO ENTERED-DEPT.
           ACCEPT ENTERED-DEPT.
           IF ENTERED-DEPT = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-RECALL-9 TO RC-RECALL-NO.
           MOVE ENTERED-DEPT TO RC-DEPARTMENT.
           READ RECALL-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "NO NOTICE FOR THAT DEPARTMENT ON THIS RECALL"
                   TERM-HIGHLIGHT-OFF
               GO TO UNITS-ASK-DEPT
           END-READ.
           COMPUTE OUTSTANDING-QTY = RC-QTY-ISSUED - RC-QTY-RETURNED.
           MOVE RC-QTY-ISSUED TO QTY-EDIT.
           MOVE RC-QTY-RETURNED TO QTY-EDIT-2.
           MOVE OUTSTANDING-QTY TO QTY-EDIT-3.
           DISPLAY "ISSUED " QTY-EDIT "  RETURNED " QTY-EDIT-2
               "  OUTSTANDING " QTY-EDIT-3.
       UNITS-ASK-QTY.
           DISPLAY "UNITS NOW RETURNED (NNNNNNNN = NNNNNN.NN): ".
           MOVE SPACE TO ENTERED-QTY-X.
           ACCEPT ENTERED-QTY-X.
           IF ENTERED-QTY-X = SPACE GO TO UNITS-ASK-DEPT.
           IF ENTERED-QTY-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "QUANTITY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO UNITS-ASK-QTY.
           ADD ENTERED-QTY-9 TO RC-QTY-RETURNED.
           IF RC-QTY-RETURNED > RC-QTY-ISSUED
               DISPLAY TERM-HIGHLIGHT-ON
                   "MORE BACK THAN WAS ISSUED - CHECK THE COUNT"
                   TERM-HIGHLIGHT-OFF.
           REWRITE RECALL-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "RECALL FILE I/O ERROR, STATUS: " RC-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           DISPLAY "RECORDED.".
           GO TO UNITS-ASK-DEPT.
       ASK-RECALL-NO.
           DISPLAY "RECALL NUMBER (BLANK TO END): ".
           MOVE SPACE TO ENTERED-RECALL-X.
           ACCEPT ENTERED-RECALL-X.
           IF ENTERED-RECALL-X = SPACE GO TO ASK-RECALL-NO-EXIT.
           IF ENTERED-RECALL-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "NUMBER NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-RECALL-NO.
           MOVE ENTERED-RECALL-9 TO RC-RECALL-NO.
           MOVE SPACE TO RC-DEPARTMENT.
           READ RECALL-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "RECALL NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-RECALL-NO
           END-READ.
           DISPLAY "RECALL " RC-RECALL-NO " ITEM " RC-STOCK-CODE
               " LOT " RC-LOT-NO " RAISED " RC-DATE.
       ASK-RECALL-NO-EXIT.
           EXIT.
      *THE RECALL AND EVERY NOTICE, WITH WHAT IS STILL OUT THERE
       LIST-RECALL.
           PERFORM ASK-RECALL-NO THRU ASK-RECALL-NO-EXIT.
           IF ENTERED-RECALL-X = SPACE GO TO ASK-ACTION.
           DISPLAY "REASON: " RC-REASON.
           MOVE RC-QTY-ISSUED TO QTY-EDIT.
           DISPLAY "HELD IN STORE WHEN RAISED: " QTY-EDIT.
           IF RC-STATUS = "C"
               DISPLAY "CLOSED " RC-CLOSED-DATE.
       LIST-RECALL-LOOP.
           READ RECALL-FILE NEXT RECORD
               AT END GO TO LIST-RECALL.
           IF RC-RECALL-NO NOT = ENTERED-RECALL-9
               GO TO LIST-RECALL.
           COMPUTE OUTSTANDING-QTY = RC-QTY-ISSUED - RC-QTY-RETURNED.
           MOVE RC-QTY-ISSUED TO QTY-EDIT.
           MOVE RC-QTY-RETURNED TO QTY-EDIT-2.
           MOVE OUTSTANDING-QTY TO QTY-EDIT-3.
           DISPLAY RC-DEPARTMENT "  ISSUED " QTY-EDIT
               "  RETURNED " QTY-EDIT-2 "  OUT " QTY-EDIT-3.
           GO TO LIST-RECALL-LOOP.
      *CLOSING ENDS THE NOTICES.  THE LOT STAYS FROZEN UNLESS THE
      *SUPERVISOR SAYS THE RECALL WAS LIFTED - RECALLED STOCK GOES
      *BACK TO THE SUPPLIER OR IS WRITTEN OFF, NOT ISSUED AGAIN
       CLOSE-RECALL.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO ASK-ACTION.
           PERFORM ASK-RECALL-NO THRU ASK-RECALL-NO-EXIT.
           IF ENTERED-RECALL-X = SPACE GO TO ASK-ACTION.
           IF RC-STATUS = "C"
               DISPLAY "ALREADY CLOSED."
               GO TO CLOSE-RECALL.
           MOVE RC-STOCK-CODE TO ENTERED-CODE.
           MOVE RC-LOT-NO TO ENTERED-LOT-NO.
           DISPLAY "CLOSE THIS RECALL? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           MOVE ENTERED-RECALL-9 TO RC-RECALL-NO.
           MOVE SPACE TO RC-DEPARTMENT.
           START RECALL-FILE KEY NOT LESS THAN RC-KEY
               INVALID GO TO CLOSE-RECALL-LOT
           END-START.
       CLOSE-RECALL-LOOP.
           READ RECALL-FILE NEXT RECORD
               AT END GO TO CLOSE-RECALL-LOT.
           IF RC-RECALL-NO NOT = ENTERED-RECALL-9
               GO TO CLOSE-RECALL-LOT.
           MOVE "C" TO RC-STATUS.
           MOVE RUN-DATE TO RC-CLOSED-DATE.
           REWRITE RECALL-RECORD
               INVALID CONTINUE
           END-REWRITE.
           GO TO CLOSE-RECALL-LOOP.
       CLOSE-RECALL-LOT.
           DISPLAY "RECALL CLOSED.".
           DISPLAY "WAS THE RECALL LIFTED - RELEASE THE LOT FOR".
           DISPLAY "ISSUE AGAIN? (Y/N): ".
           MOVE SPACE TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "LOT STAYS FROZEN."
               GO TO ASK-ACTION.
           MOVE ENTERED-CODE TO LT-STOCK-CODE.
           MOVE LOW-VALUE TO LT-LOCATION.
           MOVE LOW-VALUE TO LT-LOT-NO.
           START LOT-FILE KEY NOT LESS THAN LOT-KEY
               INVALID GO TO ASK-ACTION
           END-START.
       CLOSE-RELEASE-LOOP.
           READ LOT-FILE NEXT RECORD
               AT END GO TO CLOSE-RELEASE-DONE
           END-READ.
           IF LT-STOCK-CODE NOT = ENTERED-CODE
               GO TO CLOSE-RELEASE-DONE.
           IF LT-LOT-NO NOT = ENTERED-LOT-NO
               OR LT-STATUS NOT = "F"
               OR LT-RECALL-NO NOT = ENTERED-RECALL-9
               GO TO CLOSE-RELEASE-LOOP.
           MOVE SPACE TO LT-STATUS.
           MOVE 0 TO LT-RECALL-NO.
           REWRITE LOT-RECORD
               INVALID CONTINUE
           END-REWRITE.
           GO TO CLOSE-RELEASE-LOOP.
       CLOSE-RELEASE-DONE.
           DISPLAY "LOT RELEASED FOR ISSUE.".
           GO TO ASK-ACTION.
       END-IT.
           CLOSE LOT-DRAW-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE PO-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE DEPT-FILE.
           CLOSE RECALL-FILE.
           CLOSE LOT-FILE.
       END-NO-FILES.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
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
       GET-RUN-DATE-EXIT.
           EXIT.
      *A FAILED WRITE - DISK FULL, USUALLY - PAUSES SO THE DISK CAN
      *BE CHANGED AND THE SAME LINE WRITTEN AGAIN
       WRITE-NOTICE-SAFE.
           WRITE NOTICE-PRINT-LINE.
           IF RCN-STATUS NOT = "00" AND RCN-STATUS NOT = "02"
               DISPLAY "WRITE FAILED ON STOCK.RCN, STATUS "
                   RCN-STATUS
               DISPLAY "DISK MAY BE FULL - CHANGE THE DISK AND"
               DISPLAY "PRESS RETURN TO RETRY, OR X TO GIVE UP: "
               ACCEPT RETRY-ANSWER
               IF RETRY-ANSWER NOT = "X" AND RETRY-ANSWER NOT = "x"
                   GO TO WRITE-NOTICE-SAFE.
       WRITE-NOTICE-SAFE-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.LOT" TO STOCK-LOT-FN.
           MOVE "TRAIN.LTD" TO STOCK-LTD-FN.
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.DEP" TO STOCK-DEP-FN.
           MOVE "TRAIN.RCL" TO STOCK-RCL-FN.
           MOVE "TRAIN.RCN" TO STOCK-RCN-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
