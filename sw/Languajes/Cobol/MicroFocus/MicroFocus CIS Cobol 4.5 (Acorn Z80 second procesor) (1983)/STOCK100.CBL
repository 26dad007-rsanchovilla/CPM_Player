       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-TRANSMIT.
       AUTHOR. MICRO FOCUS LTD.
      *WRITES THE OPEN PURCHASE ORDERS OF EVERY SUPPLIER FLAGGED
      *FOR ELECTRONIC ORDERS (SUP-ORDER-METHOD "E") TO THE OUTBOUND
      *INTERCHANGE FILE STOCK.OTX - ONE HEADER RECORD PER ORDER AND
      *ONE DETAIL PER LINE, WITH THE SUPPLIER'S OWN ITEM REFERENCE
      *OFF STOCK.SXR, OR FOR A NON-STOCK LINE THE REQUISITION'S
      *DESCRIPTION OFF STOCK.NSQ - READY TO GO TO THE SUPPLIERS.
      *ONLY A LIVE ORDER (PO-STATUS "O") IS EVER SENT: ONE HELD FOR
      *APPROVAL, A DRAFT, A CANCELLED OR A COMPLETED ORDER STAYS AT
      *HOME.
      *EVERY REVISION SENT IS LOGGED ON STOCK.OTL, SO AN ORDER
      *AMENDED SINCE IT WENT (PO-REVISION STEPPED) IS SENT AGAIN
      *AND AN UNCHANGED ONE NEVER IS.  STOCK.OTX IS REWRITTEN BY
      *EACH RUN - SEND IT BEFORE RUNNING AGAIN.
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
           FILE STATUS SUP-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS STOCK-STATUS.
           SELECT XREF-FILE ASSIGN DYNAMIC STOCK-SXR-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY XR-KEY
           FILE STATUS XR-FILE-STATUS.
           SELECT NONSTOCK-FILE ASSIGN DYNAMIC STOCK-NSQ-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY NK-REQ-NO
           FILE STATUS NK-FILE-STATUS.
           SELECT TX-LOG-FILE ASSIGN DYNAMIC STOCK-OTL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY OL-KEY
           FILE STATUS OL-FILE-STATUS.
           SELECT ORDER-TX-FILE
           ASSIGN DYNAMIC STOCK-OTX-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS OX-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  PO-FILE; RECORD 50.
           COPY "POFILE.CPY".
       FD  PO-LINE-FILE; RECORD 60.
           COPY "POLINE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  XREF-FILE; RECORD 24.
           COPY "SXRFILE.CPY".
       FD  NONSTOCK-FILE; RECORD 120.
           COPY "NSQFILE.CPY".
       FD  TX-LOG-FILE; RECORD 40.
           COPY "OTLFILE.CPY".
       FD  ORDER-TX-FILE; RECORD 88.
           COPY "OTXREC.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-POL-FN PIC X(12) VALUE "STOCK.POL".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-SXR-FN PIC X(12) VALUE "STOCK.SXR".
           02  STOCK-NSQ-FN PIC X(12) VALUE "STOCK.NSQ".
           02  STOCK-OTL-FN PIC X(12) VALUE "STOCK.OTL".
           02  STOCK-OTX-FN PIC X(12) VALUE "STOCK.OTX".
       COPY "TERMPROF.CPY".
       01  PO-FILE-STATUS PIC XX.
       01  POL-FILE-STATUS PIC XX.
       01  SUP-STATUS PIC XX.
       01  STOCK-STATUS PIC XX.
       01  XR-FILE-STATUS PIC XX.
       01  NK-FILE-STATUS PIC XX.
       01  OL-FILE-STATUS PIC XX.
       01  OX-STATUS PIC XX.
       01  OPERATOR-ID PIC X(4).
       01  TODAY-DATE PIC X(10).
       01  ACTION-CHOICE PIC X.
       01  ENTERED-ORDER-NO PIC X(6).
       01  CONFIRM-ANSWER PIC X.
       01  MORE-ANSWER PIC X.
       01  BROWSE-LINE-COUNT PIC 99.
       01  ORDER-LINE-COUNT PIC 999.
       01  ORDERS-SENT PIC 9(4).
       01  LINES-SENT PIC 9(6).
       01  ORDERS-ALREADY-SENT PIC 9(4).
       01  TX-WRITE-FAILED PIC X.
       01  REF-FOUND PIC X.
       01  LOG-LINE.
           02  FILLER PIC X(5) VALUE "REV ".
           02  LG-REVISION PIC Z9.
           02  FILLER PIC X(3) VALUE SPACE.
           02  LG-SENT-DATE PIC X(10).
           02  FILLER PIC X(3) VALUE SPACE.
           02  LG-OPERATOR PIC X(4).
           02  FILLER PIC X(3) VALUE SPACE.
           02  LG-LINE-COUNT PIC ZZ9.
           02  FILLER PIC X(7) VALUE " LINES ".
           02  LG-METHOD-TEXT PIC X(20).
       01  SENT-LINE.
           02  FILLER PIC X(6) VALUE "ORDER ".
           02  SN-ORDER-NO PIC X(6).
           02  FILLER PIC X(5) VALUE " REV ".
           02  SN-REVISION PIC 99.
           02  FILLER PIC X(4) VALUE " TO ".
           02  SN-SUPPLIER PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  SN-LINE-COUNT PIC ZZ9.
           02  FILLER PIC X(6) VALUE " LINES".
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
           DISPLAY "ELECTRONIC PURCHASE ORDER TRANSMISSION".
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           OPEN INPUT PO-FILE.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "NO PURCHASE ORDERS ON DISK."
               GOBACK.
           OPEN INPUT PO-LINE-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT STOCK-FILE.
           OPEN INPUT XREF-FILE.
           OPEN INPUT NONSTOCK-FILE.
           OPEN I-O TX-LOG-FILE.
           IF OL-FILE-STATUS NOT = "00"
               OPEN OUTPUT TX-LOG-FILE
               CLOSE TX-LOG-FILE
               OPEN I-O TX-LOG-FILE
           END-IF.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE TO TODAY-DATE.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(S)END ORDERS NOT YET TRANSMITTED, (L)IST AN".
           DISPLAY "ORDER'S TRANSMISSIONS, (M)ARK AN ORDER AS".
           DISPLAY "ALREADY SENT (SUPERVISOR), OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "S" OR ACTION-CHOICE = "s"
               GO TO SEND-ORDERS.
           IF ACTION-CHOICE = "L" OR ACTION-CHOICE = "l"
               GO TO LIST-LOG.
           IF ACTION-CHOICE = "M" OR ACTION-CHOICE = "m"
               GO TO MARK-SENT.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *ONE PASS OF THE ORDER FILE - EVERY LIVE ORDER FOR AN
      *ELECTRONIC SUPPLIER WHOSE CURRENT REVISION IS NOT YET ON THE
      *LOG GOES ONTO A FRESH INTERCHANGE FILE
       SEND-ORDERS.
           OPEN OUTPUT ORDER-TX-FILE.
           IF OX-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON
                   "CANNOT OPEN STOCK.OTX, STATUS " OX-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           MOVE 0 TO ORDERS-SENT.
           MOVE 0 TO LINES-SENT.
           MOVE 0 TO ORDERS-ALREADY-SENT.
           MOVE "N" TO TX-WRITE-FAILED.
           MOVE LOW-VALUE TO PO-NUMBER.
           START PO-FILE KEY NOT LESS THAN PO-NUMBER
               INVALID GO TO SEND-ORDERS-DONE
           END-START.
       SEND-ORDERS-LOOP.
           READ PO-FILE NEXT RECORD
               AT END GO TO SEND-ORDERS-DONE
           END-READ.
           IF PO-STATUS NOT = "O" GO TO SEND-ORDERS-LOOP.
           MOVE PO-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID GO TO SEND-ORDERS-LOOP
           END-READ.
           IF SUP-ORDER-METHOD NOT = "E" GO TO SEND-ORDERS-LOOP.
           MOVE PO-NUMBER TO OL-ORDER-NO.
           MOVE PO-REVISION TO OL-REVISION.
           READ TX-LOG-FILE
               INVALID GO TO SEND-ORDERS-NEW
           END-READ.
           ADD 1 TO ORDERS-ALREADY-SENT.
           GO TO SEND-ORDERS-LOOP.
       SEND-ORDERS-NEW.
           PERFORM SEND-ONE-ORDER THRU SEND-ONE-ORDER-EXIT.
           IF TX-WRITE-FAILED = "Y" GO TO SEND-ORDERS-DONE.
           GO TO SEND-ORDERS-LOOP.
       SEND-ORDERS-DONE.
           CLOSE ORDER-TX-FILE.
           DISPLAY SPACE.
           IF TX-WRITE-FAILED = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
                   "RUN STOPPED - WRITE FAILED ON STOCK.OTX, STATUS "
                   OX-STATUS TERM-HIGHLIGHT-OFF
               DISPLAY "ORDERS LOGGED BEFORE THE FAILURE ARE ON THE"
               DISPLAY "FILE; THE REST GO ON THE NEXT RUN.".
           DISPLAY "ORDERS SENT:            " ORDERS-SENT.
           DISPLAY "LINES SENT:             " LINES-SENT.
           DISPLAY "ALREADY SENT, UNCHANGED: " ORDERS-ALREADY-SENT.
           IF ORDERS-SENT NOT = 0
               DISPLAY "SEND STOCK.OTX TO THE SUPPLIERS BEFORE THE"
               DISPLAY "NEXT RUN - EACH RUN STARTS A NEW FILE.".
           GO TO ASK-ACTION.
      *HEADER, THEN THE LINES, THEN THE LOG RECORD - THE REVISION IS
      *ONLY LOGGED ONCE EVERY RECORD OF IT IS SAFELY ON THE FILE
       SEND-ONE-ORDER.
           PERFORM COUNT-ORDER-LINES THRU COUNT-ORDER-LINES-EXIT.
           MOVE SPACE TO ORDER-TX-RECORD.
           MOVE "H" TO OX-RECORD-TYPE.
           MOVE PO-NUMBER TO OX-ORDER-NO.
           MOVE PO-REVISION TO OX-REVISION.
           MOVE PO-SUPPLIER TO OX-SUPPLIER.
           MOVE PO-DATE TO OX-ORDER-DATE.
           MOVE PO-ORDER-TYPE TO OX-ORDER-TYPE.
           MOVE PO-CONTRACT-NO TO OX-CONTRACT-NO.
           MOVE PO-EXPIRY-DATE TO OX-EXPIRY-DATE.
           MOVE SUP-CURRENCY TO OX-CURRENCY.
           MOVE ORDER-LINE-COUNT TO OX-LINE-COUNT.
           WRITE ORDER-TX-RECORD.
           IF OX-STATUS NOT = "00"
               MOVE "Y" TO TX-WRITE-FAILED
               GO TO SEND-ONE-ORDER-EXIT.
           MOVE PO-NUMBER TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO SEND-ONE-ORDER-LOG
           END-START.
       SEND-ONE-LINE.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO SEND-ONE-ORDER-LOG
           END-READ.
           IF POL-ORDER-NO NOT = PO-NUMBER GO TO SEND-ONE-ORDER-LOG.
      *A FIRST ISSUE HAS NO NEED OF LINES THAT NEVER WENT OUT
           IF POL-STATUS = "X" AND PO-REVISION = 0
               GO TO SEND-ONE-LINE.
           MOVE SPACE TO ORDER-TX-RECORD.
           MOVE "D" TO OX-RECORD-TYPE.
           MOVE PO-NUMBER TO OX-ORDER-NO.
           MOVE PO-REVISION TO OX-REVISION.
           MOVE POL-LINE-NO TO OX-LINE-NO.
           MOVE POL-STOCK-CODE TO OX-STOCK-CODE.
           IF POL-STOCK-CODE = SPACE
               PERFORM FIND-NONSTOCK-DESC THRU FIND-NONSTOCK-EXIT
           ELSE
               PERFORM FIND-ITEM-REF THRU FIND-ITEM-REF-EXIT
               PERFORM FIND-ITEM-UOM THRU FIND-ITEM-UOM-EXIT
           END-IF.
           MOVE POL-QTY-ORDERED TO OX-QTY-ORDERED.
           MOVE POL-UNIT-COST TO OX-UNIT-PRICE.
           MOVE POL-DUE-DATE TO OX-DUE-DATE.
           MOVE POL-STATUS TO OX-LINE-STATUS.
           WRITE ORDER-TX-RECORD.
           IF OX-STATUS NOT = "00"
               MOVE "Y" TO TX-WRITE-FAILED
               GO TO SEND-ONE-ORDER-EXIT.
           ADD 1 TO LINES-SENT.
           GO TO SEND-ONE-LINE.
       SEND-ONE-ORDER-LOG.
           MOVE SPACE TO TX-LOG-RECORD.
           MOVE PO-NUMBER TO OL-ORDER-NO.
           MOVE PO-REVISION TO OL-REVISION.
           MOVE PO-SUPPLIER TO OL-SUPPLIER.
           MOVE TODAY-DATE TO OL-SENT-DATE.
           MOVE OPERATOR-ID TO OL-OPERATOR.
           MOVE ORDER-LINE-COUNT TO OL-LINE-COUNT.
           MOVE "E" TO OL-METHOD.
           WRITE TX-LOG-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LOG FILE I/O ERROR, STATUS: " OL-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
           ADD 1 TO ORDERS-SENT.
           MOVE PO-NUMBER TO SN-ORDER-NO.
           MOVE PO-REVISION TO SN-REVISION.
           MOVE PO-SUPPLIER TO SN-SUPPLIER.
           MOVE ORDER-LINE-COUNT TO SN-LINE-COUNT.
           DISPLAY SENT-LINE.
       SEND-ONE-ORDER-EXIT.
           EXIT.
      *THE HEADER CARRIES THE NUMBER OF DETAIL RECORDS THAT FOLLOW
      *IT SO THE SUPPLIER'S SYSTEM CAN PROVE IT HAS THE WHOLE ORDER
       COUNT-ORDER-LINES.
           MOVE 0 TO ORDER-LINE-COUNT.
           MOVE PO-NUMBER TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO COUNT-ORDER-LINES-EXIT
           END-START.
       COUNT-ORDER-LINES-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO COUNT-ORDER-LINES-EXIT
           END-READ.
           IF POL-ORDER-NO NOT = PO-NUMBER
               GO TO COUNT-ORDER-LINES-EXIT.
           IF POL-STATUS = "X" AND PO-REVISION = 0
               GO TO COUNT-ORDER-LINES-LOOP.
           ADD 1 TO ORDER-LINE-COUNT.
           GO TO COUNT-ORDER-LINES-LOOP.
       COUNT-ORDER-LINES-EXIT.
           EXIT.
      *THE CROSS-REFERENCE IS KEYED THE SUPPLIER'S WAY ROUND, SO THE
      *SUPPLIER'S ENTRIES ARE WALKED UNTIL OUR CODE TURNS UP
       FIND-ITEM-REF.
           MOVE SPACE TO OX-ITEM-REF.
           IF XR-FILE-STATUS NOT = "00" GO TO FIND-ITEM-REF-EXIT.
           MOVE PO-SUPPLIER TO XR-SUPPLIER.
           MOVE LOW-VALUE TO XR-ITEM-REF.
           START XREF-FILE KEY NOT LESS THAN XR-KEY
               INVALID GO TO FIND-ITEM-REF-EXIT
           END-START.
       FIND-ITEM-REF-LOOP.
           READ XREF-FILE NEXT RECORD
               AT END GO TO FIND-ITEM-REF-EXIT
           END-READ.
           IF XR-SUPPLIER NOT = PO-SUPPLIER GO TO FIND-ITEM-REF-EXIT.
           IF XR-STOCK-CODE NOT = POL-STOCK-CODE
               GO TO FIND-ITEM-REF-LOOP.
           MOVE XR-ITEM-REF TO OX-ITEM-REF.
       FIND-ITEM-REF-EXIT.
           EXIT.
      *AN ORDER LINE CARRIES NO BIN - ANY LOCATION OF THE CODE
      *GIVES ITS STOCKKEEPING UNIT
       FIND-ITEM-UOM.
           MOVE SPACE TO OX-UOM.
           MOVE POL-STOCK-CODE TO STOCK-CODE.
           MOVE LOW-VALUE TO LOCATION-CODE.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID GO TO FIND-ITEM-UOM-EXIT
           END-START.
           READ STOCK-FILE NEXT RECORD
               AT END GO TO FIND-ITEM-UOM-EXIT
           END-READ.
           IF STOCK-CODE = POL-STOCK-CODE
               MOVE ITEM-UOM TO OX-UOM.
       FIND-ITEM-UOM-EXIT.
           EXIT.
      *A LINE WITH NO STOCK CODE IS A NON-STOCK REQUISITION ON
      *ORDER - THE REQUISITION AGAINST THIS LINE NAMES WHAT IS
      *BEING BOUGHT, AS PURCHASE-ORDER-MAINT PRINTS IT
       FIND-NONSTOCK-DESC.
           IF NK-FILE-STATUS NOT = "00" GO TO FIND-NONSTOCK-EXIT.
           MOVE LOW-VALUE TO NK-REQ-NO.
           START NONSTOCK-FILE KEY NOT LESS THAN NK-REQ-NO
               INVALID GO TO FIND-NONSTOCK-EXIT
           END-START.
       FIND-NONSTOCK-LOOP.
           READ NONSTOCK-FILE NEXT RECORD
               AT END GO TO FIND-NONSTOCK-EXIT
           END-READ.
           IF NK-PO-NO NOT = POL-ORDER-NO
               OR NK-PO-LINE NOT = POL-LINE-NO
               GO TO FIND-NONSTOCK-LOOP.
           IF NK-STATUS NOT = "O" AND NK-STATUS NOT = "R"
               GO TO FIND-NONSTOCK-LOOP.
           MOVE NK-DESC TO OX-DESC.
       FIND-NONSTOCK-EXIT.
           EXIT.
      *EVERY REVISION OF ONE ORDER THAT HAS GONE TO THE SUPPLIER,
      *AND WHETHER THE CURRENT ONE IS STILL WAITING TO GO
       LIST-LOG.
           DISPLAY "ENTER ORDER NO: ".
           ACCEPT ENTERED-ORDER-NO.
           IF ENTERED-ORDER-NO = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID ORDER NO"
                   TERM-HIGHLIGHT-OFF
               GO TO LIST-LOG
           END-READ.
           DISPLAY "ORDER " PO-NUMBER "  SUPPLIER " PO-SUPPLIER
               "  STATUS " PO-STATUS "  CURRENT REVISION "
               PO-REVISION.
           MOVE 0 TO BROWSE-LINE-COUNT.
           MOVE ENTERED-ORDER-NO TO OL-ORDER-NO.
           MOVE 0 TO OL-REVISION.
           START TX-LOG-FILE KEY NOT LESS THAN OL-KEY
               INVALID GO TO LIST-LOG-DONE
           END-START.
       LIST-LOG-LOOP.
           READ TX-LOG-FILE NEXT RECORD
               AT END GO TO LIST-LOG-DONE
           END-READ.
           IF OL-ORDER-NO NOT = ENTERED-ORDER-NO GO TO LIST-LOG-DONE.
           ADD 1 TO BROWSE-LINE-COUNT.
           MOVE OL-REVISION TO LG-REVISION.
           MOVE OL-SENT-DATE TO LG-SENT-DATE.
           MOVE OL-OPERATOR TO LG-OPERATOR.
           MOVE OL-LINE-COUNT TO LG-LINE-COUNT.
           IF OL-METHOD = "M"
               MOVE "MARKED AS SENT" TO LG-METHOD-TEXT
           ELSE
               MOVE "TRANSMITTED" TO LG-METHOD-TEXT
           END-IF.
           DISPLAY LOG-LINE.
           GO TO LIST-LOG-LOOP.
       LIST-LOG-DONE.
           IF BROWSE-LINE-COUNT = 0
               DISPLAY "NOTHING SENT FOR THIS ORDER YET".
           MOVE ENTERED-ORDER-NO TO OL-ORDER-NO.
           MOVE PO-REVISION TO OL-REVISION.
           READ TX-LOG-FILE
               INVALID
                   IF PO-STATUS = "O"
                       DISPLAY "CURRENT REVISION NOT YET SENT"
                   END-IF
           END-READ.
           GO TO ASK-ACTION.
      *AN ORDER WHOSE PAPER COPY ALREADY WENT - USUALLY FROM BEFORE
      *THE SUPPLIER WAS SWITCHED TO ELECTRONIC ORDERS - IS LOGGED
      *WITHOUT BEING TRANSMITTED SO THE SUPPLIER NEVER GETS IT TWICE
       MARK-SENT.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO ASK-ACTION.
           DISPLAY "ENTER ORDER NO TO MARK AS SENT: ".
           ACCEPT ENTERED-ORDER-NO.
           IF ENTERED-ORDER-NO = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID ORDER NO"
                   TERM-HIGHLIGHT-OFF
               GO TO MARK-SENT
           END-READ.
           IF PO-STATUS NOT = "O"
               DISPLAY TERM-HIGHLIGHT-ON "ORDER IS NOT OPEN"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           MOVE PO-NUMBER TO OL-ORDER-NO.
           MOVE PO-REVISION TO OL-REVISION.
           READ TX-LOG-FILE
               INVALID GO TO MARK-SENT-CONFIRM
           END-READ.
           DISPLAY "REVISION " PO-REVISION " IS ALREADY ON THE LOG".
           GO TO ASK-ACTION.
       MARK-SENT-CONFIRM.
           DISPLAY "MARK REVISION " PO-REVISION " OF " PO-NUMBER
               " AS SENT? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           PERFORM COUNT-ORDER-LINES THRU COUNT-ORDER-LINES-EXIT.
           MOVE SPACE TO TX-LOG-RECORD.
           MOVE PO-NUMBER TO OL-ORDER-NO.
           MOVE PO-REVISION TO OL-REVISION.
           MOVE PO-SUPPLIER TO OL-SUPPLIER.
           MOVE TODAY-DATE TO OL-SENT-DATE.
           MOVE OPERATOR-ID TO OL-OPERATOR.
           MOVE ORDER-LINE-COUNT TO OL-LINE-COUNT.
           MOVE "M" TO OL-METHOD.
           WRITE TX-LOG-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LOG FILE I/O ERROR, STATUS: " OL-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-WRITE.
           DISPLAY "ORDER MARKED AS SENT".
           GO TO ASK-ACTION.
       END-IT.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE STOCK-FILE.
           CLOSE XREF-FILE.
           CLOSE NONSTOCK-FILE.
           CLOSE TX-LOG-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.POL" TO STOCK-POL-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.SXR" TO STOCK-SXR-FN.
           MOVE "TRAIN.NSQ" TO STOCK-NSQ-FN.
           MOVE "TRAIN.OTL" TO STOCK-OTL-FN.
           MOVE "TRAIN.OTX" TO STOCK-OTX-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
