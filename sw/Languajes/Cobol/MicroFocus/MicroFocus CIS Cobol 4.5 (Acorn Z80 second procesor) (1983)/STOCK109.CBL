       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCK-DIARY.
       AUTHOR. MICRO FOCUS LTD.
      *THE RECEIVING DOCK DIARY.  WHEN A SUPPLIER RINGS TO CONFIRM
      *A DELIVERY THE ORDER IS BOOKED INTO A SLOT - DATE, TIME BAND
      *AND DOCK DOOR - SO THE LORRIES ARE SPREAD OVER THE DAY
      *INSTEAD OF ALL ARRIVING AT NINE.  THE BOOKING SHOWS WHAT THE
      *ORDER STILL HAS OUTSTANDING ON STOCK.POL AND WARNS WHEN THE
      *SLOT ALREADY HOLDS AS MANY DELIVERIES AS THE DOCK-LIMIT
      *PARAMETER ALLOWS.  THE ARRIVALS SHEET GIVES GOODS-INWARD
      *THE DAY IN SLOT ORDER; THE NO-SHOW PASS CLOSES EVERY
      *BOOKING UP TO THE DATE GIVEN, MARKING THOSE WITH NO RECEIPT
      *POSTED AGAINST THE ORDER AS NO-SHOWS FOR THE SUPPLIER
      *PERFORMANCE REPORT.
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
           FILE STATUS SU-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC STOCK-JRN-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JR-KEY
           FILE STATUS JR-FILE-STATUS.
           SELECT DOCK-FILE ASSIGN DYNAMIC STOCK-DKA-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DA-KEY
           FILE STATUS DA-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC PRINT-FN
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
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  DOCK-FILE; RECORD 90.
           COPY "DKAFILE.CPY".
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
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-DKA-FN PIC X(12) VALUE "STOCK.DKA".
           02  STOCK-DAS-FN PIC X(12) VALUE "STOCK.DAS".
           02  STOCK-DNS-FN PIC X(12) VALUE "STOCK.DNS".
       01  PRINT-FN PIC X(12).
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
           COPY "PRMREQ.CPY".
       01  RPT-OUT-IX PIC 9.
       01  PO-FILE-STATUS PIC XX.
       01  POL-FILE-STATUS PIC XX.
       01  SU-FILE-STATUS PIC XX.
       01  JR-FILE-STATUS PIC XX.
       01  DA-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  JOURNAL-OPEN PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  SHEET-DATE PIC X(10).
       01  SHEET-DATE-NUM PIC 9(8).
       01  DOCK-SLOT-LIMIT PIC 99 VALUE 1.
       01  ENTERED-PO PIC X(6).
       01  ENTERED-BAND-X PIC XX.
       01  ENTERED-BAND-9 REDEFINES ENTERED-BAND-X PIC 99.
       01  ENTERED-DOOR PIC XX.
       01  ENTERED-CONTACT PIC X(20).
       01  SLOT-DATE PIC X(10).
       01  SLOT-DATE-NUM PIC 9(8).
       01  SLOT-COUNT PIC 99.
       01  SLOT-LAST-SEQ PIC 99.
       01  LINES-SHOWN PIC 9(3).
       01  OUTSTANDING-QTY PIC 9(6)V99.
       01  BOOKINGS-LISTED PIC 9(5).
       01  RECEIVED-COUNT PIC 9(5).
       01  NO-SHOW-COUNT PIC 9(5).
       01  RECEIPT-FOUND PIC X.
       01  JR-DATE-NUM PIC 9(8).
       01  EXPECTED-HEADING.
           02  FILLER PIC X(6) VALUE " LINE".
           02  FILLER PIC X(10) VALUE "ITEM".
           02  FILLER PIC X(12) VALUE " OUTSTANDING".
           02  FILLER PIC X(12) VALUE "  DUE".
       01  EXPECTED-LINE.
           02  FILLER PIC XX VALUE SPACE.
           02  EX-LINE-NO PIC Z9.
           02  FILLER PIC XX VALUE SPACE.
           02  EX-STOCK-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  EX-OUTSTANDING PIC ZZZZZ9.99.
           02  FILLER PIC X(3) VALUE SPACE.
           02  EX-DUE-DATE PIC X(10).
       01  SLOT-HEADING.
           02  FILLER PIC X(7) VALUE "SLOT".
           02  FILLER PIC X(6) VALUE "DOOR".
           02  FILLER PIC X(8) VALUE "ORDER".
           02  FILLER PIC X(6) VALUE "SUPP".
           02  FILLER PIC X(31) VALUE "NAME".
           02  FILLER PIC X(10) VALUE "ARRIVED".
       01  SLOT-LINE.
           02  SL-HOUR PIC 99.
           02  FILLER PIC X(5) VALUE ":00  ".
           02  SL-DOOR PIC XX.
           02  FILLER PIC X(4) VALUE SPACE.
           02  SL-PO-NUMBER PIC X(6).
           02  FILLER PIC XX VALUE SPACE.
           02  SL-SUPPLIER PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  SL-NAME PIC X(30).
           02  FILLER PIC X VALUE SPACE.
           02  SL-TICK PIC X(10) VALUE "[        ]".
       01  NO-SHOW-HEADING.
           02  FILLER PIC X(11) VALUE "SLOT DATE".
           02  FILLER PIC X(7) VALUE "SLOT".
           02  FILLER PIC X(6) VALUE "DOOR".
           02  FILLER PIC X(8) VALUE "ORDER".
           02  FILLER PIC X(6) VALUE "SUPP".
           02  FILLER PIC X(31) VALUE "NAME".
       01  NO-SHOW-LINE.
           02  NS-SLOT-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  NS-HOUR PIC 99.
           02  FILLER PIC X(5) VALUE ":00  ".
           02  NS-DOOR PIC XX.
           02  FILLER PIC X(4) VALUE SPACE.
           02  NS-PO-NUMBER PIC X(6).
           02  FILLER PIC XX VALUE SPACE.
           02  NS-SUPPLIER PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  NS-NAME PIC X(30).
       01  NO-SHOW-TOTAL.
           02  FILLER PIC X(20) VALUE "BOOKINGS CLOSED:".
           02  NT-CLOSED PIC ZZZZ9.
           02  FILLER PIC X(14) VALUE "   RECEIVED:".
           02  NT-RECEIVED PIC ZZZZ9.
           02  FILLER PIC X(14) VALUE "   NO-SHOWS:".
           02  NT-NO-SHOWS PIC ZZZZ9.
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
           DISPLAY "RECEIVING DOCK DIARY".
           MOVE "DOCK-LIMIT" TO PQ-KEY.
           MOVE DOCK-SLOT-LIMIT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO DOCK-SLOT-LIMIT.
           OPEN INPUT PO-FILE.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "NO PURCHASE ORDER FILE ON DISK."
               GO TO END-NO-FILES.
           OPEN INPUT PO-LINE-FILE.
           IF POL-FILE-STATUS NOT = "00"
               DISPLAY "NO PURCHASE ORDER LINE FILE ON DISK."
               CLOSE PO-FILE
               GO TO END-NO-FILES.
           OPEN INPUT SUPPLIER-FILE.
           MOVE "Y" TO JOURNAL-OPEN.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               MOVE "N" TO JOURNAL-OPEN.
           OPEN I-O DOCK-FILE.
           IF DA-FILE-STATUS NOT = "00"
               OPEN OUTPUT DOCK-FILE
               CLOSE DOCK-FILE
               OPEN I-O DOCK-FILE
           END-IF.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(B)OOK A DELIVERY, (C)ANCEL A BOOKING,".
           DISPLAY "(A)RRIVALS SHEET, (N)O-SHOW REPORT, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "B" OR ACTION-CHOICE = "b"
               GO TO BOOK-DELIVERY.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CANCEL-BOOKING.
           IF ACTION-CHOICE = "A" OR ACTION-CHOICE = "a"
               GO TO ARRIVALS-SHEET.
           IF ACTION-CHOICE = "N" OR ACTION-CHOICE = "n"
               GO TO NO-SHOW-REPORT.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *THE SUPPLIER IS ON THE TELEPHONE - THE ORDER MUST BE OPEN,
      *AND WHAT IT STILL HAS OUTSTANDING IS SHOWN SO THE CALL CAN
      *CONFIRM WHAT IS ACTUALLY ON THE LORRY
       BOOK-DELIVERY.
           DISPLAY SPACE.
           DISPLAY "PURCHASE ORDER NO (BLANK TO END): ".
           MOVE SPACE TO ENTERED-PO.
           ACCEPT ENTERED-PO.
           IF ENTERED-PO = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-PO TO PO-NUMBER.
           READ PO-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "ORDER NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO BOOK-DELIVERY
           END-READ.
           IF PO-ORDER-TYPE = "K"
               DISPLAY TERM-HIGHLIGHT-ON
                   "CONTRACT ORDER - BOOK THE CALL-OFF INSTEAD"
                   TERM-HIGHLIGHT-OFF
               GO TO BOOK-DELIVERY.
           IF PO-STATUS = "A"
               DISPLAY TERM-HIGHLIGHT-ON
                   "ORDER IS AWAITING APPROVAL" TERM-HIGHLIGHT-OFF
               GO TO BOOK-DELIVERY.
           IF PO-STATUS NOT = "O"
               DISPLAY TERM-HIGHLIGHT-ON
                   "ORDER IS NOT OPEN" TERM-HIGHLIGHT-OFF
               GO TO BOOK-DELIVERY.
           MOVE PO-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID MOVE "** UNKNOWN **" TO SUPPLIER-NAME
           END-READ.
           DISPLAY "SUPPLIER " PO-SUPPLIER "  " SUPPLIER-NAME.
           DISPLAY EXPECTED-HEADING.
           PERFORM SHOW-EXPECTED-LINES THRU SHOW-EXPECTED-EXIT.
           IF LINES-SHOWN = 0
               DISPLAY TERM-HIGHLIGHT-ON
                   "NOTHING IS OUTSTANDING ON THIS ORDER"
                   TERM-HIGHLIGHT-OFF
               GO TO BOOK-DELIVERY.
       BOOK-ASK-DATE.
           DISPLAY "DELIVERY DATE (MM/DD/YYYY): ".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO BOOK-ASK-DATE.
           IF DC-DATE-NUM < RUN-DATE-NUM
               DISPLAY "THAT DATE HAS ALREADY PASSED."
               GO TO BOOK-ASK-DATE.
           MOVE DC-DATE TO SLOT-DATE.
           MOVE DC-DATE-NUM TO SLOT-DATE-NUM.
       BOOK-ASK-BAND.
           DISPLAY "TIME BAND - HOUR IT STARTS (00-23): ".
           MOVE SPACE TO ENTERED-BAND-X.
           ACCEPT ENTERED-BAND-X.
           IF ENTERED-BAND-X NOT NUMERIC OR ENTERED-BAND-9 > 23
               DISPLAY TERM-HIGHLIGHT-ON "NOT AN HOUR 00 TO 23"
                   TERM-HIGHLIGHT-OFF
               GO TO BOOK-ASK-BAND.
       BOOK-ASK-DOOR.
           DISPLAY "DOCK DOOR: ".
           MOVE SPACE TO ENTERED-DOOR.
           ACCEPT ENTERED-DOOR.
           IF ENTERED-DOOR = SPACE GO TO BOOK-ASK-DOOR.
           PERFORM COUNT-SLOT THRU COUNT-SLOT-EXIT.
           IF SLOT-LAST-SEQ = 99
               DISPLAY TERM-HIGHLIGHT-ON
                   "NO ROOM LEFT ON FILE FOR THIS SLOT"
                   TERM-HIGHLIGHT-OFF
               GO TO BOOK-ASK-BAND.
      *A FULL SLOT IS A WARNING, NOT A REFUSAL - THE SUPPLIER MAY
      *ONLY HAVE THAT ONE SLOT TO OFFER
           IF SLOT-COUNT NOT < DOCK-SLOT-LIMIT
               DISPLAY TERM-HIGHLIGHT-ON "SLOT ALREADY FULL - "
                   SLOT-COUNT " DELIVERIES BOOKED" TERM-HIGHLIGHT-OFF
               DISPLAY "BOOK IT ANYWAY? (Y/N): "
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
                   GO TO BOOK-ASK-BAND.
           DISPLAY "CONFIRMED BY (NAME AT THE SUPPLIER): ".
           MOVE SPACE TO ENTERED-CONTACT.
           ACCEPT ENTERED-CONTACT.
           DISPLAY "BOOK ORDER " ENTERED-PO " FOR " SLOT-DATE " "
               ENTERED-BAND-X ":00 DOOR " ENTERED-DOOR
               " - CONFIRM (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO BOOK-DELIVERY.
           MOVE SPACE TO DOCK-APPT-RECORD.
           MOVE SLOT-DATE-NUM TO DA-SLOT-NUM.
           MOVE ENTERED-BAND-9 TO DA-BAND.
           MOVE ENTERED-DOOR TO DA-DOOR.
           COMPUTE DA-SEQ = SLOT-LAST-SEQ + 1.
           MOVE SLOT-DATE TO DA-SLOT-DATE.
           MOVE ENTERED-PO TO DA-PO-NUMBER.
           MOVE PO-SUPPLIER TO DA-SUPPLIER.
           MOVE "B" TO DA-STATUS.
           MOVE ENTERED-CONTACT TO DA-CONTACT.
           MOVE SGN-OPERATOR-ID TO DA-BOOKED-BY.
           MOVE RUN-DATE TO DA-BOOKED-ON.
           MOVE RUN-DATE-NUM TO DA-BOOKED-NUM.
           WRITE DOCK-APPT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "DOCK DIARY I/O ERROR, STATUS: " DA-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO BOOK-DELIVERY
           END-WRITE.
           DISPLAY "DELIVERY BOOKED.".
           GO TO BOOK-DELIVERY.
      *THE ORDER'S LINES STILL EXPECTED, WITH WHAT IS LEFT TO COME
       SHOW-EXPECTED-LINES.
           MOVE 0 TO LINES-SHOWN.
           MOVE PO-NUMBER TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO SHOW-EXPECTED-EXIT
           END-START.
       SHOW-EXPECTED-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO SHOW-EXPECTED-EXIT
           END-READ.
           IF POL-ORDER-NO NOT = PO-NUMBER GO TO SHOW-EXPECTED-EXIT.
           IF POL-STATUS NOT = "O" GO TO SHOW-EXPECTED-LOOP.
           IF POL-QTY-RECEIVED NOT < POL-QTY-ORDERED
               GO TO SHOW-EXPECTED-LOOP.
           ADD 1 TO LINES-SHOWN.
           COMPUTE OUTSTANDING-QTY =
               POL-QTY-ORDERED - POL-QTY-RECEIVED.
           MOVE POL-LINE-NO TO EX-LINE-NO.
           MOVE POL-STOCK-CODE TO EX-STOCK-CODE.
           MOVE OUTSTANDING-QTY TO EX-OUTSTANDING.
           MOVE POL-DUE-DATE TO EX-DUE-DATE.
           IF PRINT-FN = SPACE
               DISPLAY EXPECTED-LINE
           ELSE
               MOVE EXPECTED-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
           END-IF.
           GO TO SHOW-EXPECTED-LOOP.
       SHOW-EXPECTED-EXIT.
           EXIT.
      *HOW MANY LIVE BOOKINGS THE SLOT ALREADY HOLDS, AND THE LAST
      *SEQUENCE NUMBER USED IN IT (CANCELLED ONES INCLUDED, SO A
      *KEY IS NEVER RE-USED)
       COUNT-SLOT.
           MOVE 0 TO SLOT-COUNT.
           MOVE 0 TO SLOT-LAST-SEQ.
           MOVE SLOT-DATE-NUM TO DA-SLOT-NUM.
           MOVE ENTERED-BAND-9 TO DA-BAND.
           MOVE ENTERED-DOOR TO DA-DOOR.
           MOVE 0 TO DA-SEQ.
           START DOCK-FILE KEY NOT LESS THAN DA-KEY
               INVALID GO TO COUNT-SLOT-EXIT
           END-START.
       COUNT-SLOT-LOOP.
           READ DOCK-FILE NEXT RECORD
               AT END GO TO COUNT-SLOT-EXIT
           END-READ.
           IF DA-SLOT-NUM NOT = SLOT-DATE-NUM
               OR DA-BAND NOT = ENTERED-BAND-9
               OR DA-DOOR NOT = ENTERED-DOOR
               GO TO COUNT-SLOT-EXIT.
           MOVE DA-SEQ TO SLOT-LAST-SEQ.
           IF DA-STATUS NOT = "X"
               ADD 1 TO SLOT-COUNT.
           GO TO COUNT-SLOT-LOOP.
       COUNT-SLOT-EXIT.
           EXIT.
      *THE SUPPLIER RINGS BACK TO CALL IT OFF - EVERY BOOKING STILL
      *OPEN FOR THE ORDER IS OFFERED IN TURN
       CANCEL-BOOKING.
           DISPLAY SPACE.
           DISPLAY "PURCHASE ORDER NO (BLANK TO END): ".
           MOVE SPACE TO ENTERED-PO.
           ACCEPT ENTERED-PO.
           IF ENTERED-PO = SPACE GO TO ASK-ACTION.
           MOVE 0 TO BOOKINGS-LISTED.
           MOVE LOW-VALUE TO DA-KEY.
           START DOCK-FILE KEY NOT LESS THAN DA-KEY
               INVALID GO TO CANCEL-DONE
           END-START.
       CANCEL-LOOP.
           READ DOCK-FILE NEXT RECORD
               AT END GO TO CANCEL-DONE
           END-READ.
           IF DA-PO-NUMBER NOT = ENTERED-PO OR DA-STATUS NOT = "B"
               GO TO CANCEL-LOOP.
           ADD 1 TO BOOKINGS-LISTED.
           DISPLAY DA-SLOT-DATE " " DA-BAND ":00 DOOR " DA-DOOR
               "  BOOKED BY " DA-BOOKED-BY " ON " DA-BOOKED-ON.
           DISPLAY "CANCEL THIS BOOKING? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO CANCEL-LOOP.
           MOVE "X" TO DA-STATUS.
           MOVE RUN-DATE TO DA-CLOSED-ON.
           REWRITE DOCK-APPT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "DOCK DIARY I/O ERROR, STATUS: " DA-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           DISPLAY "BOOKING CANCELLED.".
           GO TO CANCEL-LOOP.
       CANCEL-DONE.
           IF BOOKINGS-LISTED = 0
               DISPLAY "NO OPEN BOOKING FOR THAT ORDER.".
           GO TO CANCEL-BOOKING.
      *THE DAY'S LORRIES IN THE ORDER THEY ARE DUE, EACH WITH THE
      *LINES GOODS-INWARD SHOULD FIND ON IT - ON STOCK.DAS
       ARRIVALS-SHEET.
           PERFORM GET-SHEET-DATE THRU GET-SHEET-DATE-EXIT.
           MOVE STOCK-DAS-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "DAILY ARRIVALS SHEET - GOODS INWARD" TO RPT-TITLE.
           MOVE SLOT-HEADING TO RPT-COL-HEADING.
           MOVE SHEET-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO BOOKINGS-LISTED.
           MOVE SHEET-DATE-NUM TO DA-SLOT-NUM.
           MOVE 0 TO DA-BAND.
           MOVE LOW-VALUE TO DA-DOOR.
           MOVE 0 TO DA-SEQ.
           START DOCK-FILE KEY NOT LESS THAN DA-KEY
               INVALID GO TO ARRIVALS-DONE
           END-START.
       ARRIVALS-LOOP.
           READ DOCK-FILE NEXT RECORD
               AT END GO TO ARRIVALS-DONE
           END-READ.
           IF DA-SLOT-NUM NOT = SHEET-DATE-NUM GO TO ARRIVALS-DONE.
           IF DA-STATUS = "X" GO TO ARRIVALS-LOOP.
           ADD 1 TO BOOKINGS-LISTED.
           MOVE DA-BAND TO SL-HOUR.
           MOVE DA-DOOR TO SL-DOOR.
           MOVE DA-PO-NUMBER TO SL-PO-NUMBER.
           MOVE DA-SUPPLIER TO SL-SUPPLIER.
           MOVE DA-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID MOVE "** UNKNOWN **" TO SUPPLIER-NAME
           END-READ.
           MOVE SUPPLIER-NAME TO SL-NAME.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SLOT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY SLOT-LINE.
           MOVE DA-PO-NUMBER TO PO-NUMBER.
           PERFORM SHOW-EXPECTED-LINES THRU SHOW-EXPECTED-EXIT.
           GO TO ARRIVALS-LOOP.
       ARRIVALS-DONE.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           MOVE SPACE TO PRINT-FN.
           DISPLAY "DELIVERIES BOOKED FOR " SHEET-DATE ": "
               BOOKINGS-LISTED.
           DISPLAY "ARRIVALS SHEET IS ON STOCK.DAS".
           GO TO ASK-ACTION.
      *END OF DAY - EVERY BOOKING STILL OPEN UP TO THE DATE GIVEN
      *IS CLOSED.  A RECEIPT (OR QUARANTINE RECEIPT) POSTED AGAINST
      *THE ORDER BETWEEN THE BOOKING AND THE SLOT DAY MEANS THE
      *LORRY CAME; ANYTHING ELSE IS A NO-SHOW AND PRINTS ON STOCK.DNS
       NO-SHOW-REPORT.
           PERFORM GET-SHEET-DATE THRU GET-SHEET-DATE-EXIT.
           IF SHEET-DATE-NUM > RUN-DATE-NUM
               DISPLAY TERM-HIGHLIGHT-ON
                   "THAT DAY HAS NOT ENDED YET" TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           IF JOURNAL-OPEN NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
                   "NO JOURNAL ON DISK - RECEIPTS CANNOT BE CHECKED"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           MOVE STOCK-DNS-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "DOCK BOOKINGS - NO-SHOWS" TO RPT-TITLE.
           MOVE NO-SHOW-HEADING TO RPT-COL-HEADING.
           MOVE SHEET-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO BOOKINGS-LISTED.
           MOVE 0 TO RECEIVED-COUNT.
           MOVE 0 TO NO-SHOW-COUNT.
           MOVE LOW-VALUE TO DA-KEY.
           START DOCK-FILE KEY NOT LESS THAN DA-KEY
               INVALID GO TO NO-SHOW-DONE
           END-START.
       NO-SHOW-LOOP.
           READ DOCK-FILE NEXT RECORD
               AT END GO TO NO-SHOW-DONE
           END-READ.
           IF DA-SLOT-NUM > SHEET-DATE-NUM GO TO NO-SHOW-DONE.
           IF DA-STATUS NOT = "B" GO TO NO-SHOW-LOOP.
           ADD 1 TO BOOKINGS-LISTED.
           PERFORM FIND-RECEIPT THRU FIND-RECEIPT-EXIT.
           MOVE SHEET-DATE TO DA-CLOSED-ON.
           IF RECEIPT-FOUND = "Y"
               MOVE "R" TO DA-STATUS
               ADD 1 TO RECEIVED-COUNT
           ELSE
               MOVE "N" TO DA-STATUS
               ADD 1 TO NO-SHOW-COUNT
               MOVE DA-SLOT-DATE TO NS-SLOT-DATE
               MOVE DA-BAND TO NS-HOUR
               MOVE DA-DOOR TO NS-DOOR
               MOVE DA-PO-NUMBER TO NS-PO-NUMBER
               MOVE DA-SUPPLIER TO NS-SUPPLIER
               MOVE DA-SUPPLIER TO SUPPLIER-CODE
               READ SUPPLIER-FILE
                   INVALID MOVE "** UNKNOWN **" TO SUPPLIER-NAME
               END-READ
               MOVE SUPPLIER-NAME TO NS-NAME
               MOVE NO-SHOW-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               DISPLAY NO-SHOW-LINE
           END-IF.
           REWRITE DOCK-APPT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "DOCK DIARY I/O ERROR, STATUS: " DA-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           GO TO NO-SHOW-LOOP.
       NO-SHOW-DONE.
           MOVE BOOKINGS-LISTED TO NT-CLOSED.
           MOVE RECEIVED-COUNT TO NT-RECEIVED.
           MOVE NO-SHOW-COUNT TO NT-NO-SHOWS.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE NO-SHOW-TOTAL TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           MOVE SPACE TO PRINT-FN.
           DISPLAY NO-SHOW-TOTAL.
           DISPLAY "NO-SHOW REPORT IS ON STOCK.DNS".
           GO TO ASK-ACTION.
      *ANY RECEIPT AGAINST THE BOOKED ORDER, ON ANY OF ITS LINES'
      *STOCK CODES, DATED FROM THE BOOKING TO THE SLOT DAY
       FIND-RECEIPT.
           MOVE "N" TO RECEIPT-FOUND.
           MOVE DA-PO-NUMBER TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO FIND-RECEIPT-EXIT
           END-START.
       FIND-RECEIPT-LINE.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO FIND-RECEIPT-EXIT
           END-READ.
           IF POL-ORDER-NO NOT = DA-PO-NUMBER GO TO FIND-RECEIPT-EXIT.
           MOVE POL-STOCK-CODE TO JR-STOCK-CODE.
           MOVE LOW-VALUE TO JR-LOCATION.
           MOVE 0 TO JR-SEQ.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID GO TO FIND-RECEIPT-LINE
           END-START.
       FIND-RECEIPT-JRN.
           READ JOURNAL-FILE NEXT RECORD
               AT END GO TO FIND-RECEIPT-LINE
           END-READ.
           IF JR-STOCK-CODE NOT = POL-STOCK-CODE
               GO TO FIND-RECEIPT-LINE.
           IF JR-TYPE NOT = "R" AND JR-TYPE NOT = "Q"
               GO TO FIND-RECEIPT-JRN.
           IF JR-REFERENCE NOT = DA-PO-NUMBER GO TO FIND-RECEIPT-JRN.
           COMPUTE JR-DATE-NUM = JR-YYYY * 10000 + JR-MM * 100 + JR-DD.
           IF JR-DATE-NUM < DA-BOOKED-NUM OR JR-DATE-NUM > DA-SLOT-NUM
               GO TO FIND-RECEIPT-JRN.
           MOVE "Y" TO RECEIPT-FOUND.
       FIND-RECEIPT-EXIT.
           EXIT.
       END-IT.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE DOCK-FILE.
           IF JOURNAL-OPEN = "Y"
               CLOSE JOURNAL-FILE.
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
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.POL" TO STOCK-POL-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.DKA" TO STOCK-DKA-FN.
           MOVE "TRAIN.DAS" TO STOCK-DAS-FN.
           MOVE "TRAIN.DNS" TO STOCK-DNS-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-RUN-DATE.
           MOVE SPACE TO PRINT-FN.
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
      *THE DAY A SHEET OR THE NO-SHOW PASS IS FOR - A BARE RETURN
      *TAKES THE SESSION DATE
       GET-SHEET-DATE.
           DISPLAY "FOR WHICH DAY (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES " RUN-DATE ")".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           IF DC-DATE-ENTRY = SPACE
               MOVE RUN-DATE TO SHEET-DATE
               MOVE RUN-DATE-NUM TO SHEET-DATE-NUM
               GO TO GET-SHEET-DATE-EXIT.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-SHEET-DATE.
           MOVE DC-DATE TO SHEET-DATE.
           MOVE DC-DATE-NUM TO SHEET-DATE-NUM.
       GET-SHEET-DATE-EXIT.
           EXIT.
