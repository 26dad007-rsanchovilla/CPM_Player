           ASSIGN DYNAMIC STOCK-AUD-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS AU-STATUS.
      *A LINE WITH NO STOCK CODE IS A NON-STOCK REQUISITION PUT ON
      *ORDER - THE PRINTED ORDER TAKES ITS DESCRIPTION FROM THERE
           SELECT NONSTOCK-FILE ASSIGN DYNAMIC STOCK-NSQ-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY NK-REQ-NO
           FILE STATUS NK-FILE-STATUS.
      *THE SUPPLIER'S COMPLIANCE CERTIFICATES - A NEW ORDER WAITS
      *ON THE MANDATORY ONES BEING HELD AND IN DATE
           SELECT CERT-FILE ASSIGN DYNAMIC STOCK-CRT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SC-KEY
           FILE STATUS SC-FILE-STATUS.
      *THE PRINTED ORDER DOCUMENT FOR THE SUPPLIER GOES TO ITS OWN
      *REPORT FILE SO IT CAN BE KEPT AND REPRINTED THROUGH THE
      *SPOOL SLOTS LIKE THE OTHER DOCUMENTS
           COPY "LTMFILE.CPY".
       FD  AUDIT-FILE; RECORD 98.
           COPY "AUDFILE.CPY".
       FD  NONSTOCK-FILE; RECORD 120.
           COPY "NSQFILE.CPY".
       FD  CERT-FILE; RECORD 80.
           COPY "CRTFILE.CPY".
       FD  PO-PRINT-FILE; RECORD 80.
       01  PO-PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           02  STOCK-POL-FN PIC X(12) VALUE "STOCK.POL".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-NSQ-FN PIC X(12) VALUE "STOCK.NSQ".
           02  STOCK-POP-FN PIC X(12) VALUE "STOCK.POP".
           02  STOCK-PRL-FN PIC X(12) VALUE "STOCK.PRL".
           02  STOCK-LTM-FN PIC X(12) VALUE "STOCK.LTM".
           02  STOCK-AUD-FN PIC X(12) VALUE "STOCK.AUD".
           02  STOCK-CRT-FN PIC X(12) VALUE "STOCK.CRT".
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  POP-STATUS PIC XX.
       01  PRL-STATUS PIC XX.
       01  NK-FILE-STATUS PIC XX.
       01  LM-FILE-STATUS PIC XX.
       01  AU-STATUS PIC XX.
       01  SC-FILE-STATUS PIC XX.
       01  CERT-BLOCKED PIC X.
       01  CERT-OVERRIDDEN PIC X.
       01  CERT-EXPIRY-NUM PIC 9(8).
       01  AUDIT-DATE PIC X(10).
       01  RETRY-ANSWER-2 PIC X.
       01  OLD-LINE-DUE PIC X(10).
       01  AU-QTY-EDIT PIC -ZZZZZ9.99.
       01  LEAD-TIME-KNOWN PIC X.
       01  LEAD-TIME-DAYS PIC 9(3).
       01  SUGGESTED-DATE PIC X(10).
       01  SUGGESTED-BASIS PIC X(13).
           COPY "CALREQ.CPY".
       01  QUOTE-COUNT PIC 99.
       01  CHEAPEST-SUPPLIER PIC X(4).
       01  CHEAPEST-PRICE PIC 9(4)V99.
               03  GB-QTY PIC S9(6)V99.
      *THE BUYER'S AGREED ORDER-VALUE LIMIT - AN ORDER WHOSE LINES
      *EXTEND PAST THIS SITS AWAITING A SUPERVISOR'S APPROVAL AND
      *CANNOT BE RECEIVED AGAINST UNTIL APPROVED.  THE FIGURE HERE
      *IS ONLY THE DEFAULT - START-UP TAKES PO-APPROVAL FROM
      *STOCK.PRM WHEN A SUPERVISOR HAS SET ONE.
       01  APPROVAL-LIMIT PIC 9(6)V99 VALUE 500.00.
           COPY "PRMREQ.CPY".
           COPY "CHKREQ.CPY".
           COPY "AQREQ.CPY".
      *WHAT GOES ON THE SUPERVISOR ACTION QUEUE FOR A HELD ORDER
       01  HELD-ACTION-DESC.
           02  FILLER PIC X(6) VALUE "ORDER ".
           02  HA-ORDER-NO PIC X(6).
           02  FILLER PIC X(7) VALUE " VALUE ".
           02  HA-VALUE PIC ZZZZZZZ9.99.
           02  FILLER PIC X(8) VALUE " > LIMIT".
       01  HELD-ACTION-NOTE PIC X(40).
       01  DOC-LINE-COUNT PIC 9(4).
       01  DOC-ORDER-VALUE PIC 9(8)V99.
       01  LINE-VALUE-WORK PIC 9(8)V99.
               CLOSE LEAD-TIME-FILE
               OPEN INPUT LEAD-TIME-FILE
           END-IF.
           OPEN INPUT NONSTOCK-FILE.
           IF NK-FILE-STATUS NOT = "00"
               OPEN OUTPUT NONSTOCK-FILE
               CLOSE NONSTOCK-FILE
               OPEN INPUT NONSTOCK-FILE
           END-IF.
           OPEN INPUT CERT-FILE.
           IF SC-FILE-STATUS NOT = "00"
               OPEN OUTPUT CERT-FILE
               CLOSE CERT-FILE
               OPEN INPUT CERT-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE TO AUDIT-DATE.
           MOVE "PO-APPROVAL" TO PQ-KEY.
           MOVE APPROVAL-LIMIT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO APPROVAL-LIMIT.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(R)AISE ORDER, (A)MEND ORDER, (X) CANCEL ORDER,".
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *RAISE A NEW ORDER - HEADER FIRST, THEN LINES UNTIL A BLANK
      *STOCK CODE ENDS THE ORDER.  THE BUYER KEYS UP TO FIVE
      *CHARACTERS AND THE CHECK CHARACTER IS ADDED ON THE END - THE
      *FULL NUMBER IS WHAT THE SUPPLIER IS GIVEN AND WHAT GOODS-IN
      *KEYS BACK
       RAISE-ORDER.
           DISPLAY "ENTER NEW ORDER NO (UP TO 5 CHARACTERS): ".
           MOVE SPACE TO ENTERED-ORDER-NO.
           ACCEPT ENTERED-ORDER-NO.
           IF ENTERED-ORDER-NO = SPACE GO TO ASK-ACTION.
           MOVE "G" TO CK-FUNCTION.
           MOVE "P" TO CK-KIND.
           MOVE ENTERED-ORDER-NO TO CK-CODE.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
           IF CK-RESULT NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
                   "KEY NO MORE THAN 5 CHARACTERS" TERM-HIGHLIGHT-OFF
               GO TO RAISE-ORDER.
           MOVE CK-CODE TO ENTERED-ORDER-NO.
           DISPLAY "ORDER NO WILL BE " ENTERED-ORDER-NO.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID GO TO RAISE-NEW-HEADER
               GO TO RAISE-BAD-DATE.
           IF EN-MM < 1 OR EN-MM > 12 OR EN-DD < 1 OR EN-DD > 31
               GO TO RAISE-BAD-DATE.
           PERFORM CHECK-SUPPLIER-CERTS THRU CHECK-CERTS-EXIT.
           IF CERT-BLOCKED = "Y"
               DISPLAY TERM-HIGHLIGHT-ON "ORDER NOT RAISED"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           MOVE SPACE TO PO-RECORD.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           MOVE SUPPLIER-CODE TO PO-SUPPLIER.
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-WRITE.
           MOVE "RAISED" TO AU-FIELD-NAME.
           PERFORM AUDIT-ORDER-EVENT THRU AUDIT-ORDER-EXIT.
           IF CERT-OVERRIDDEN = "Y"
               MOVE "CRT-OVERRIDE" TO AU-FIELD-NAME
               PERFORM AUDIT-ORDER-EVENT THRU AUDIT-ORDER-EXIT.
           MOVE 0 TO NEXT-LINE-NO.
       RAISE-NEXT-LINE.
           ADD 1 TO NEXT-LINE-NO.
           DISPLAY "ENTER CONTRACT ORDER NO: ".
           ACCEPT CONTRACT-NO-HOLD.
           IF CONTRACT-NO-HOLD = SPACE GO TO ASK-ACTION.
           MOVE CONTRACT-NO-HOLD TO CK-CODE.
           PERFORM VERIFY-ORDER-NO THRU VERIFY-ORDER-NO-EXIT.
           IF CK-RESULT NOT = "Y" GO TO RAISE-CALL-OFF-HEADER.
           MOVE CONTRACT-NO-HOLD TO PO-NUMBER.
           READ PO-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID ORDER NO"
               DISPLAY TERM-HIGHLIGHT-ON "CONTRACT HAS EXPIRED"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           PERFORM CHECK-SUPPLIER-CERTS THRU CHECK-CERTS-EXIT.
           IF CERT-BLOCKED = "Y"
               DISPLAY TERM-HIGHLIGHT-ON "ORDER NOT RAISED"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           MOVE SPACE TO PO-RECORD.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           MOVE SUPPLIER-CODE TO PO-SUPPLIER.
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-WRITE.
           MOVE "RAISED" TO AU-FIELD-NAME.
           PERFORM AUDIT-ORDER-EVENT THRU AUDIT-ORDER-EXIT.
           IF CERT-OVERRIDDEN = "Y"
               MOVE "CRT-OVERRIDE" TO AU-FIELD-NAME
               PERFORM AUDIT-ORDER-EVENT THRU AUDIT-ORDER-EXIT.
           MOVE 0 TO NEXT-LINE-NO.
           GO TO RAISE-NEXT-LINE.
      *ONE LINE ITEM - A BLANK STOCK CODE MEANS NO MORE LINES.  THE
               MOVE "Y" TO RECEIPTS-FOUND.
       CHECK-STOCK-CODE-EXIT.
           EXIT.
      *A MISKEYED ORDER NUMBER FAILS ITS CHECK CHARACTER BEFORE IT
      *CAN PICK UP SOMEBODY ELSE'S ORDER
       VERIFY-ORDER-NO.
           MOVE "V" TO CK-FUNCTION.
           MOVE "P" TO CK-KIND.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
           IF CK-RESULT NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON "CHECK CHARACTER WRONG - "
                   CK-CODE TERM-HIGHLIGHT-OFF.
       VERIFY-ORDER-NO-EXIT.
           EXIT.
      *AMEND AN ORDER - LIST ITS LINES, THEN TAKE A LINE NUMBER TO
      *CHANGE, 00 TO ADD A NEW LINE, OR BLANK TO FINISH
       AMEND-ORDER.
           DISPLAY "ENTER ORDER NO TO AMEND: ".
           ACCEPT ENTERED-ORDER-NO.
           IF ENTERED-ORDER-NO = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-ORDER-NO TO CK-CODE.
           PERFORM VERIFY-ORDER-NO THRU VERIFY-ORDER-NO-EXIT.
           IF CK-RESULT NOT = "Y" GO TO AMEND-ORDER.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID ORDER NO"
           ADD 1 TO PO-REVISION.
           REWRITE PO-RECORD.
           DISPLAY "ORDER IS NOW AT REVISION " PO-REVISION.
           MOVE PO-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID MOVE SPACE TO SUP-ORDER-METHOD
           END-READ.
           IF SUP-ORDER-METHOD = "E"
               DISPLAY "THE NEXT TRANSMISSION RUN RE-SENDS IT."
           ELSE
               DISPLAY "REPRINT THE ORDER DOCUMENT FOR THE SUPPLIER."
           END-IF.
           PERFORM CHECK-APPROVAL-LIMIT THRU CHECK-APPROVAL-EXIT.
           GO TO ASK-ACTION.
      *CONFIRM A DRAFT RAISED BY SUGGEST-PURCHASE-ORDERS - THE BUYER
           DISPLAY "ENTER DRAFT ORDER NO TO CONFIRM: ".
           ACCEPT ENTERED-ORDER-NO.
           IF ENTERED-ORDER-NO = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-ORDER-NO TO CK-CODE.
           PERFORM VERIFY-ORDER-NO THRU VERIFY-ORDER-NO-EXIT.
           IF CK-RESULT NOT = "Y" GO TO CONFIRM-DRAFT.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID ORDER NO"
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
      *THE DRAFT BECOMES A NEW ORDER TODAY, SO THE SUPPLIER'S
      *CERTIFICATES ARE PROVED AS AT TODAY LIKE ANY ORDER RAISED
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE-NUM TO ORDER-DATE-NUM.
           MOVE PO-SUPPLIER TO SUPPLIER-CODE.
           PERFORM CHECK-SUPPLIER-CERTS THRU CHECK-CERTS-EXIT.
           IF CERT-BLOCKED = "Y"
               DISPLAY TERM-HIGHLIGHT-ON "ORDER NOT CONFIRMED"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           MOVE "O" TO PO-STATUS.
           REWRITE PO-RECORD.
           IF CERT-OVERRIDDEN = "Y"
               MOVE "CRT-OVERRIDE" TO AU-FIELD-NAME
               PERFORM AUDIT-ORDER-EVENT THRU AUDIT-ORDER-EXIT.
      *THE BUYER WHO CONFIRMS A DRAFT IS THE ONE WHO RAISED THE
      *ORDER, AS FAR AS THE SEGREGATION-OF-DUTIES CHECK IS CONCERNED
           MOVE "RAISED" TO AU-FIELD-NAME.
           PERFORM AUDIT-ORDER-EVENT THRU AUDIT-ORDER-EXIT.
           DISPLAY "ORDER CONFIRMED".
           PERFORM CHECK-APPROVAL-LIMIT THRU CHECK-APPROVAL-EXIT.
           GO TO ASK-ACTION.
               PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
       AUDIT-LINE-EXIT.
           EXIT.
      *A SUPPLIER WHOSE MANDATORY CERTIFICATES ARE NOT ALL HELD AND
      *IN DATE ON THE ORDER DATE GETS NO NEW ORDER UNLESS A
      *SUPERVISOR TAKES IT ON - THE OVERRIDE GOES TO THE AUDIT
      *AGAINST THE ORDER ONCE IT IS WRITTEN.  ORDERS ALREADY RAISED
      *ARE LEFT TO RUN.
       CHECK-SUPPLIER-CERTS.
           MOVE "N" TO CERT-BLOCKED.
           MOVE "N" TO CERT-OVERRIDDEN.
           MOVE SUPPLIER-CODE TO SC-SUPPLIER.
           MOVE LOW-VALUE TO SC-TYPE.
           START CERT-FILE KEY NOT LESS THAN SC-KEY
               INVALID GO TO CHECK-CERTS-EXIT
           END-START.
       CHECK-CERTS-LOOP.
           READ CERT-FILE NEXT RECORD
               AT END GO TO CHECK-CERTS-DECIDE
           END-READ.
           IF SC-SUPPLIER NOT = SUPPLIER-CODE
               GO TO CHECK-CERTS-DECIDE.
           IF SC-MANDATORY NOT = "Y" GO TO CHECK-CERTS-LOOP.
           MOVE 0 TO CERT-EXPIRY-NUM.
           IF SC-EXPIRY-DATE (1:2) NUMERIC
               AND SC-EXPIRY-DATE (4:2) NUMERIC
               AND SC-EXPIRY-DATE (7:4) NUMERIC
               MOVE SC-EXPIRY-DATE (7:4) TO CERT-EXPIRY-NUM (1:4)
               MOVE SC-EXPIRY-DATE (1:2) TO CERT-EXPIRY-NUM (5:2)
               MOVE SC-EXPIRY-DATE (4:2) TO CERT-EXPIRY-NUM (7:2).
           IF SC-REFERENCE = SPACE OR CERT-EXPIRY-NUM = 0
               DISPLAY TERM-HIGHLIGHT-ON "CERTIFICATE MISSING: "
                   SC-TYPE " " SC-DESC TERM-HIGHLIGHT-OFF
               MOVE "Y" TO CERT-BLOCKED
               GO TO CHECK-CERTS-LOOP.
           IF CERT-EXPIRY-NUM < ORDER-DATE-NUM
               DISPLAY TERM-HIGHLIGHT-ON "CERTIFICATE EXPIRED "
                   SC-EXPIRY-DATE ": " SC-TYPE " " SC-DESC
                   TERM-HIGHLIGHT-OFF
               MOVE "Y" TO CERT-BLOCKED.
           GO TO CHECK-CERTS-LOOP.
       CHECK-CERTS-DECIDE.
           IF CERT-BLOCKED NOT = "Y" GO TO CHECK-CERTS-EXIT.
           IF SGN-AUTHORITY < 2
               DISPLAY "SUPPLIER NOT COMPLIANT - A SUPERVISOR MUST"
               DISPLAY "RAISE THIS ORDER."
               GO TO CHECK-CERTS-EXIT.
           DISPLAY "SUPERVISOR - RAISE THE ORDER ANYWAY? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y" OR CONFIRM-ANSWER = "y"
               MOVE "N" TO CERT-BLOCKED
               MOVE "Y" TO CERT-OVERRIDDEN.
       CHECK-CERTS-EXIT.
           EXIT.
      *WHO RAISED AND WHO APPROVED EACH ORDER GOES TO THE AMENDMENT
      *AUDIT AS A ROW AGAINST STOCK.PO CARRYING THE SUPPLIER, SO THE
      *SEGREGATION-OF-DUTIES REPORT CAN SET ONE AGAINST THE OTHER.
      *THE CALLER NAMES THE EVENT IN AU-FIELD-NAME.
       AUDIT-ORDER-EVENT.
           MOVE "STOCK.PO" TO AU-FILE-NAME.
           MOVE PO-NUMBER TO AU-RECORD-KEY.
           MOVE SPACE TO AU-OLD-VALUE.
           MOVE PO-SUPPLIER TO AU-NEW-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
       AUDIT-ORDER-EXIT.
           EXIT.
      *ONE AUDIT ROW PER CHANGED FIELD - WHAT IT WAS, WHAT IT
      *BECAME, WHO AND WHEN
       LOG-AUDIT.
                   MOVE "A" TO PO-STATUS
                   MOVE SPACE TO PO-APPROVED-BY
                   REWRITE PO-RECORD
                   PERFORM RAISE-HELD-ACTION THRU RAISE-HELD-EXIT
                   DISPLAY TERM-HIGHLIGHT-ON
                       "ORDER VALUE PASSES THE APPROVAL LIMIT -"
                       TERM-HIGHLIGHT-OFF
               IF PO-STATUS = "A"
                   MOVE "O" TO PO-STATUS
                   REWRITE PO-RECORD
                   MOVE "RELEASED - AMENDED BACK WITHIN THE LIMIT"
                       TO HELD-ACTION-NOTE
                   PERFORM CLEAR-HELD-ACTION THRU CLEAR-HELD-EXIT
                   DISPLAY "ORDER NOW WITHIN THE LIMIT - RELEASED"
               END-IF
           END-IF.
       CHECK-APPROVAL-EXIT.
           EXIT.
      *A HELD ORDER GOES ON THE SUPERVISOR ACTION QUEUE SO IT IS NOT
      *LEFT WAITING FOR SOMEONE TO THINK OF LOOKING; APPROVING,
      *RELEASING OR CANCELLING IT TAKES IT OFF AGAIN
       RAISE-HELD-ACTION.
           MOVE "R" TO AR-FUNCTION.
           MOVE SGN-TRAINING-FLAG TO AR-TRAINING-FLAG.
           MOVE "PO HELD" TO AR-SOURCE.
           MOVE PO-NUMBER TO AR-ITEM-KEY.
           MOVE PO-NUMBER TO HA-ORDER-NO.
           MOVE DOC-ORDER-VALUE TO HA-VALUE.
           MOVE HELD-ACTION-DESC TO AR-DESCRIPTION.
           MOVE OPERATOR-ID TO AR-OPERATOR-ID.
           CALL "ACTION-QUEUE" USING ACTION-REQ-BLOCK.
       RAISE-HELD-EXIT.
           EXIT.
       CLEAR-HELD-ACTION.
           MOVE "X" TO AR-FUNCTION.
           MOVE SGN-TRAINING-FLAG TO AR-TRAINING-FLAG.
           MOVE "PO HELD" TO AR-SOURCE.
           MOVE PO-NUMBER TO AR-ITEM-KEY.
           MOVE HELD-ACTION-NOTE TO AR-DESCRIPTION.
           MOVE OPERATOR-ID TO AR-OPERATOR-ID.
           CALL "ACTION-QUEUE" USING ACTION-REQ-BLOCK.
       CLEAR-HELD-EXIT.
           EXIT.
       SUM-ORDER-VALUE.
           MOVE 0 TO DOC-ORDER-VALUE.
           MOVE ENTERED-ORDER-NO TO POL-ORDER-NO.
           DISPLAY "ENTER ORDER NO TO APPROVE: ".
           ACCEPT ENTERED-ORDER-NO.
           IF ENTERED-ORDER-NO = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-ORDER-NO TO CK-CODE.
           PERFORM VERIFY-ORDER-NO THRU VERIFY-ORDER-NO-EXIT.
           IF CK-RESULT NOT = "Y" GO TO APPROVE-ORDER.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID ORDER NO"
           MOVE "O" TO PO-STATUS.
           MOVE OPERATOR-ID TO PO-APPROVED-BY.
           REWRITE PO-RECORD.
           MOVE "APPROVED" TO HELD-ACTION-NOTE.
           PERFORM CLEAR-HELD-ACTION THRU CLEAR-HELD-EXIT.
           MOVE "APPROVED" TO AU-FIELD-NAME.
           PERFORM AUDIT-ORDER-EVENT THRU AUDIT-ORDER-EXIT.
           DISPLAY "ORDER APPROVED".
           GO TO ASK-ACTION.
      *PRINT THE ORDER DOCUMENT TO POST TO THE SUPPLIER - FORMATTED
           DISPLAY "ENTER ORDER NO TO PRINT: ".
           ACCEPT ENTERED-ORDER-NO.
           IF ENTERED-ORDER-NO = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-ORDER-NO TO CK-CODE.
           PERFORM VERIFY-ORDER-NO THRU VERIFY-ORDER-NO-EXIT.
           IF CK-RESULT NOT = "Y" GO TO PRINT-ORDER.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID ORDER NO"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-READ.
      *AN ELECTRONIC SUPPLIER GETS THE ORDER FROM ORDER-TRANSMIT -
      *A PAPER COPY IS ONLY FOR THE FILE OR A FAILED TRANSMISSION
           IF SUP-ORDER-METHOD = "E"
               DISPLAY "SUPPLIER TAKES ELECTRONIC ORDERS - THIS ORDER"
               DISPLAY "GOES OUT ON THE NEXT TRANSMISSION RUN."
               DISPLAY "PRINT A PAPER COPY ANYWAY? (Y/N): "
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
                   GO TO ASK-ACTION
               END-IF
           END-IF.
           OPEN OUTPUT PO-PRINT-FILE.
           MOVE ENTERED-ORDER-NO TO PT-ORDER-NO.
           MOVE PO-REVISION TO PT-REVISION.
           ELSE
               MOVE SPACE TO PD-DESC
           END-IF.
           IF POL-STOCK-CODE = SPACE
               PERFORM FIND-NONSTOCK-DESC THRU FIND-NONSTOCK-EXIT.
           MOVE POL-QTY-ORDERED TO PD-QTY-ORDERED.
           MOVE POL-UNIT-COST TO PD-UNIT-COST.
           MOVE POL-DUE-DATE TO PD-DUE-DATE.
           DISPLAY "ORDER DOCUMENT WRITTEN - LINES: " DOC-LINE-COUNT.
           DISPLAY "SEND STOCK.POP TO THE PRINTER THE USUAL WAY.".
           GO TO ASK-ACTION.
      *THE REQUISITION ON ORDER AGAINST THIS LINE NAMES WHAT IS
      *BEING BOUGHT
       FIND-NONSTOCK-DESC.
           MOVE "NON-STK" TO PD-STOCK-CODE.
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
           MOVE NK-DESC TO PD-DESC.
       FIND-NONSTOCK-EXIT.
           EXIT.
      *CANCEL A WHOLE ORDER - REFUSED ONCE ANYTHING HAS BEEN RECEIVED
      *AGAINST ANY OF ITS LINES
       CANCEL-ORDER.
           DISPLAY "ENTER ORDER NO TO CANCEL: ".
           ACCEPT ENTERED-ORDER-NO.
           IF ENTERED-ORDER-NO = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-ORDER-NO TO CK-CODE.
           PERFORM VERIFY-ORDER-NO THRU VERIFY-ORDER-NO-EXIT.
           IF CK-RESULT NOT = "Y" GO TO CANCEL-ORDER.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID ORDER NO"
           READ PO-FILE
               INVALID GO TO ASK-ACTION
           END-READ.
           IF PO-STATUS = "A"
               MOVE "ORDER CANCELLED" TO HELD-ACTION-NOTE
               PERFORM CLEAR-HELD-ACTION THRU CLEAR-HELD-EXIT.
           MOVE "X" TO PO-STATUS.
           REWRITE PO-RECORD.
           PERFORM CANCEL-ORDER-LINES THRU CANCEL-LINES-EXIT.
           CLOSE SUPPLIER-FILE.
           CLOSE STOCK-FILE.
           CLOSE PRICE-LIST-FILE.
           CLOSE NONSTOCK-FILE.
           CLOSE LEAD-TIME-FILE.
           CLOSE AUDIT-FILE.
           CLOSE CERT-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
           MOVE "TRAIN.PRL" TO STOCK-PRL-FN.
           MOVE "TRAIN.LTM" TO STOCK-LTM-FN.
           MOVE "TRAIN.AUD" TO STOCK-AUD-FN.
           MOVE "TRAIN.NSQ" TO STOCK-NSQ-FN.
           MOVE "TRAIN.CRT" TO STOCK-CRT-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
           PERFORM BUILD-SUGGESTED-DATE THRU BUILD-SUGGESTED-EXIT.
           DISPLAY "ENTER EXPECTED DELIVERY DATE MM/DD/YYYY: ".
           DISPLAY "(RETURN ALONE TAKES " SUGGESTED-DATE
               " - LEAD TIME OF " LEAD-TIME-DAYS " " SUGGESTED-BASIS
               ")".
           ACCEPT DC-DATE-ENTRY.
           IF DC-DATE-ENTRY = SPACE
               MOVE SUGGESTED-DATE TO ENTERED-DATE
           END-READ.
       LOOK-UP-LEAD-EXIT.
           EXIT.
      *ORDER DATE PLUS THE LEAD TIME IN WORKING DAYS ON THE SHOP
      *CALENDAR, SO THE SUGGESTION NEVER FALLS ON A WEEKEND OR A
      *HOLIDAY.  A YEAR NOT YET SET UP ON THE CALENDAR FALLS BACK
      *TO CALENDAR DAYS, AND THE PROMPT SAYS WHICH.  THE BASE IS
      *THE ORDER HEADER'S DATE, STILL IN THE RECORD AREA FROM THE
      *READ.
       BUILD-SUGGESTED-DATE.
           MOVE "A" TO CQ-FUNCTION.
           MOVE PO-DATE (7:4) TO CQ-FROM-NUM (1:4).
           MOVE PO-DATE (1:2) TO CQ-FROM-NUM (5:2).
           MOVE PO-DATE (4:2) TO CQ-FROM-NUM (7:2).
           MOVE LEAD-TIME-DAYS TO CQ-DAYS.
           CALL "WORKING-DAYS" USING CALENDAR-REQ-BLOCK.
           MOVE CQ-TO-DATE TO SUGGESTED-DATE.
           IF CQ-BASIS = "W"
               MOVE "WORKING DAYS" TO SUGGESTED-BASIS
           ELSE
               MOVE "CALENDAR DAYS" TO SUGGESTED-BASIS.
           IF CQ-BASIS = "E"
               MOVE PO-DATE TO SUGGESTED-DATE.
       BUILD-SUGGESTED-EXIT.
           EXIT.
       GET-CONTRACT-EXPIRY.
