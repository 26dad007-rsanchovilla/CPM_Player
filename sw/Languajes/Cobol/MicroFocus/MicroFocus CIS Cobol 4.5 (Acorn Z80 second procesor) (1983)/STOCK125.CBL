       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFQ-AWARD.
       AUTHOR. MICRO FOCUS LTD.
      *AWARDS ENQUIRY LINES TO ONE SUPPLIER AND RAISES THE PURCHASE
      *ORDER STRAIGHT FROM THE QUOTE, SO THE WINNING PRICE IS NEVER
      *KEYED TWICE.  THE BUYER NAMES THE SUPPLIER AND A NEW ORDER
      *NUMBER AND IS OFFERED EVERY OPEN LINE THAT SUPPLIER QUOTED
      *FOR AT A PRICE STILL VALID TODAY.  TAKING A LINE WHEN ANOTHER
      *SUPPLIER'S STILL-VALID BID WAS CHEAPER NEEDS A REASON - IT IS
      *KEPT ON THE ENQUIRY LINE, THE CHEAPER BIDS ARE MARKED PASSED
      *OVER AND THE DECISION GOES TO THE AMENDMENT AUDIT.  THE ORDER
      *IS WRITTEN THE WAY PURCHASE-ORDER-MAINT WRITES ONE, GOES ON
      *HOLD WHEN IT PASSES THE APPROVAL LIMIT, AND IS PRINTED FROM
      *THERE.  LINES THE SUPPLIER DID NOT WIN STAY OPEN FOR AN AWARD
      *TO SOMEONE ELSE; THE ENQUIRY CLOSES WHEN EVERY LINE IS GONE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFQ-FILE ASSIGN DYNAMIC STOCK-RFQ-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RFQ-NUMBER
           FILE STATUS RFQ-FILE-STATUS.
           SELECT RFQ-LINE-FILE ASSIGN DYNAMIC STOCK-RFL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RFL-KEY
           FILE STATUS RFL-FILE-STATUS.
           SELECT RFQ-REPLY-FILE ASSIGN DYNAMIC STOCK-RFR-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RFR-KEY
           FILE STATUS RFR-FILE-STATUS.
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
           RECORD KEY SUPPLIER-CODE.
           SELECT AUDIT-FILE
           ASSIGN DYNAMIC STOCK-AUD-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS AU-STATUS.
      *THE SUPPLIER'S COMPLIANCE CERTIFICATES - NOTHING IS AWARDED
      *UNTIL THE MANDATORY ONES ARE HELD AND IN DATE
           SELECT CERT-FILE ASSIGN DYNAMIC STOCK-CRT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SC-KEY
           FILE STATUS SC-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  RFQ-FILE; RECORD 80.
           COPY "RFQFILE.CPY".
       FD  RFQ-LINE-FILE; RECORD 90.
           COPY "RFLFILE.CPY".
       FD  RFQ-REPLY-FILE; RECORD 50.
           COPY "RFRFILE.CPY".
       FD  PO-FILE; RECORD 50.
           COPY "POFILE.CPY".
       FD  PO-LINE-FILE; RECORD 60.
           COPY "POLINE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  AUDIT-FILE; RECORD 98.
           COPY "AUDFILE.CPY".
       FD  CERT-FILE; RECORD 80.
           COPY "CRTFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-RFQ-FN PIC X(12) VALUE "STOCK.RFQ".
           02  STOCK-RFL-FN PIC X(12) VALUE "STOCK.RFL".
           02  STOCK-RFR-FN PIC X(12) VALUE "STOCK.RFR".
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-POL-FN PIC X(12) VALUE "STOCK.POL".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-AUD-FN PIC X(12) VALUE "STOCK.AUD".
           02  STOCK-CRT-FN PIC X(12) VALUE "STOCK.CRT".
       COPY "TERMPROF.CPY".
           COPY "CALREQ.CPY".
      *THE BUYER'S AGREED ORDER-VALUE LIMIT, AS PURCHASE-ORDER-MAINT
      *APPLIES IT - THE FIGURE HERE IS ONLY THE DEFAULT, START-UP
      *TAKES PO-APPROVAL FROM STOCK.PRM WHEN ONE HAS BEEN SET
       01  APPROVAL-LIMIT PIC 9(6)V99 VALUE 500.00.
           COPY "PRMREQ.CPY".
           COPY "CHKREQ.CPY".
       01  RFQ-FILE-STATUS PIC XX.
       01  RFL-FILE-STATUS PIC XX.
       01  RFR-FILE-STATUS PIC XX.
       01  PO-FILE-STATUS PIC XX.
       01  POL-FILE-STATUS PIC XX.
       01  AU-STATUS PIC XX.
       01  SC-FILE-STATUS PIC XX.
       01  CERT-BLOCKED PIC X.
       01  CERT-OVERRIDDEN PIC X.
       01  CERT-EXPIRY-NUM PIC 9(8).
       01  AUDIT-DATE PIC X(10).
       01  TODAY-NUM PIC 9(8).
       01  RETRY-ANSWER PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  OPERATOR-ID PIC X(4).
       01  ENTERED-RFQ-NO PIC X(6).
       01  ENTERED-SUPPLIER PIC X(4).
       01  ENTERED-ORDER-NO PIC X(6).
       01  MORE-LINES PIC X.
       01  MORE-BIDS PIC X.
       01  OPEN-LINE-COUNT PIC 99.
       01  BID-VALID-NUM PIC 9(8).
       01  WANTED-NUM PIC 9(8).
      *THE BIDS FOR ONE LINE - THE CHOSEN SUPPLIER'S OWN, AND THE
      *CHEAPEST STILL-VALID BID FROM ANYONE ELSE
       01  OWN-BID-FOUND PIC X.
       01  OWN-PRICE PIC 9(4)V99.
       01  OWN-LEAD PIC 999.
       01  CHEAP-SUPPLIER PIC X(4).
       01  CHEAP-PRICE PIC 9(4)V99.
      *THE LINES THE BUYER TOOK, HELD UNTIL THE ORDER IS RAISED SO
      *THAT AN AWARD WHICH TAKES NOTHING LEAVES NO EMPTY ORDER
       01  AW-COUNT PIC 99.
       01  AW-IX PIC 99.
       01  AWARD-TABLE.
           02  AW-ENTRY OCCURS 50 TIMES.
               03  AW-LINE-NO PIC 99.
               03  AW-STOCK-CODE PIC X(8).
               03  AW-QTY PIC 9(6)V99.
               03  AW-WANTED-BY PIC X(10).
               03  AW-PRICE PIC 9(4)V99.
               03  AW-LEAD PIC 999.
               03  AW-CHEAP-SUPPLIER PIC X(4).
               03  AW-CHEAP-PRICE PIC 9(4)V99.
               03  AW-REASON PIC X(30).
       01  ENTERED-REASON PIC X(30).
       01  DUE-DATE-HOLD PIC X(10).
       01  ORDER-VALUE PIC 9(8)V99.
       01  LINE-VALUE-WORK PIC 9(8)V99.
       01  AU-MONEY-EDIT PIC ZZZ9.99.
       01  PRICE-SHOW PIC ZZZ9.99.
       01  QTY-SHOW PIC ZZZZZ9.99.
       01  VALUE-SHOW PIC ZZZZZZ9.99.
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
           DISPLAY "AWARD AN ENQUIRY AND RAISE THE PURCHASE ORDER".
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           OPEN I-O RFQ-FILE.
           IF RFQ-FILE-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON "NO ENQUIRIES ON FILE"
                   TERM-HIGHLIGHT-OFF
               GOBACK.
           OPEN I-O RFQ-LINE-FILE.
           OPEN I-O RFQ-REPLY-FILE.
           OPEN I-O PO-FILE.
           IF PO-FILE-STATUS NOT = "00"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
           END-IF.
           OPEN I-O PO-LINE-FILE.
           IF POL-FILE-STATUS NOT = "00"
               OPEN OUTPUT PO-LINE-FILE
               CLOSE PO-LINE-FILE
               OPEN I-O PO-LINE-FILE
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT CERT-FILE.
           IF SC-FILE-STATUS NOT = "00"
               OPEN OUTPUT CERT-FILE
               CLOSE CERT-FILE
               OPEN INPUT CERT-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE TO AUDIT-DATE.
           MOVE DC-DATE-NUM TO TODAY-NUM.
           MOVE "PO-APPROVAL" TO PQ-KEY.
           MOVE APPROVAL-LIMIT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO APPROVAL-LIMIT.
       ASK-ENQUIRY.
           DISPLAY SPACE.
           DISPLAY "ENTER ENQUIRY NO TO AWARD (BLANK TO END): ".
           MOVE SPACE TO ENTERED-RFQ-NO.
           ACCEPT ENTERED-RFQ-NO.
           IF ENTERED-RFQ-NO = SPACE GO TO END-IT.
           MOVE ENTERED-RFQ-NO TO RFQ-NUMBER.
           READ RFQ-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID ENQUIRY NO"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ENQUIRY
           END-READ.
           DISPLAY RFQ-DESC.
           IF RFQ-STATUS NOT = "O"
               DISPLAY TERM-HIGHLIGHT-ON
                   "ENQUIRY IS CANCELLED OR FULLY AWARDED"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ENQUIRY.
           DISPLAY "RUN RFQ-COMPARE FOR THE FULL RANKING.".
       ASK-SUPPLIER.
           DISPLAY "AWARD TO SUPPLIER (BLANK FOR ANOTHER ENQUIRY): ".
           MOVE SPACE TO ENTERED-SUPPLIER.
           ACCEPT ENTERED-SUPPLIER.
           IF ENTERED-SUPPLIER = SPACE GO TO ASK-ENQUIRY.
           MOVE ENTERED-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN SUPPLIER"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-SUPPLIER
           END-READ.
           DISPLAY SUPPLIER-NAME.
      *THE AWARD RAISES A NEW ORDER TODAY, SO THE SUPPLIER'S
      *CERTIFICATES ARE PROVED BEFORE ANY LINE IS OFFERED
           PERFORM CHECK-SUPPLIER-CERTS THRU CHECK-CERTS-EXIT.
           IF CERT-BLOCKED = "Y"
               DISPLAY TERM-HIGHLIGHT-ON "NOTHING AWARDED"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-SUPPLIER.
           MOVE ENTERED-RFQ-NO TO RFR-RFQ-NO.
           MOVE ENTERED-SUPPLIER TO RFR-SUPPLIER.
           MOVE 0 TO RFR-LINE-NO.
           READ RFQ-REPLY-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SUPPLIER WAS NOT ASKED ON THIS ENQUIRY"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-SUPPLIER
           END-READ.
      *OFFER EVERY OPEN LINE THE SUPPLIER HOLDS A LIVE QUOTE FOR
           MOVE 0 TO AW-COUNT.
           MOVE "Y" TO MORE-LINES.
           MOVE ENTERED-RFQ-NO TO RFL-RFQ-NO.
           MOVE 0 TO RFL-LINE-NO.
           START RFQ-LINE-FILE KEY NOT LESS THAN RFL-KEY
               INVALID MOVE "N" TO MORE-LINES.
       OFFER-LINE-LOOP.
           IF MORE-LINES = "N" GO TO OFFER-LINES-DONE.
           READ RFQ-LINE-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-LINES
               GO TO OFFER-LINE-LOOP.
           IF RFL-RFQ-NO NOT = ENTERED-RFQ-NO
               MOVE "N" TO MORE-LINES
               GO TO OFFER-LINE-LOOP.
           IF RFL-STATUS NOT = "O" GO TO OFFER-LINE-LOOP.
           IF AW-COUNT = 50 GO TO OFFER-LINE-LOOP.
           PERFORM FIND-BIDS THRU FIND-BIDS-EXIT.
           IF OWN-BID-FOUND NOT = "Y" GO TO OFFER-LINE-LOOP.
           MOVE RFL-QTY TO QTY-SHOW.
           MOVE OWN-PRICE TO PRICE-SHOW.
           COMPUTE LINE-VALUE-WORK ROUNDED = RFL-QTY * OWN-PRICE
               ON SIZE ERROR MOVE 0 TO LINE-VALUE-WORK
           END-COMPUTE.
           MOVE LINE-VALUE-WORK TO VALUE-SHOW.
           DISPLAY SPACE.
           DISPLAY "LINE " RFL-LINE-NO "  " RFL-STOCK-CODE
               "  QTY " QTY-SHOW "  AT " PRICE-SHOW
               "  = " VALUE-SHOW.
           MOVE SPACE TO ENTERED-REASON.
           IF CHEAP-SUPPLIER NOT = SPACE
               MOVE CHEAP-PRICE TO PRICE-SHOW
               DISPLAY TERM-HIGHLIGHT-ON "CHEAPER BID FROM "
                   CHEAP-SUPPLIER " AT " PRICE-SHOW
                   TERM-HIGHLIGHT-OFF.
           DISPLAY "AWARD THIS LINE? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO OFFER-LINE-LOOP.
           IF CHEAP-SUPPLIER NOT = SPACE
               PERFORM GET-PASS-REASON THRU GET-PASS-REASON-EXIT.
           ADD 1 TO AW-COUNT.
           MOVE RFL-LINE-NO TO AW-LINE-NO (AW-COUNT).
           MOVE RFL-STOCK-CODE TO AW-STOCK-CODE (AW-COUNT).
           MOVE RFL-QTY TO AW-QTY (AW-COUNT).
           MOVE RFL-WANTED-BY TO AW-WANTED-BY (AW-COUNT).
           MOVE OWN-PRICE TO AW-PRICE (AW-COUNT).
           MOVE OWN-LEAD TO AW-LEAD (AW-COUNT).
           MOVE CHEAP-SUPPLIER TO AW-CHEAP-SUPPLIER (AW-COUNT).
           MOVE CHEAP-PRICE TO AW-CHEAP-PRICE (AW-COUNT).
           MOVE ENTERED-REASON TO AW-REASON (AW-COUNT).
           GO TO OFFER-LINE-LOOP.
       OFFER-LINES-DONE.
           IF AW-COUNT = 0
               DISPLAY "NO LINES AWARDED TO THIS SUPPLIER"
               GO TO ASK-SUPPLIER.
       ASK-ORDER-NO.
           DISPLAY "ENTER NEW ORDER NO FOR THE " AW-COUNT
               " LINES AWARDED: ".
           MOVE SPACE TO ENTERED-ORDER-NO.
           ACCEPT ENTERED-ORDER-NO.
           IF ENTERED-ORDER-NO = SPACE
               DISPLAY "AWARD ABANDONED - NOTHING WRITTEN"
               GO TO ASK-SUPPLIER.
      *UP TO FIVE CHARACTERS KEYED - THE CHECK CHARACTER GOES ON
      *THE END AS PURCHASE-ORDER-MAINT PUTS IT
           MOVE "G" TO CK-FUNCTION.
           MOVE "P" TO CK-KIND.
           MOVE ENTERED-ORDER-NO TO CK-CODE.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
           IF CK-RESULT NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
                   "KEY NO MORE THAN 5 CHARACTERS" TERM-HIGHLIGHT-OFF
               GO TO ASK-ORDER-NO.
           MOVE CK-CODE TO ENTERED-ORDER-NO.
           DISPLAY "ORDER NO WILL BE " ENTERED-ORDER-NO.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID GO TO RAISE-ORDER
           END-READ.
           DISPLAY TERM-HIGHLIGHT-ON "ORDER ALREADY ON FILE"
               TERM-HIGHLIGHT-OFF.
           GO TO ASK-ORDER-NO.
      *THE ORDER HEADER AND LINES, AS PURCHASE-ORDER-MAINT WOULD
      *HAVE WRITTEN THEM, AT THE QUOTED PRICES
       RAISE-ORDER.
           MOVE SPACE TO PO-RECORD.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           MOVE ENTERED-SUPPLIER TO PO-SUPPLIER.
           MOVE AUDIT-DATE TO PO-DATE.
           MOVE "O" TO PO-STATUS.
           MOVE 0 TO PO-REVISION.
           MOVE "N" TO PO-ORDER-TYPE.
           MOVE ENTERED-RFQ-NO TO PO-RFQ-NO.
           WRITE PO-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "PO FILE I/O ERROR, STATUS: " PO-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ORDER-NO
           END-WRITE.
           MOVE "STOCK.PO" TO AU-FILE-NAME.
           MOVE PO-NUMBER TO AU-RECORD-KEY.
           MOVE "RAISED" TO AU-FIELD-NAME.
           MOVE SPACE TO AU-OLD-VALUE.
           MOVE PO-SUPPLIER TO AU-NEW-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           IF CERT-OVERRIDDEN = "Y"
               MOVE "CRT-OVERRIDE" TO AU-FIELD-NAME
               PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           MOVE 0 TO ORDER-VALUE.
           MOVE 0 TO AW-IX.
       RAISE-ORDER-LINE.
           ADD 1 TO AW-IX.
           IF AW-IX > AW-COUNT GO TO RAISE-ORDER-DONE.
           PERFORM SET-DUE-DATE THRU SET-DUE-DATE-EXIT.
           MOVE SPACE TO PO-LINE-RECORD.
           MOVE ENTERED-ORDER-NO TO POL-ORDER-NO.
           MOVE AW-IX TO POL-LINE-NO.
           MOVE AW-STOCK-CODE (AW-IX) TO POL-STOCK-CODE.
           MOVE AW-QTY (AW-IX) TO POL-QTY-ORDERED.
           MOVE 0 TO POL-QTY-RECEIVED.
           MOVE DUE-DATE-HOLD TO POL-DUE-DATE.
           MOVE "O" TO POL-STATUS.
           MOVE AW-PRICE (AW-IX) TO POL-UNIT-COST.
           MOVE 0 TO POL-QTY-CALLED.
           WRITE PO-LINE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "PO LINE I/O ERROR, STATUS: " POL-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
           COMPUTE LINE-VALUE-WORK ROUNDED =
               AW-QTY (AW-IX) * AW-PRICE (AW-IX)
               ON SIZE ERROR MOVE 0 TO LINE-VALUE-WORK
           END-COMPUTE.
           ADD LINE-VALUE-WORK TO ORDER-VALUE.
           PERFORM CLOSE-ENQUIRY-LINE THRU CLOSE-ENQUIRY-LINE-EXIT.
           GO TO RAISE-ORDER-LINE.
       RAISE-ORDER-DONE.
           MOVE ORDER-VALUE TO VALUE-SHOW.
           DISPLAY "ORDER " ENTERED-ORDER-NO " RAISED WITH " AW-COUNT
               " LINES, VALUE " VALUE-SHOW.
           IF ORDER-VALUE > APPROVAL-LIMIT
               MOVE ENTERED-ORDER-NO TO PO-NUMBER
               READ PO-FILE
                   INVALID CONTINUE
                   NOT INVALID
                       MOVE "A" TO PO-STATUS
                       MOVE SPACE TO PO-APPROVED-BY
                       REWRITE PO-RECORD
                       DISPLAY TERM-HIGHLIGHT-ON
                           "ORDER VALUE PASSES THE APPROVAL LIMIT -"
                           TERM-HIGHLIGHT-OFF
                       DISPLAY TERM-HIGHLIGHT-ON
                           "HELD AWAITING SUPERVISOR APPROVAL"
                           TERM-HIGHLIGHT-OFF
               END-READ.
           DISPLAY "PRINT THE ORDER FROM PURCHASE-ORDER-MAINT (P).".
           PERFORM CHECK-ENQUIRY-DONE THRU CHECK-ENQUIRY-DONE-EXIT.
           GO TO ASK-ENQUIRY.
      *ONE PASS OF THE ENQUIRY'S REPLIES FOR THE CURRENT LINE -
      *THE CHOSEN SUPPLIER'S LIVE QUOTE, AND THE CHEAPEST LIVE
      *QUOTE FROM ANYONE ELSE WHEN IT UNDERCUTS IT
       FIND-BIDS.
           MOVE "N" TO OWN-BID-FOUND.
           MOVE 0 TO OWN-PRICE.
           MOVE 0 TO OWN-LEAD.
           MOVE SPACE TO CHEAP-SUPPLIER.
           MOVE 9999.99 TO CHEAP-PRICE.
           MOVE "Y" TO MORE-BIDS.
           MOVE ENTERED-RFQ-NO TO RFR-RFQ-NO.
           MOVE LOW-VALUE TO RFR-SUPPLIER.
           MOVE 0 TO RFR-LINE-NO.
           START RFQ-REPLY-FILE KEY NOT LESS THAN RFR-KEY
               INVALID GO TO FIND-BIDS-DONE.
       FIND-BIDS-LOOP.
           READ RFQ-REPLY-FILE NEXT RECORD
               AT END GO TO FIND-BIDS-DONE.
           IF RFR-RFQ-NO NOT = ENTERED-RFQ-NO GO TO FIND-BIDS-DONE.
           IF RFR-LINE-NO NOT = RFL-LINE-NO GO TO FIND-BIDS-LOOP.
           IF RFR-STATUS NOT = "Q" AND RFR-STATUS NOT = "P"
               GO TO FIND-BIDS-LOOP.
           MOVE RFR-VALID-UNTIL (7:4) TO BID-VALID-NUM (1:4).
           MOVE RFR-VALID-UNTIL (1:2) TO BID-VALID-NUM (5:2).
           MOVE RFR-VALID-UNTIL (4:2) TO BID-VALID-NUM (7:2).
           IF BID-VALID-NUM < TODAY-NUM GO TO FIND-BIDS-LOOP.
           IF RFR-SUPPLIER = ENTERED-SUPPLIER
               MOVE "Y" TO OWN-BID-FOUND
               MOVE RFR-PRICE TO OWN-PRICE
               MOVE RFR-LEAD-DAYS TO OWN-LEAD
               GO TO FIND-BIDS-LOOP.
           IF RFR-PRICE < CHEAP-PRICE
               MOVE RFR-SUPPLIER TO CHEAP-SUPPLIER
               MOVE RFR-PRICE TO CHEAP-PRICE.
           GO TO FIND-BIDS-LOOP.
       FIND-BIDS-DONE.
           IF CHEAP-SUPPLIER NOT = SPACE
               AND CHEAP-PRICE NOT < OWN-PRICE
               MOVE SPACE TO CHEAP-SUPPLIER
               MOVE 0 TO CHEAP-PRICE.
       FIND-BIDS-EXIT.
           EXIT.
       GET-PASS-REASON.
           DISPLAY "WHY IS THE CHEAPER BID PASSED OVER? (30 CHARS): ".
           MOVE SPACE TO ENTERED-REASON.
           ACCEPT ENTERED-REASON.
           IF ENTERED-REASON = SPACE
               DISPLAY TERM-HIGHLIGHT-ON "A REASON IS NEEDED"
                   TERM-HIGHLIGHT-OFF
               GO TO GET-PASS-REASON.
       GET-PASS-REASON-EXIT.
           EXIT.
      *THE QUOTED LEAD TIME COUNTS IN WORKING DAYS FROM TODAY ON
      *THE SHOP CALENDAR - THE LINE IS DUE ON THE WANTED-BY DATE
      *UNLESS THE SUPPLIER CANNOT MAKE IT, WHEN THE LATER DATE IS
      *THE HONEST ONE
       SET-DUE-DATE.
           MOVE AW-WANTED-BY (AW-IX) TO DUE-DATE-HOLD.
           MOVE AW-WANTED-BY (AW-IX) (7:4) TO WANTED-NUM (1:4).
           MOVE AW-WANTED-BY (AW-IX) (1:2) TO WANTED-NUM (5:2).
           MOVE AW-WANTED-BY (AW-IX) (4:2) TO WANTED-NUM (7:2).
           MOVE "A" TO CQ-FUNCTION.
           MOVE TODAY-NUM TO CQ-FROM-NUM.
           MOVE AW-LEAD (AW-IX) TO CQ-DAYS.
           CALL "WORKING-DAYS" USING CALENDAR-REQ-BLOCK.
           IF CQ-BASIS = "E" GO TO SET-DUE-DATE-EXIT.
           IF CQ-TO-NUM > WANTED-NUM
               MOVE CQ-TO-DATE TO DUE-DATE-HOLD
               DISPLAY "LINE " AW-LINE-NO (AW-IX)
                   " DUE " CQ-TO-DATE " - LATER THAN WANTED".
       SET-DUE-DATE-EXIT.
           EXIT.
      *MARK THE ENQUIRY LINE AWARDED, THE WINNING BID WON AND ANY
      *CHEAPER LIVE BIDS PASSED OVER, WITH THE REASON ON THE AUDIT
       CLOSE-ENQUIRY-LINE.
           MOVE ENTERED-RFQ-NO TO RFL-RFQ-NO.
           MOVE AW-LINE-NO (AW-IX) TO RFL-LINE-NO.
           READ RFQ-LINE-FILE
               INVALID GO TO CLOSE-ENQUIRY-LINE-EXIT
           END-READ.
           MOVE "A" TO RFL-STATUS.
           MOVE ENTERED-SUPPLIER TO RFL-AWARD-SUPPLIER.
           MOVE ENTERED-ORDER-NO TO RFL-AWARD-PO.
           MOVE AW-PRICE (AW-IX) TO RFL-AWARD-PRICE.
           MOVE AW-REASON (AW-IX) TO RFL-PASS-REASON.
           REWRITE RFQ-LINE-RECORD.
           MOVE "Y" TO MORE-BIDS.
           MOVE ENTERED-RFQ-NO TO RFR-RFQ-NO.
           MOVE LOW-VALUE TO RFR-SUPPLIER.
           MOVE 0 TO RFR-LINE-NO.
           START RFQ-REPLY-FILE KEY NOT LESS THAN RFR-KEY
               INVALID GO TO CLOSE-ENQUIRY-AUDIT.
       MARK-BIDS-LOOP.
           READ RFQ-REPLY-FILE NEXT RECORD
               AT END GO TO CLOSE-ENQUIRY-AUDIT.
           IF RFR-RFQ-NO NOT = ENTERED-RFQ-NO
               GO TO CLOSE-ENQUIRY-AUDIT.
           IF RFR-LINE-NO NOT = AW-LINE-NO (AW-IX)
               GO TO MARK-BIDS-LOOP.
           IF RFR-SUPPLIER = ENTERED-SUPPLIER
               MOVE "W" TO RFR-STATUS
               REWRITE RFQ-REPLY-RECORD
               GO TO MARK-BIDS-LOOP.
           IF RFR-STATUS NOT = "Q" GO TO MARK-BIDS-LOOP.
           IF RFR-PRICE NOT < AW-PRICE (AW-IX) GO TO MARK-BIDS-LOOP.
           MOVE RFR-VALID-UNTIL (7:4) TO BID-VALID-NUM (1:4).
           MOVE RFR-VALID-UNTIL (1:2) TO BID-VALID-NUM (5:2).
           MOVE RFR-VALID-UNTIL (4:2) TO BID-VALID-NUM (7:2).
           IF BID-VALID-NUM < TODAY-NUM GO TO MARK-BIDS-LOOP.
           MOVE "P" TO RFR-STATUS.
           REWRITE RFQ-REPLY-RECORD.
           GO TO MARK-BIDS-LOOP.
       CLOSE-ENQUIRY-AUDIT.
           IF AW-CHEAP-SUPPLIER (AW-IX) = SPACE
               GO TO CLOSE-ENQUIRY-LINE-EXIT.
           MOVE "STOCK.RFL" TO AU-FILE-NAME.
           MOVE RFL-KEY TO AU-RECORD-KEY.
           MOVE "PASSED-OVER" TO AU-FIELD-NAME.
           MOVE AW-CHEAP-PRICE (AW-IX) TO AU-MONEY-EDIT.
           MOVE SPACE TO AU-OLD-VALUE.
           STRING AW-CHEAP-SUPPLIER (AW-IX) " AT " AU-MONEY-EDIT
               DELIMITED BY SIZE INTO AU-OLD-VALUE.
           MOVE AW-REASON (AW-IX) TO AU-NEW-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
       CLOSE-ENQUIRY-LINE-EXIT.
           EXIT.
      *THE ENQUIRY IS FULLY AWARDED ONCE NO LINE IS LEFT OPEN
       CHECK-ENQUIRY-DONE.
           MOVE 0 TO OPEN-LINE-COUNT.
           MOVE ENTERED-RFQ-NO TO RFL-RFQ-NO.
           MOVE 0 TO RFL-LINE-NO.
           START RFQ-LINE-FILE KEY NOT LESS THAN RFL-KEY
               INVALID GO TO CHECK-ENQUIRY-COUNTED.
       CHECK-ENQUIRY-LOOP.
           READ RFQ-LINE-FILE NEXT RECORD
               AT END GO TO CHECK-ENQUIRY-COUNTED.
           IF RFL-RFQ-NO NOT = ENTERED-RFQ-NO
               GO TO CHECK-ENQUIRY-COUNTED.
           IF RFL-STATUS = "O" ADD 1 TO OPEN-LINE-COUNT.
           GO TO CHECK-ENQUIRY-LOOP.
       CHECK-ENQUIRY-COUNTED.
           IF OPEN-LINE-COUNT NOT = 0
               DISPLAY "LINES STILL OPEN ON THE ENQUIRY: "
                   OPEN-LINE-COUNT
               GO TO CHECK-ENQUIRY-DONE-EXIT.
           MOVE ENTERED-RFQ-NO TO RFQ-NUMBER.
           READ RFQ-FILE
               INVALID GO TO CHECK-ENQUIRY-DONE-EXIT
           END-READ.
           MOVE "A" TO RFQ-STATUS.
           REWRITE RFQ-RECORD.
           DISPLAY "EVERY LINE AWARDED - ENQUIRY CLOSED".
       CHECK-ENQUIRY-DONE-EXIT.
           EXIT.
      *A SUPPLIER WHOSE MANDATORY CERTIFICATES ARE NOT ALL HELD AND
      *IN DATE TODAY GETS NO NEW ORDER UNLESS A SUPERVISOR TAKES IT
      *ON, AS PURCHASE-ORDER-MAINT HOLDS IT - THE OVERRIDE GOES TO
      *THE AUDIT AGAINST THE ORDER ONCE IT IS WRITTEN
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
           IF CERT-EXPIRY-NUM < TODAY-NUM
               DISPLAY TERM-HIGHLIGHT-ON "CERTIFICATE EXPIRED "
                   SC-EXPIRY-DATE ": " SC-TYPE " " SC-DESC
                   TERM-HIGHLIGHT-OFF
               MOVE "Y" TO CERT-BLOCKED.
           GO TO CHECK-CERTS-LOOP.
       CHECK-CERTS-DECIDE.
           IF CERT-BLOCKED NOT = "Y" GO TO CHECK-CERTS-EXIT.
           IF SGN-AUTHORITY < 2
               DISPLAY "SUPPLIER NOT COMPLIANT - A SUPERVISOR MUST"
               DISPLAY "MAKE THIS AWARD."
               GO TO CHECK-CERTS-EXIT.
           DISPLAY "SUPERVISOR - AWARD TO THEM ANYWAY? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y" OR CONFIRM-ANSWER = "y"
               MOVE "N" TO CERT-BLOCKED
               MOVE "Y" TO CERT-OVERRIDDEN.
       CHECK-CERTS-EXIT.
           EXIT.
      *ONE AUDIT ROW PER DECISION - WHAT WAS PASSED OVER, WHY, WHO
      *AND WHEN
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
               IF RETRY-ANSWER NOT = "X"
                   AND RETRY-ANSWER NOT = "x"
                   GO TO LOG-AUDIT-WRITE.
       LOG-AUDIT-EXIT.
           EXIT.
       END-IT.
           CLOSE RFQ-FILE.
           CLOSE RFQ-LINE-FILE.
           CLOSE RFQ-REPLY-FILE.
           CLOSE PO-FILE.
           CLOSE PO-LINE-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE CERT-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.RFQ" TO STOCK-RFQ-FN.
           MOVE "TRAIN.RFL" TO STOCK-RFL-FN.
           MOVE "TRAIN.RFR" TO STOCK-RFR-FN.
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.POL" TO STOCK-POL-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.AUD" TO STOCK-AUD-FN.
           MOVE "TRAIN.CRT" TO STOCK-CRT-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
