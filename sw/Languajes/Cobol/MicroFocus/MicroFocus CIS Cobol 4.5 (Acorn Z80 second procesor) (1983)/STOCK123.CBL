       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFQ-MAINT.
       AUTHOR. MICRO FOCUS LTD.
      *REQUEST FOR QUOTATION.  AN ENQUIRY (STOCK.RFQ) CARRIES ONE
      *OR MORE LINES - STOCK CODE, QUANTITY AND WANTED-BY DATE - ON
      *STOCK.RFL, AND IS SENT TO SEVERAL SUPPLIERS OFF STOCK.SUP,
      *EACH ONE RECORDED ON STOCK.RFR.  THE ENQUIRY LETTERS PRINT
      *TO STOCK.RFP, ONE LETTER PER SUPPLIER.  EACH SUPPLIER'S
      *REPLY - PRICE AND LEAD TIME PER LINE, AND HOW LONG THE
      *PRICES HOLD - IS KEYED HERE AGAINST THE ENQUIRY.  RANKING
      *THE REPLIES IS RFQ-COMPARE'S JOB AND RAISING THE ORDER IS
      *RFQ-AWARD'S.
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
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY.
      *THE ENQUIRY LETTERS GO TO THEIR OWN REPORT FILE SO THEY CAN
      *BE KEPT AND REPRINTED LIKE THE ORDER DOCUMENTS
           SELECT LETTER-FILE
           ASSIGN DYNAMIC STOCK-RFP-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS LP-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  RFQ-FILE; RECORD 80.
           COPY "RFQFILE.CPY".
       FD  RFQ-LINE-FILE; RECORD 90.
           COPY "RFLFILE.CPY".
       FD  RFQ-REPLY-FILE; RECORD 50.
           COPY "RFRFILE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  LETTER-FILE; RECORD 80.
       01  LETTER-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-RFQ-FN PIC X(12) VALUE "STOCK.RFQ".
           02  STOCK-RFL-FN PIC X(12) VALUE "STOCK.RFL".
           02  STOCK-RFR-FN PIC X(12) VALUE "STOCK.RFR".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-RFP-FN PIC X(12) VALUE "STOCK.RFP".
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  RFQ-FILE-STATUS PIC XX.
       01  RFL-FILE-STATUS PIC XX.
       01  RFR-FILE-STATUS PIC XX.
       01  LP-STATUS PIC XX.
       01  TODAY-DATE PIC X(10).
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  OPERATOR-ID PIC X(4).
       01  ENTERED-RFQ-NO PIC X(6).
       01  ENTERED-SUPPLIER PIC X(4).
       01  ENTERED-STOCK-CODE PIC X(8).
       01  ENTERED-QTY PIC 9(6)V99.
       01  ENTERED-QTY-W PIC 9(8).
       01  DEC-QTY-X PIC X(8).
       01  DEC-QTY-9 REDEFINES DEC-QTY-X PIC 9(6)V99.
       01  LINE-UOM PIC XX.
       01  CODE-FOUND PIC X.
       01  NEXT-LINE-NO PIC 99.
       01  INVITED-COUNT PIC 99.
       01  LETTER-COUNT PIC 99.
       01  ANSWERED-COUNT PIC 99.
       01  AWARDED-FOUND PIC X.
       01  MORE-INVITES PIC X.
       01  VALID-UNTIL-HOLD PIC X(10).
       01  ENTERED-PRICE-X PIC X(6).
       01  ENTERED-PRICE-9 REDEFINES ENTERED-PRICE-X PIC 9(4)V99.
       01  ENTERED-LEAD-X PIC X(3).
       01  ENTERED-LEAD-9 REDEFINES ENTERED-LEAD-X PIC 999.
       01  QTY-SHOW PIC ZZZZZ9.99.
       01  LETTER-TITLE.
           02  FILLER PIC X(24) VALUE "REQUEST FOR QUOTATION ".
           02  LT-RFQ-NO PIC X(6).
       01  LETTER-HEADING.
           02  FILLER PIC X(10) VALUE "CODE".
           02  FILLER PIC X(22) VALUE "DESCRIPTION".
           02  FILLER PIC X(14) VALUE "     QUANTITY".
           02  FILLER PIC X(4) VALUE "UOM".
           02  FILLER PIC X(10) VALUE "WANTED BY".
       01  LT-SUPPLIER-LINE.
           02  LT-TO-TAG PIC X(4) VALUE "TO: ".
           02  LT-SUPPLIER-TEXT PIC X(30).
       01  LT-CITY-LINE.
           02  FILLER PIC X(4) VALUE SPACE.
           02  LT-CITY PIC X(15).
           02  FILLER PIC X VALUE SPACE.
           02  LT-STATE PIC X(5).
           02  FILLER PIC X VALUE SPACE.
           02  LT-ZIP PIC X(5).
       01  LT-SUBJECT-LINE.
           02  FILLER PIC X(9) VALUE "ENQUIRY ".
           02  LT-SUBJ-NO PIC X(6).
           02  FILLER PIC X(3) VALUE " - ".
           02  LT-SUBJ-DESC PIC X(30).
       01  LT-REPLY-LINE.
           02  FILLER PIC X(26) VALUE "PLEASE LET US HAVE IT BY ".
           02  LT-REPLY-BY PIC X(10).
           02  FILLER PIC X VALUE ".".
       01  LETTER-DETAIL.
           02  LT-STOCK-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  LT-DESC PIC X(20).
           02  FILLER PIC XX VALUE SPACE.
           02  LT-QTY PIC ZZZZZZZ9.99.
           02  FILLER PIC XXX VALUE SPACE.
           02  LT-UOM PIC XX.
           02  FILLER PIC XX VALUE SPACE.
           02  LT-WANTED-BY PIC X(10).
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
           DISPLAY "REQUEST FOR QUOTATION - ENQUIRIES AND REPLIES".
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           OPEN I-O RFQ-FILE.
           IF RFQ-FILE-STATUS NOT = "00"
               OPEN OUTPUT RFQ-FILE
               CLOSE RFQ-FILE
               OPEN I-O RFQ-FILE
           END-IF.
           OPEN I-O RFQ-LINE-FILE.
           IF RFL-FILE-STATUS NOT = "00"
               OPEN OUTPUT RFQ-LINE-FILE
               CLOSE RFQ-LINE-FILE
               OPEN I-O RFQ-LINE-FILE
           END-IF.
           OPEN I-O RFQ-REPLY-FILE.
           IF RFR-FILE-STATUS NOT = "00"
               OPEN OUTPUT RFQ-REPLY-FILE
               CLOSE RFQ-REPLY-FILE
               OPEN I-O RFQ-REPLY-FILE
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT STOCK-FILE.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE TO TODAY-DATE.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(N)EW ENQUIRY, (S)UPPLIERS TO ASK, (P)RINT".
           DISPLAY "ENQUIRY LETTERS, (R)EPLY FROM A SUPPLIER,".
           DISPLAY "(X) CANCEL ENQUIRY, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "N" OR ACTION-CHOICE = "n"
               GO TO NEW-ENQUIRY.
           IF ACTION-CHOICE = "S" OR ACTION-CHOICE = "s"
               GO TO ADD-SUPPLIERS.
           IF ACTION-CHOICE = "P" OR ACTION-CHOICE = "p"
               GO TO PRINT-LETTERS.
           IF ACTION-CHOICE = "R" OR ACTION-CHOICE = "r"
               GO TO ENTER-REPLY.
           IF ACTION-CHOICE = "X" OR ACTION-CHOICE = "x"
               GO TO CANCEL-ENQUIRY.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *A NEW ENQUIRY - HEADER, THEN LINES UNTIL A BLANK STOCK CODE,
      *THEN STRAIGHT ON TO THE SUPPLIERS TO ASK
       NEW-ENQUIRY.
           DISPLAY "ENTER NEW ENQUIRY NO: ".
           MOVE SPACE TO ENTERED-RFQ-NO.
           ACCEPT ENTERED-RFQ-NO.
           IF ENTERED-RFQ-NO = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-RFQ-NO TO RFQ-NUMBER.
           READ RFQ-FILE
               INVALID GO TO NEW-ENQUIRY-HEADER
           END-READ.
           DISPLAY TERM-HIGHLIGHT-ON "ENQUIRY ALREADY ON FILE"
               TERM-HIGHLIGHT-OFF.
           GO TO NEW-ENQUIRY.
       NEW-ENQUIRY-HEADER.
           MOVE SPACE TO RFQ-RECORD.
           MOVE ENTERED-RFQ-NO TO RFQ-NUMBER.
           DISPLAY "WHAT IS BEING BOUGHT (30 CHARACTERS): ".
           ACCEPT RFQ-DESC.
           PERFORM GET-REPLY-BY THRU GET-REPLY-BY-EXIT.
           MOVE TODAY-DATE TO RFQ-DATE.
           MOVE "O" TO RFQ-STATUS.
           MOVE OPERATOR-ID TO RFQ-RAISED-BY.
           WRITE RFQ-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "RFQ FILE I/O ERROR, STATUS: " RFQ-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-WRITE.
           MOVE 0 TO NEXT-LINE-NO.
       NEW-ENQUIRY-NEXT-LINE.
           ADD 1 TO NEXT-LINE-NO.
           PERFORM ENTER-ENQUIRY-LINE THRU ENTER-LINE-EXIT.
           IF ENTERED-STOCK-CODE NOT = SPACE
               GO TO NEW-ENQUIRY-NEXT-LINE.
           SUBTRACT 1 FROM NEXT-LINE-NO.
           IF NEXT-LINE-NO = 0
               DISPLAY TERM-HIGHLIGHT-ON
                   "NO LINES ENTERED - ENQUIRY CANCELLED"
                   TERM-HIGHLIGHT-OFF
               MOVE ENTERED-RFQ-NO TO RFQ-NUMBER
               READ RFQ-FILE
                   INVALID GO TO ASK-ACTION
               END-READ
               MOVE "X" TO RFQ-STATUS
               REWRITE RFQ-RECORD
               GO TO ASK-ACTION.
           DISPLAY "ENQUIRY RAISED WITH " NEXT-LINE-NO " LINES".
           DISPLAY "NOW THE SUPPLIERS TO ASK -".
           GO TO INVITE-SUPPLIERS.
      *ONE ENQUIRY LINE - A BLANK STOCK CODE MEANS NO MORE LINES.
      *THE CODE IS PROVED AGAINST STOCK.IT AT ANY LOCATION, AS ON A
      *PURCHASE ORDER LINE, AND MEASURED STOCK TAKES A DECIMAL
      *QUANTITY IN ITS OWN UNIT
       ENTER-ENQUIRY-LINE.
           DISPLAY "LINE " NEXT-LINE-NO
               " - ENTER STOCK CODE (BLANK TO END ENQUIRY): ".
           MOVE SPACE TO ENTERED-STOCK-CODE.
           ACCEPT ENTERED-STOCK-CODE.
           IF ENTERED-STOCK-CODE = SPACE GO TO ENTER-LINE-EXIT.
           PERFORM CHECK-STOCK-CODE THRU CHECK-STOCK-CODE-EXIT.
           IF CODE-FOUND = "N"
               DISPLAY TERM-HIGHLIGHT-ON "INVALID CODE"
                   TERM-HIGHLIGHT-OFF
               GO TO ENTER-ENQUIRY-LINE.
           DISPLAY PRODUCT-DESC.
           MOVE ITEM-UOM TO LINE-UOM.
           IF LINE-UOM NOT = "EA" AND LINE-UOM NOT = SPACE
               PERFORM GET-DECIMAL-QTY THRU GET-DEC-QTY-EXIT
               MOVE DEC-QTY-9 TO ENTERED-QTY
           ELSE
               DISPLAY "ENTER QUANTITY WANTED: "
               ACCEPT ENTERED-QTY-W
               IF ENTERED-QTY-W NOT NUMERIC OR ENTERED-QTY-W = 0
                   DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                       TERM-HIGHLIGHT-OFF
                   GO TO ENTER-ENQUIRY-LINE
               END-IF
               MOVE ENTERED-QTY-W TO ENTERED-QTY
           END-IF.
           PERFORM GET-WANTED-BY THRU GET-WANTED-BY-EXIT.
           MOVE SPACE TO RFQ-LINE-RECORD.
           MOVE ENTERED-RFQ-NO TO RFL-RFQ-NO.
           MOVE NEXT-LINE-NO TO RFL-LINE-NO.
           MOVE ENTERED-STOCK-CODE TO RFL-STOCK-CODE.
           MOVE ENTERED-QTY TO RFL-QTY.
           MOVE DC-DATE TO RFL-WANTED-BY.
           MOVE "O" TO RFL-STATUS.
           MOVE 0 TO RFL-AWARD-PRICE.
           WRITE RFQ-LINE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "RFQ LINE I/O ERROR, STATUS: " RFL-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ENTER-ENQUIRY-LINE
           END-WRITE.
       ENTER-LINE-EXIT.
           EXIT.
      *MORE SUPPLIERS CAN BE ASKED ON AN ENQUIRY AT ANY TIME UNTIL
      *IT IS FULLY AWARDED
       ADD-SUPPLIERS.
           DISPLAY "ENTER ENQUIRY NO: ".
           MOVE SPACE TO ENTERED-RFQ-NO.
           ACCEPT ENTERED-RFQ-NO.
           IF ENTERED-RFQ-NO = SPACE GO TO ASK-ACTION.
           PERFORM READ-OPEN-ENQUIRY THRU READ-OPEN-EXIT.
           IF RFQ-STATUS NOT = "O" GO TO ASK-ACTION.
       INVITE-SUPPLIERS.
           DISPLAY "SUPPLIER TO ASK (BLANK WHEN DONE): ".
           MOVE SPACE TO ENTERED-SUPPLIER.
           ACCEPT ENTERED-SUPPLIER.
           IF ENTERED-SUPPLIER = SPACE GO TO INVITE-DONE.
           MOVE ENTERED-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN SUPPLIER"
                   TERM-HIGHLIGHT-OFF
               GO TO INVITE-SUPPLIERS
           END-READ.
           DISPLAY SUPPLIER-NAME.
           MOVE SPACE TO RFQ-REPLY-RECORD.
           MOVE ENTERED-RFQ-NO TO RFR-RFQ-NO.
           MOVE ENTERED-SUPPLIER TO RFR-SUPPLIER.
           MOVE 0 TO RFR-LINE-NO.
           MOVE 0 TO RFR-PRICE.
           MOVE 0 TO RFR-LEAD-DAYS.
           MOVE "I" TO RFR-STATUS.
           WRITE RFQ-REPLY-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SUPPLIER ALREADY ASKED ON THIS ENQUIRY"
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
           GO TO INVITE-SUPPLIERS.
      *THE HOUSE RULE IS THREE QUOTES - SAY SO WHEN FEWER HAVE BEEN
      *ASKED, BUT LEAVE THE BUYER TO DECIDE
       INVITE-DONE.
           PERFORM COUNT-INVITED THRU COUNT-INVITED-EXIT.
           DISPLAY "SUPPLIERS ASKED ON THIS ENQUIRY: " INVITED-COUNT.
           IF INVITED-COUNT < 3
               DISPLAY TERM-HIGHLIGHT-ON
                   "FEWER THAN THREE SUPPLIERS ASKED"
                   TERM-HIGHLIGHT-OFF.
           GO TO ASK-ACTION.
      *ONE LETTER PER SUPPLIER STILL WAITED ON, EACH ITS OWN
      *DOCUMENT WITH ITS OWN HEADING.  A SUPPLIER WHO HAS ALREADY
      *REPLIED IS NOT ASKED AGAIN.
       PRINT-LETTERS.
           DISPLAY "ENTER ENQUIRY NO TO PRINT: ".
           MOVE SPACE TO ENTERED-RFQ-NO.
           ACCEPT ENTERED-RFQ-NO.
           IF ENTERED-RFQ-NO = SPACE GO TO ASK-ACTION.
           PERFORM READ-OPEN-ENQUIRY THRU READ-OPEN-EXIT.
           IF RFQ-STATUS NOT = "O" GO TO ASK-ACTION.
           MOVE 0 TO LETTER-COUNT.
           OPEN OUTPUT LETTER-FILE.
           MOVE ENTERED-RFQ-NO TO LT-RFQ-NO.
           MOVE LETTER-TITLE TO RPT-TITLE.
           MOVE LETTER-HEADING TO RPT-COL-HEADING.
           MOVE TODAY-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "Y" TO MORE-INVITES.
           MOVE ENTERED-RFQ-NO TO RFR-RFQ-NO.
           MOVE LOW-VALUE TO RFR-SUPPLIER.
           MOVE 0 TO RFR-LINE-NO.
           START RFQ-REPLY-FILE KEY NOT LESS THAN RFR-KEY
               INVALID MOVE "N" TO MORE-INVITES.
       PRINT-LETTERS-LOOP.
           IF MORE-INVITES = "N" GO TO PRINT-LETTERS-DONE.
           READ RFQ-REPLY-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-INVITES
               GO TO PRINT-LETTERS-LOOP.
           IF RFR-RFQ-NO NOT = ENTERED-RFQ-NO
               MOVE "N" TO MORE-INVITES
               GO TO PRINT-LETTERS-LOOP.
           IF RFR-LINE-NO NOT = 0 GO TO PRINT-LETTERS-LOOP.
           IF RFR-STATUS = "R" GO TO PRINT-LETTERS-LOOP.
           MOVE RFR-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID GO TO PRINT-LETTERS-LOOP
           END-READ.
           PERFORM PRINT-ONE-LETTER THRU PRINT-ONE-LETTER-EXIT.
           MOVE "P" TO RFR-STATUS.
           MOVE TODAY-DATE TO RFR-REPLY-DATE.
           REWRITE RFQ-REPLY-RECORD.
           ADD 1 TO LETTER-COUNT.
           GO TO PRINT-LETTERS-LOOP.
       PRINT-LETTERS-DONE.
           CLOSE LETTER-FILE.
           DISPLAY "ENQUIRY LETTERS WRITTEN: " LETTER-COUNT.
           IF LETTER-COUNT NOT = 0
               DISPLAY "SEND " STOCK-RFP-FN
                   " TO THE PRINTER THE USUAL WAY.".
           GO TO ASK-ACTION.
       PRINT-ONE-LETTER.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE "TO: " TO LT-TO-TAG.
           MOVE SUPPLIER-NAME TO LT-SUPPLIER-TEXT.
           MOVE LT-SUPPLIER-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO LT-TO-TAG.
           MOVE SUPPLIER-ADDRESS TO LT-SUPPLIER-TEXT.
           MOVE LT-SUPPLIER-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SUPPLIER-CITY TO LT-CITY.
           MOVE SUPPLIER-STATE TO LT-STATE.
           MOVE SUPPLIER-ZIP TO LT-ZIP.
           MOVE LT-CITY-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE ENTERED-RFQ-NO TO LT-SUBJ-NO.
           MOVE RFQ-DESC TO LT-SUBJ-DESC.
           MOVE LT-SUBJECT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "PLEASE QUOTE YOUR UNIT PRICE AND LEAD TIME IN WORKING"
               TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "DAYS FOR EACH ITEM BELOW, AND THE DATE UNTIL WHICH"
               TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "YOUR PRICES HOLD.  A NIL RETURN IS WELCOME."
               TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE RFQ-REPLY-BY TO LT-REPLY-BY.
           MOVE LT-REPLY-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE ENTERED-RFQ-NO TO RFL-RFQ-NO.
           MOVE 0 TO RFL-LINE-NO.
           START RFQ-LINE-FILE KEY NOT LESS THAN RFL-KEY
               INVALID GO TO PRINT-LETTER-END
           END-START.
       PRINT-LETTER-LINES.
           READ RFQ-LINE-FILE NEXT RECORD
               AT END GO TO PRINT-LETTER-END
           END-READ.
           IF RFL-RFQ-NO NOT = ENTERED-RFQ-NO
               GO TO PRINT-LETTER-END.
           IF RFL-STATUS NOT = "O" GO TO PRINT-LETTER-LINES.
           MOVE RFL-STOCK-CODE TO LT-STOCK-CODE.
           MOVE RFL-STOCK-CODE TO ENTERED-STOCK-CODE.
           PERFORM CHECK-STOCK-CODE THRU CHECK-STOCK-CODE-EXIT.
           IF CODE-FOUND = "Y"
               MOVE PRODUCT-DESC TO LT-DESC
               MOVE ITEM-UOM TO LT-UOM
           ELSE
               MOVE SPACE TO LT-DESC
               MOVE SPACE TO LT-UOM
           END-IF.
           MOVE RFL-QTY TO LT-QTY.
           MOVE RFL-WANTED-BY TO LT-WANTED-BY.
           MOVE LETTER-DETAIL TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO PRINT-LETTER-LINES.
       PRINT-LETTER-END.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       PRINT-ONE-LETTER-EXIT.
           EXIT.
      *A SUPPLIER'S REPLY - ONE VALIDITY DATE FOR THE WHOLE REPLY,
      *THEN PRICE AND LEAD TIME LINE BY LINE.  "N" AT THE PRICE IS
      *A NO BID FOR THE LINE.  KEYING A REPLY AGAIN REPLACES THE
      *FIRST ONE, SO A REVISED QUOTE SIMPLY OVERWRITES.
       ENTER-REPLY.
           DISPLAY "ENTER ENQUIRY NO: ".
           MOVE SPACE TO ENTERED-RFQ-NO.
           ACCEPT ENTERED-RFQ-NO.
           IF ENTERED-RFQ-NO = SPACE GO TO ASK-ACTION.
           PERFORM READ-OPEN-ENQUIRY THRU READ-OPEN-EXIT.
           IF RFQ-STATUS NOT = "O" GO TO ASK-ACTION.
       ENTER-REPLY-SUPPLIER.
           DISPLAY "REPLY FROM SUPPLIER: ".
           MOVE SPACE TO ENTERED-SUPPLIER.
           ACCEPT ENTERED-SUPPLIER.
           IF ENTERED-SUPPLIER = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-RFQ-NO TO RFR-RFQ-NO.
           MOVE ENTERED-SUPPLIER TO RFR-SUPPLIER.
           MOVE 0 TO RFR-LINE-NO.
           READ RFQ-REPLY-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SUPPLIER WAS NOT ASKED ON THIS ENQUIRY"
                   TERM-HIGHLIGHT-OFF
               GO TO ENTER-REPLY-SUPPLIER
           END-READ.
       ENTER-REPLY-VALID.
           DISPLAY "PRICES HOLD UNTIL (MM/DD/YYYY): ".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           IF DC-DATE-ENTRY = SPACE
               DISPLAY TERM-HIGHLIGHT-ON "A VALIDITY DATE IS NEEDED"
                   TERM-HIGHLIGHT-OFF
               GO TO ENTER-REPLY-VALID.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO ENTER-REPLY-VALID.
           MOVE DC-DATE TO VALID-UNTIL-HOLD.
           MOVE 0 TO ANSWERED-COUNT.
           MOVE ENTERED-RFQ-NO TO RFL-RFQ-NO.
           MOVE 0 TO RFL-LINE-NO.
           START RFQ-LINE-FILE KEY NOT LESS THAN RFL-KEY
               INVALID GO TO ENTER-REPLY-DONE
           END-START.
       ENTER-REPLY-LOOP.
           READ RFQ-LINE-FILE NEXT RECORD
               AT END GO TO ENTER-REPLY-DONE
           END-READ.
           IF RFL-RFQ-NO NOT = ENTERED-RFQ-NO
               GO TO ENTER-REPLY-DONE.
           IF RFL-STATUS NOT = "O" GO TO ENTER-REPLY-LOOP.
           MOVE RFL-QTY TO QTY-SHOW.
           DISPLAY "LINE " RFL-LINE-NO "  " RFL-STOCK-CODE
               "  QTY " QTY-SHOW "  WANTED BY " RFL-WANTED-BY.
       ENTER-REPLY-PRICE.
           DISPLAY "UNIT PRICE (NNNNNN = NNNN.NN, N FOR NO BID): ".
           MOVE SPACE TO ENTERED-PRICE-X.
           ACCEPT ENTERED-PRICE-X.
           MOVE SPACE TO RFQ-REPLY-RECORD.
           MOVE ENTERED-RFQ-NO TO RFR-RFQ-NO.
           MOVE ENTERED-SUPPLIER TO RFR-SUPPLIER.
           MOVE RFL-LINE-NO TO RFR-LINE-NO.
           MOVE 0 TO RFR-PRICE.
           MOVE 0 TO RFR-LEAD-DAYS.
           MOVE VALID-UNTIL-HOLD TO RFR-VALID-UNTIL.
           MOVE TODAY-DATE TO RFR-REPLY-DATE.
           IF ENTERED-PRICE-X = "N" OR ENTERED-PRICE-X = "n"
               MOVE "N" TO RFR-STATUS
               GO TO ENTER-REPLY-WRITE.
           IF ENTERED-PRICE-X NOT NUMERIC OR ENTERED-PRICE-9 = 0
               DISPLAY TERM-HIGHLIGHT-ON "PRICE NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ENTER-REPLY-PRICE.
           MOVE ENTERED-PRICE-9 TO RFR-PRICE.
       ENTER-REPLY-LEAD.
           DISPLAY "QUOTED LEAD TIME IN WORKING DAYS (NNN): ".
           MOVE SPACE TO ENTERED-LEAD-X.
           ACCEPT ENTERED-LEAD-X.
           IF ENTERED-LEAD-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "LEAD TIME NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ENTER-REPLY-LEAD.
           MOVE ENTERED-LEAD-9 TO RFR-LEAD-DAYS.
           MOVE "Q" TO RFR-STATUS.
       ENTER-REPLY-WRITE.
           WRITE RFQ-REPLY-RECORD
               INVALID REWRITE RFQ-REPLY-RECORD
           END-WRITE.
           ADD 1 TO ANSWERED-COUNT.
           GO TO ENTER-REPLY-LOOP.
       ENTER-REPLY-DONE.
           MOVE ENTERED-RFQ-NO TO RFR-RFQ-NO.
           MOVE ENTERED-SUPPLIER TO RFR-SUPPLIER.
           MOVE 0 TO RFR-LINE-NO.
           READ RFQ-REPLY-FILE
               INVALID GO TO ASK-ACTION
           END-READ.
           MOVE "R" TO RFR-STATUS.
           MOVE TODAY-DATE TO RFR-REPLY-DATE.
           MOVE VALID-UNTIL-HOLD TO RFR-VALID-UNTIL.
           REWRITE RFQ-REPLY-RECORD.
           DISPLAY "REPLY RECORDED FOR " ANSWERED-COUNT " LINES".
           GO TO ENTER-REPLY-SUPPLIER.
      *AN ENQUIRY CAN BE CANCELLED UNTIL ANY LINE HAS GONE ONTO AN
      *ORDER - AFTER THAT THE ENQUIRY IS PART OF THE ORDER'S STORY
       CANCEL-ENQUIRY.
           DISPLAY "ENTER ENQUIRY NO TO CANCEL: ".
           MOVE SPACE TO ENTERED-RFQ-NO.
           ACCEPT ENTERED-RFQ-NO.
           IF ENTERED-RFQ-NO = SPACE GO TO ASK-ACTION.
           PERFORM READ-OPEN-ENQUIRY THRU READ-OPEN-EXIT.
           IF RFQ-STATUS NOT = "O" GO TO ASK-ACTION.
           MOVE "N" TO AWARDED-FOUND.
           MOVE ENTERED-RFQ-NO TO RFL-RFQ-NO.
           MOVE 0 TO RFL-LINE-NO.
           START RFQ-LINE-FILE KEY NOT LESS THAN RFL-KEY
               INVALID GO TO CANCEL-ENQUIRY-CHECKED
           END-START.
       CANCEL-ENQUIRY-LOOP.
           READ RFQ-LINE-FILE NEXT RECORD
               AT END GO TO CANCEL-ENQUIRY-CHECKED
           END-READ.
           IF RFL-RFQ-NO NOT = ENTERED-RFQ-NO
               GO TO CANCEL-ENQUIRY-CHECKED.
           IF RFL-STATUS = "A"
               MOVE "Y" TO AWARDED-FOUND
               GO TO CANCEL-ENQUIRY-CHECKED.
           GO TO CANCEL-ENQUIRY-LOOP.
       CANCEL-ENQUIRY-CHECKED.
           IF AWARDED-FOUND = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
                   "LINES ALREADY AWARDED - CANNOT CANCEL"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           DISPLAY RFQ-DESC.
           DISPLAY "CANCEL THIS ENQUIRY? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           MOVE ENTERED-RFQ-NO TO RFQ-NUMBER.
           READ RFQ-FILE
               INVALID GO TO ASK-ACTION
           END-READ.
           MOVE "X" TO RFQ-STATUS.
           REWRITE RFQ-RECORD.
           DISPLAY "ENQUIRY CANCELLED".
           GO TO ASK-ACTION.
       END-IT.
           CLOSE RFQ-FILE.
           CLOSE RFQ-LINE-FILE.
           CLOSE RFQ-REPLY-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE STOCK-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *READ THE ENQUIRY AND SAY WHY WHEN IT IS NO LONGER OPEN -
      *RFQ-STATUS COMES BACK SPACE WHEN IT IS NOT ON FILE AT ALL
       READ-OPEN-ENQUIRY.
           MOVE ENTERED-RFQ-NO TO RFQ-NUMBER.
           READ RFQ-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID ENQUIRY NO"
                   TERM-HIGHLIGHT-OFF
               MOVE SPACE TO RFQ-STATUS
               GO TO READ-OPEN-EXIT
           END-READ.
           DISPLAY RFQ-DESC.
           IF RFQ-STATUS = "X"
               DISPLAY TERM-HIGHLIGHT-ON "ENQUIRY IS CANCELLED"
                   TERM-HIGHLIGHT-OFF.
           IF RFQ-STATUS = "A"
               DISPLAY TERM-HIGHLIGHT-ON "ENQUIRY IS FULLY AWARDED"
                   TERM-HIGHLIGHT-OFF.
       READ-OPEN-EXIT.
           EXIT.
       COUNT-INVITED.
           MOVE 0 TO INVITED-COUNT.
           MOVE ENTERED-RFQ-NO TO RFR-RFQ-NO.
           MOVE LOW-VALUE TO RFR-SUPPLIER.
           MOVE 0 TO RFR-LINE-NO.
           START RFQ-REPLY-FILE KEY NOT LESS THAN RFR-KEY
               INVALID GO TO COUNT-INVITED-EXIT
           END-START.
       COUNT-INVITED-LOOP.
           READ RFQ-REPLY-FILE NEXT RECORD
               AT END GO TO COUNT-INVITED-EXIT
           END-READ.
           IF RFR-RFQ-NO NOT = ENTERED-RFQ-NO
               GO TO COUNT-INVITED-EXIT.
           IF RFR-LINE-NO = 0 ADD 1 TO INVITED-COUNT.
           GO TO COUNT-INVITED-LOOP.
       COUNT-INVITED-EXIT.
           EXIT.
      *THE MEASURED QUANTITY, KEYED WITH TWO IMPLIED DECIMALS THE
      *WAY PRICES ARE KEYED
       GET-DECIMAL-QTY.
           DISPLAY "QUANTITY WANTED IN " LINE-UOM
               " (NNNNNNNN = NNNNNN.NN): ".
           MOVE SPACE TO DEC-QTY-X.
           ACCEPT DEC-QTY-X.
           IF DEC-QTY-X NOT NUMERIC OR DEC-QTY-9 = 0
               DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO GET-DECIMAL-QTY.
       GET-DEC-QTY-EXIT.
           EXIT.
      *A STOCK CODE IS GOOD IF IT EXISTS AT ANY LOCATION ON STOCK.IT
       CHECK-STOCK-CODE.
           MOVE "N" TO CODE-FOUND.
           MOVE ENTERED-STOCK-CODE TO STOCK-CODE.
           MOVE LOW-VALUE TO LOCATION-CODE.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID GO TO CHECK-STOCK-CODE-EXIT
           END-START.
           READ STOCK-FILE NEXT RECORD
               AT END GO TO CHECK-STOCK-CODE-EXIT
           END-READ.
           IF STOCK-CODE = ENTERED-STOCK-CODE
               MOVE "Y" TO CODE-FOUND.
       CHECK-STOCK-CODE-EXIT.
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
               MOVE RPT-OUT-LINE (RPT-OUT-IX) TO LETTER-LINE
               PERFORM WRITE-PRINT-SAFE THRU WRITE-PRINT-SAFE-EXIT
               GO TO EMIT-OUT-LOOP.
      *A FAILED WRITE - DISK FULL, USUALLY - PAUSES SO THE DISK CAN
      *BE CHANGED AND THE SAME LINE WRITTEN AGAIN, INSTEAD OF THE
      *REST OF THE LETTERS QUIETLY GOING NOWHERE
       WRITE-PRINT-SAFE.
           WRITE LETTER-LINE.
           IF LP-STATUS NOT = "00" AND LP-STATUS NOT = "02"
               DISPLAY "WRITE FAILED ON " STOCK-RFP-FN
                   ", STATUS " LP-STATUS
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
           MOVE "TRAIN.RFQ" TO STOCK-RFQ-FN.
           MOVE "TRAIN.RFL" TO STOCK-RFL-FN.
           MOVE "TRAIN.RFR" TO STOCK-RFR-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.RFP" TO STOCK-RFP-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-REPLY-BY.
           DISPLAY "SUPPLIERS TO REPLY BY (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-REPLY-BY.
           MOVE DC-DATE TO RFQ-REPLY-BY.
       GET-REPLY-BY-EXIT.
           EXIT.
       GET-WANTED-BY.
           DISPLAY "WANTED BY (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-WANTED-BY.
       GET-WANTED-BY-EXIT.
           EXIT.
