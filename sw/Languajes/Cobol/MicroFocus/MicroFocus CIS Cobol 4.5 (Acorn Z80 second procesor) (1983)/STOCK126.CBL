       IDENTIFICATION DIVISION.
       PROGRAM-ID. NONSTOCK-REQ.
       AUTHOR. MICRO FOCUS LTD.
      *NON-STOCK PURCHASE REQUISITIONS.  A DEPARTMENT BUYING A
      *ONE-OFF ITEM WE NEVER STOCK ENTERS IT HERE - A FREE-TEXT
      *DESCRIPTION, THE ESTIMATED COST, THE DEPARTMENT AND THE
      *SUPPLIER.  A SUPERVISOR APPROVES IT AGAINST THE DEPARTMENT'S
      *BUDGET FOR THE MONTH ON STOCK.BUD, LESS WHAT IS ALREADY
      *SPENT AND LESS THE OTHER NON-STOCK REQUISITIONS STILL
      *APPROVED OR ON ORDER; A BREACH NEEDS A DELIBERATE OVERRIDE.
      *THE BUYER THEN CONVERTS IT INTO A PURCHASE ORDER LINE WITH
      *NO STOCK CODE, ON A NEW ORDER OR ADDED TO AN OPEN ORDER
      *ALREADY GOING TO THE SAME SUPPLIER.  GOODS-IN BOOKS IT
      *DELIVERED DIRECT TO THE DEPARTMENT, WHICH CHARGES THE
      *BUDGET AND NEVER TOUCHES STOCK.IT.  EVERY DECISION GOES TO
      *THE AMENDMENT AUDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NONSTOCK-FILE ASSIGN DYNAMIC STOCK-NSQ-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY NK-REQ-NO
           FILE STATUS NK-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN DYNAMIC STOCK-DEP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DEPT-CODE
           FILE STATUS DP-FILE-STATUS.
           SELECT BUDGET-FILE ASSIGN DYNAMIC STOCK-BUD-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY BG-KEY
           FILE STATUS BG-FILE-STATUS.
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
      *THE SUPPLIER'S COMPLIANCE CERTIFICATES - A NEW ORDER WAITS
      *ON THE MANDATORY ONES BEING HELD AND IN DATE
           SELECT CERT-FILE ASSIGN DYNAMIC STOCK-CRT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SC-KEY
           FILE STATUS SC-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  NONSTOCK-FILE; RECORD 120.
           COPY "NSQFILE.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  BUDGET-FILE; RECORD 30.
           COPY "BUDFILE.CPY".
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
           02  STOCK-NSQ-FN PIC X(12) VALUE "STOCK.NSQ".
           02  STOCK-DEP-FN PIC X(12) VALUE "STOCK.DEP".
           02  STOCK-BUD-FN PIC X(12) VALUE "STOCK.BUD".
           02  STOCK-PO-FN PIC X(12) VALUE "STOCK.PO".
           02  STOCK-POL-FN PIC X(12) VALUE "STOCK.POL".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-AUD-FN PIC X(12) VALUE "STOCK.AUD".
           02  STOCK-CRT-FN PIC X(12) VALUE "STOCK.CRT".
       COPY "TERMPROF.CPY".
      *THE BUYER'S AGREED ORDER-VALUE LIMIT, AS PURCHASE-ORDER-MAINT
      *APPLIES IT - THE FIGURE HERE IS ONLY THE DEFAULT, START-UP
      *TAKES PO-APPROVAL FROM STOCK.PRM WHEN ONE HAS BEEN SET
       01  APPROVAL-LIMIT PIC 9(6)V99 VALUE 500.00.
           COPY "PRMREQ.CPY".
           COPY "CHKREQ.CPY".
       01  NK-FILE-STATUS PIC XX.
       01  DP-FILE-STATUS PIC XX.
       01  BG-FILE-STATUS PIC XX.
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
       01  ACTION-CHOICE PIC X.
       01  ENTERED-REQ-NO PIC X(6).
       01  ENTERED-DESC PIC X(30).
       01  ENTERED-DEPT PIC X(4).
       01  ENTERED-SUPPLIER PIC X(4).
       01  ENTERED-ORDER-NO PIC X(6).
       01  ENTERED-QTY-X PIC X(6).
       01  ENTERED-QTY-9 REDEFINES ENTERED-QTY-X PIC 9(6).
       01  ENTERED-VALUE-X PIC X(8).
       01  ENTERED-VALUE-9 REDEFINES ENTERED-VALUE-X PIC 9(6)V99.
       01  ENTERED-COST-X PIC X(6).
       01  ENTERED-COST-9 REDEFINES ENTERED-COST-X PIC 9(4)V99.
       01  ENTERED-DATE PIC X(10).
       01  MORE-RECORDS PIC X.
       01  LIST-COUNT PIC 9(4).
      *THE MONTH'S BUDGET POSITION - WHAT IS LEFT ONCE THE SPEND SO
      *FAR AND EVERY OTHER NON-STOCK REQUISITION STILL WAITING TO
      *BE DELIVERED ARE TAKEN OFF
       01  BUDGET-FOUND PIC X.
       01  BUDGET-OK PIC X.
       01  COMMITTED-VALUE PIC 9(8)V99.
       01  BUDGET-REMAINING PIC S9(8)V99.
       01  REMAIN-SHOW PIC -ZZZZZZZ9.99.
      *THE ORDER THE REQUISITION GOES ONTO
       01  NEW-ORDER PIC X.
       01  NEXT-LINE-NO PIC 99.
       01  LINE-UNIT-COST PIC 9(4)V99.
       01  DUE-DATE-HOLD PIC X(10).
       01  ORDER-VALUE PIC 9(8)V99.
       01  LINE-VALUE-WORK PIC 9(8)V99.
       01  AU-MONEY-EDIT PIC ZZZZZ9.99.
       01  PRICE-SHOW PIC ZZZ9.99.
       01  QTY-SHOW PIC ZZZZZ9.
       01  VALUE-SHOW PIC ZZZZZZ9.99.
       01  REQ-DISPLAY.
           02  RD-REQ-NO PIC X(6).
           02  FILLER PIC X VALUE SPACE.
           02  RD-STATUS PIC X.
           02  FILLER PIC X VALUE SPACE.
           02  RD-DEPT PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  RD-SUPPLIER PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  RD-DESC PIC X(30).
           02  FILLER PIC X VALUE SPACE.
           02  RD-VALUE PIC ZZZZZ9.99.
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
           DISPLAY "NON-STOCK PURCHASE REQUISITIONS".
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           OPEN I-O NONSTOCK-FILE.
           IF NK-FILE-STATUS NOT = "00"
               OPEN OUTPUT NONSTOCK-FILE
               CLOSE NONSTOCK-FILE
               OPEN I-O NONSTOCK-FILE
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF DP-FILE-STATUS NOT = "00"
               OPEN OUTPUT DEPT-FILE
               CLOSE DEPT-FILE
               OPEN INPUT DEPT-FILE
           END-IF.
           OPEN I-O BUDGET-FILE.
           IF BG-FILE-STATUS NOT = "00"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
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
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(N)EW REQUISITION, (A)PPROVE (SUPERVISOR),".
           DISPLAY "(C)ONVERT TO ORDER, (W)ITHDRAW, (L)IST OPEN,".
           DISPLAY "OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "N" OR ACTION-CHOICE = "n"
               GO TO NEW-REQUISITION.
           IF ACTION-CHOICE = "A" OR ACTION-CHOICE = "a"
               GO TO APPROVE-REQUISITION.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CONVERT-REQUISITION.
           IF ACTION-CHOICE = "W" OR ACTION-CHOICE = "w"
               GO TO WITHDRAW-REQUISITION.
           IF ACTION-CHOICE = "L" OR ACTION-CHOICE = "l"
               PERFORM LIST-OPEN THRU LIST-OPEN-EXIT
               GO TO ASK-ACTION.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *A NEW REQUISITION - WHAT IT IS, WHO IT IS FOR, WHO SUPPLIES
      *IT AND ROUGHLY WHAT IT WILL COST
       NEW-REQUISITION.
           DISPLAY "ENTER NEW REQUISITION NO (BLANK TO RETURN): ".
           MOVE SPACE TO ENTERED-REQ-NO.
           ACCEPT ENTERED-REQ-NO.
           IF ENTERED-REQ-NO = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-REQ-NO TO NK-REQ-NO.
           READ NONSTOCK-FILE
               INVALID GO TO NEW-ASK-DESC
           END-READ.
           DISPLAY TERM-HIGHLIGHT-ON "REQUISITION ALREADY ON FILE"
               TERM-HIGHLIGHT-OFF.
           GO TO NEW-REQUISITION.
       NEW-ASK-DESC.
           DISPLAY "DESCRIPTION OF WHAT IS WANTED (30 CHARS): ".
           MOVE SPACE TO ENTERED-DESC.
           ACCEPT ENTERED-DESC.
           IF ENTERED-DESC = SPACE
               DISPLAY TERM-HIGHLIGHT-ON "A DESCRIPTION IS NEEDED"
                   TERM-HIGHLIGHT-OFF
               GO TO NEW-ASK-DESC.
       NEW-ASK-DEPT.
           DISPLAY "DEPARTMENT TO CHARGE: ".
           MOVE SPACE TO ENTERED-DEPT.
           ACCEPT ENTERED-DEPT.
           MOVE ENTERED-DEPT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN DEPARTMENT"
                   TERM-HIGHLIGHT-OFF
               GO TO NEW-ASK-DEPT
           END-READ.
           DISPLAY DEPT-NAME.
       NEW-ASK-SUPPLIER.
           DISPLAY "SUPPLIER: ".
           MOVE SPACE TO ENTERED-SUPPLIER.
           ACCEPT ENTERED-SUPPLIER.
           MOVE ENTERED-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN SUPPLIER"
                   TERM-HIGHLIGHT-OFF
               GO TO NEW-ASK-SUPPLIER
           END-READ.
           DISPLAY SUPPLIER-NAME.
       NEW-ASK-QTY.
           DISPLAY "QUANTITY (RETURN ALONE FOR 1): ".
           MOVE SPACE TO ENTERED-QTY-X.
           ACCEPT ENTERED-QTY-X.
           IF ENTERED-QTY-X = SPACE
               MOVE "000001" TO ENTERED-QTY-X.
           IF ENTERED-QTY-X NOT NUMERIC OR ENTERED-QTY-9 = 0
               DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO NEW-ASK-QTY.
       NEW-ASK-VALUE.
           DISPLAY "ESTIMATED TOTAL COST IN HOME CURRENCY".
           DISPLAY "(NNNNNNNN = NNNNNN.NN): ".
           MOVE SPACE TO ENTERED-VALUE-X.
           ACCEPT ENTERED-VALUE-X.
           IF ENTERED-VALUE-X NOT NUMERIC OR ENTERED-VALUE-9 = 0
               DISPLAY TERM-HIGHLIGHT-ON "COST NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO NEW-ASK-VALUE.
           MOVE SPACE TO NONSTOCK-REQ-RECORD.
           MOVE ENTERED-REQ-NO TO NK-REQ-NO.
           MOVE ENTERED-DESC TO NK-DESC.
           MOVE ENTERED-DEPT TO NK-DEPT.
           MOVE ENTERED-SUPPLIER TO NK-SUPPLIER.
           MOVE ENTERED-QTY-9 TO NK-QTY.
           MOVE ENTERED-VALUE-9 TO NK-EST-VALUE.
           MOVE AUDIT-DATE TO NK-DATE.
           MOVE OPERATOR-ID TO NK-RAISED-BY.
           MOVE "E" TO NK-STATUS.
           MOVE 0 TO NK-PO-LINE.
           MOVE 0 TO NK-RECEIVED-VALUE.
           WRITE NONSTOCK-REQ-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "REQUISITION FILE I/O ERROR, STATUS: "
                   NK-FILE-STATUS TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-WRITE.
           DISPLAY "REQUISITION " ENTERED-REQ-NO
               " ENTERED - AWAITING APPROVAL".
           GO TO NEW-REQUISITION.
      *A SUPERVISOR SEES THE DEPARTMENT'S BUDGET POSITION FOR THE
      *MONTH AND APPROVES OR REFUSES.  APPROVING ONE THAT WOULD
      *BREACH THE BUDGET TAKES A SECOND, DELIBERATE ANSWER
       APPROVE-REQUISITION.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO ASK-ACTION.
           DISPLAY "ENTER REQUISITION NO TO APPROVE: ".
           MOVE SPACE TO ENTERED-REQ-NO.
           ACCEPT ENTERED-REQ-NO.
           IF ENTERED-REQ-NO = SPACE GO TO ASK-ACTION.
           PERFORM READ-REQUISITION THRU READ-REQUISITION-EXIT.
           IF NK-FILE-STATUS NOT = "00" GO TO APPROVE-REQUISITION.
           IF NK-STATUS NOT = "E"
               DISPLAY TERM-HIGHLIGHT-ON
                   "REQUISITION IS NOT AWAITING APPROVAL"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           PERFORM SHOW-REQUISITION.
           PERFORM CHECK-DEPT-BUDGET THRU CHECK-BUDGET-EXIT.
           PERFORM READ-REQUISITION THRU READ-REQUISITION-EXIT.
           IF NK-FILE-STATUS NOT = "00" GO TO ASK-ACTION.
       APPROVE-ASK.
           DISPLAY "(A)PPROVE, (R)EFUSE, OR RETURN TO LEAVE IT: ".
           MOVE SPACE TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = SPACE GO TO ASK-ACTION.
           IF CONFIRM-ANSWER = "R" OR CONFIRM-ANSWER = "r"
               MOVE "X" TO NK-STATUS
               MOVE OPERATOR-ID TO NK-APPROVED-BY
               REWRITE NONSTOCK-REQ-RECORD
               MOVE "REFUSED" TO AU-NEW-VALUE
               PERFORM AUDIT-STATUS THRU AUDIT-STATUS-EXIT
               DISPLAY "REQUISITION REFUSED"
               GO TO ASK-ACTION.
           IF CONFIRM-ANSWER NOT = "A" AND CONFIRM-ANSWER NOT = "a"
               DISPLAY "INVALID CHOICE, TRY AGAIN."
               GO TO APPROVE-ASK.
           IF BUDGET-OK = "N"
               PERFORM CONFIRM-OVERRIDE THRU CONFIRM-OVERRIDE-EXIT
               IF BUDGET-OK = "N" GO TO ASK-ACTION
               END-IF
           END-IF.
           MOVE "A" TO NK-STATUS.
           MOVE OPERATOR-ID TO NK-APPROVED-BY.
           REWRITE NONSTOCK-REQ-RECORD.
           IF BUDGET-OK = "O"
               MOVE "APPROVED OVER BUDGET" TO AU-NEW-VALUE
           ELSE
               MOVE "APPROVED" TO AU-NEW-VALUE
           END-IF.
           PERFORM AUDIT-STATUS THRU AUDIT-STATUS-EXIT.
           DISPLAY "REQUISITION APPROVED - READY TO CONVERT TO ORDER".
           GO TO ASK-ACTION.
      *THE BUDGET FOR THIS MONTH, LESS SPENT, LESS EVERY OTHER
      *NON-STOCK REQUISITION FOR THE DEPARTMENT STILL APPROVED OR
      *ON ORDER.  A DEPARTMENT WITH NO BUDGET SET FOR THE MONTH IS
      *NOT HELD UP, AS ISSUES AGAINST IT ARE NOT
       CHECK-DEPT-BUDGET.
           MOVE "Y" TO BUDGET-OK.
           MOVE NK-DEPT TO BG-DEPT-CODE.
           COMPUTE BG-PERIOD = TODAY-NUM / 100.
           READ BUDGET-FILE
               INVALID
                   DISPLAY "NO BUDGET SET FOR " NK-DEPT
                       " THIS MONTH - NOT CHECKED"
                   GO TO CHECK-BUDGET-EXIT
           END-READ.
           MOVE 0 TO COMMITTED-VALUE.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO NK-REQ-NO.
           START NONSTOCK-FILE KEY NOT LESS THAN NK-REQ-NO
               INVALID MOVE "N" TO MORE-RECORDS.
       CHECK-BUDGET-LOOP.
           IF MORE-RECORDS = "N" GO TO CHECK-BUDGET-SUMMED.
           READ NONSTOCK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO CHECK-BUDGET-LOOP.
           IF NK-DEPT NOT = BG-DEPT-CODE GO TO CHECK-BUDGET-LOOP.
           IF NK-REQ-NO = ENTERED-REQ-NO GO TO CHECK-BUDGET-LOOP.
           IF NK-STATUS = "A" OR NK-STATUS = "O"
               ADD NK-EST-VALUE TO COMMITTED-VALUE.
           GO TO CHECK-BUDGET-LOOP.
       CHECK-BUDGET-SUMMED.
           COMPUTE BUDGET-REMAINING =
               BG-BUDGET-VALUE - BG-SPENT-VALUE - COMMITTED-VALUE.
           MOVE BG-BUDGET-VALUE TO REMAIN-SHOW.
           DISPLAY "BUDGET THIS MONTH:       " REMAIN-SHOW.
           MOVE BG-SPENT-VALUE TO REMAIN-SHOW.
           DISPLAY "SPENT SO FAR:            " REMAIN-SHOW.
           MOVE COMMITTED-VALUE TO REMAIN-SHOW.
           DISPLAY "OTHER NON-STOCK ON ORDER:" REMAIN-SHOW.
           MOVE BUDGET-REMAINING TO REMAIN-SHOW.
           DISPLAY "REMAINING:               " REMAIN-SHOW.
           PERFORM READ-REQUISITION THRU READ-REQUISITION-EXIT.
           IF NK-EST-VALUE NOT > BUDGET-REMAINING
               GO TO CHECK-BUDGET-EXIT.
           DISPLAY TERM-HIGHLIGHT-ON
               "THIS REQUISITION WOULD BREACH THE BUDGET"
               TERM-HIGHLIGHT-OFF.
           MOVE "N" TO BUDGET-OK.
       CHECK-BUDGET-EXIT.
           EXIT.
       CONFIRM-OVERRIDE.
           DISPLAY "SUPERVISOR - APPROVE OVER BUDGET ANYWAY? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y" OR CONFIRM-ANSWER = "y"
               MOVE "O" TO BUDGET-OK
               GO TO CONFIRM-OVERRIDE-EXIT.
           IF CONFIRM-ANSWER = "N" OR CONFIRM-ANSWER = "n"
               GO TO CONFIRM-OVERRIDE-EXIT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO CONFIRM-OVERRIDE.
       CONFIRM-OVERRIDE-EXIT.
           EXIT.
      *THE BUYER PUTS AN APPROVED REQUISITION ON ORDER - A NEW
      *ORDER NUMBER RAISES A NEW ORDER, AN OPEN ORDER ALREADY GOING
      *TO THE SAME SUPPLIER TAKES IT AS ONE MORE LINE.  THE LINE
      *CARRIES NO STOCK CODE, WHICH IS WHAT TELLS GOODS-IN IT GOES
      *STRAIGHT TO THE DEPARTMENT
       CONVERT-REQUISITION.
           DISPLAY "ENTER REQUISITION NO TO PUT ON ORDER: ".
           MOVE SPACE TO ENTERED-REQ-NO.
           ACCEPT ENTERED-REQ-NO.
           IF ENTERED-REQ-NO = SPACE GO TO ASK-ACTION.
           PERFORM READ-REQUISITION THRU READ-REQUISITION-EXIT.
           IF NK-FILE-STATUS NOT = "00" GO TO CONVERT-REQUISITION.
           IF NK-STATUS NOT = "A"
               DISPLAY TERM-HIGHLIGHT-ON
                   "ONLY AN APPROVED REQUISITION GOES ON ORDER"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           PERFORM SHOW-REQUISITION.
           MOVE NK-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID MOVE SPACE TO SUP-CURRENCY
           END-READ.
       CONVERT-ASK-ORDER.
           DISPLAY "ORDER NO - NEW, OR AN OPEN ORDER TO " NK-SUPPLIER.
           DISPLAY "(BLANK TO RETURN): ".
           MOVE SPACE TO ENTERED-ORDER-NO.
           ACCEPT ENTERED-ORDER-NO.
           IF ENTERED-ORDER-NO = SPACE GO TO ASK-ACTION.
           MOVE "Y" TO NEW-ORDER.
           MOVE 1 TO NEXT-LINE-NO.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID GO TO CONVERT-NEW-ORDER
           END-READ.
           MOVE ENTERED-ORDER-NO TO CK-CODE.
           MOVE "V" TO CK-FUNCTION.
           MOVE "P" TO CK-KIND.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
           IF CK-RESULT NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON "CHECK CHARACTER WRONG - "
                   ENTERED-ORDER-NO TERM-HIGHLIGHT-OFF
               GO TO CONVERT-ASK-ORDER.
           MOVE "N" TO NEW-ORDER.
           IF PO-SUPPLIER NOT = NK-SUPPLIER
               DISPLAY TERM-HIGHLIGHT-ON "ORDER IS FOR SUPPLIER "
                   PO-SUPPLIER TERM-HIGHLIGHT-OFF
               GO TO CONVERT-ASK-ORDER.
           IF PO-STATUS NOT = "O" AND PO-STATUS NOT = "A"
               DISPLAY TERM-HIGHLIGHT-ON
                   "ORDER IS NOT OPEN - USE A NEW ORDER NO"
                   TERM-HIGHLIGHT-OFF
               GO TO CONVERT-ASK-ORDER.
           IF PO-ORDER-TYPE NOT = SPACE AND PO-ORDER-TYPE NOT = "N"
               DISPLAY TERM-HIGHLIGHT-ON
                   "NOT AN ORDINARY ORDER - USE A NEW ORDER NO"
                   TERM-HIGHLIGHT-OFF
               GO TO CONVERT-ASK-ORDER.
           PERFORM FIND-NEXT-LINE-NO THRU FIND-NEXT-LINE-EXIT.
           IF NEXT-LINE-NO = 0
               DISPLAY TERM-HIGHLIGHT-ON "ORDER HAS NO ROOM FOR A LINE"
                   TERM-HIGHLIGHT-OFF
               GO TO CONVERT-ASK-ORDER.
           GO TO CONVERT-ASK-PRICE.
      *A NEW ORDER IS KEYED AS UP TO FIVE CHARACTERS AND TAKES ITS
      *CHECK CHARACTER ON THE END AS PURCHASE-ORDER-MAINT GIVES IT
       CONVERT-NEW-ORDER.
           MOVE "G" TO CK-FUNCTION.
           MOVE "P" TO CK-KIND.
           MOVE ENTERED-ORDER-NO TO CK-CODE.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
           IF CK-RESULT NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON
                   "NOT ON FILE - A NEW ORDER NO IS UP TO 5 LONG"
                   TERM-HIGHLIGHT-OFF
               GO TO CONVERT-ASK-ORDER.
           MOVE CK-CODE TO ENTERED-ORDER-NO.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID GO TO CONVERT-NEW-SHOW
           END-READ.
           DISPLAY TERM-HIGHLIGHT-ON "ORDER " ENTERED-ORDER-NO
               " ALREADY ON FILE" TERM-HIGHLIGHT-OFF.
           GO TO CONVERT-ASK-ORDER.
       CONVERT-NEW-SHOW.
           DISPLAY "NEW ORDER NO WILL BE " ENTERED-ORDER-NO.
      *A NEW ORDER IS RAISED TODAY, SO THE SUPPLIER'S CERTIFICATES
      *ARE PROVED FIRST - AN OPEN ORDER TAKING ONE MORE LINE IS
      *LEFT TO RUN
           MOVE NK-SUPPLIER TO SUPPLIER-CODE.
           PERFORM CHECK-SUPPLIER-CERTS THRU CHECK-CERTS-EXIT.
           IF CERT-BLOCKED = "Y"
               DISPLAY TERM-HIGHLIGHT-ON "ORDER NOT RAISED"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
      *THE ORDER LINE PRICE IS IN THE SUPPLIER'S OWN CURRENCY, THE
      *SAME AS ANY OTHER ORDER LINE - THE HOME-CURRENCY ESTIMATE
      *OVER THE QUANTITY IS OFFERED ONLY FOR A HOME SUPPLIER
       CONVERT-ASK-PRICE.
           MOVE 0 TO LINE-UNIT-COST.
           IF SUP-CURRENCY = SPACE
               COMPUTE LINE-UNIT-COST ROUNDED = NK-EST-VALUE / NK-QTY
                   ON SIZE ERROR MOVE 0 TO LINE-UNIT-COST
               END-COMPUTE
           END-IF.
           MOVE LINE-UNIT-COST TO PRICE-SHOW.
           IF LINE-UNIT-COST = 0
               DISPLAY "AGREED UNIT PRICE IN " SUP-CURRENCY
                   " (NNNNNN = NNNN.NN): "
           ELSE
               DISPLAY "AGREED UNIT PRICE (NNNNNN = NNNN.NN),"
               DISPLAY "RETURN ALONE FOR THE ESTIMATE OF "
                   PRICE-SHOW ": "
           END-IF.
           MOVE SPACE TO ENTERED-COST-X.
           ACCEPT ENTERED-COST-X.
           IF ENTERED-COST-X = SPACE AND LINE-UNIT-COST NOT = 0
               GO TO CONVERT-ASK-DUE.
           IF ENTERED-COST-X NOT NUMERIC OR ENTERED-COST-9 = 0
               DISPLAY TERM-HIGHLIGHT-ON "PRICE NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO CONVERT-ASK-PRICE.
           MOVE ENTERED-COST-9 TO LINE-UNIT-COST.
       CONVERT-ASK-DUE.
           DISPLAY "DELIVERY DATE MM/DD/YYYY".
           DISPLAY "(RETURN ALONE USES TODAYS DATE): ".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO CONVERT-ASK-DUE.
           MOVE DC-DATE TO DUE-DATE-HOLD.
           IF NEW-ORDER = "N" GO TO CONVERT-WRITE-LINE.
      *THE ORDER HEADER, AS PURCHASE-ORDER-MAINT WOULD HAVE
      *WRITTEN IT
           MOVE SPACE TO PO-RECORD.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           MOVE NK-SUPPLIER TO PO-SUPPLIER.
           MOVE AUDIT-DATE TO PO-DATE.
           MOVE "O" TO PO-STATUS.
           MOVE 0 TO PO-REVISION.
           MOVE "N" TO PO-ORDER-TYPE.
           WRITE PO-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "PO FILE I/O ERROR, STATUS: " PO-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
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
       CONVERT-WRITE-LINE.
           MOVE SPACE TO PO-LINE-RECORD.
           MOVE ENTERED-ORDER-NO TO POL-ORDER-NO.
           MOVE NEXT-LINE-NO TO POL-LINE-NO.
           MOVE SPACE TO POL-STOCK-CODE.
           MOVE NK-QTY TO POL-QTY-ORDERED.
           MOVE 0 TO POL-QTY-RECEIVED.
           MOVE DUE-DATE-HOLD TO POL-DUE-DATE.
           MOVE "O" TO POL-STATUS.
           MOVE LINE-UNIT-COST TO POL-UNIT-COST.
           MOVE 0 TO POL-QTY-CALLED.
           WRITE PO-LINE-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "PO LINE I/O ERROR, STATUS: " POL-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-WRITE.
           MOVE "O" TO NK-STATUS.
           MOVE ENTERED-ORDER-NO TO NK-PO-NO.
           MOVE NEXT-LINE-NO TO NK-PO-LINE.
           REWRITE NONSTOCK-REQ-RECORD.
           MOVE SPACE TO AU-NEW-VALUE.
           STRING "ORDER " ENTERED-ORDER-NO " LINE " NEXT-LINE-NO
               DELIMITED BY SIZE INTO AU-NEW-VALUE.
           PERFORM AUDIT-STATUS THRU AUDIT-STATUS-EXIT.
           DISPLAY "REQUISITION " ENTERED-REQ-NO " IS LINE "
               NEXT-LINE-NO " OF ORDER " ENTERED-ORDER-NO.
           PERFORM CHECK-APPROVAL-LIMIT THRU CHECK-APPROVAL-EXIT.
           DISPLAY "PRINT THE ORDER FROM PURCHASE-ORDER-MAINT (P).".
           GO TO ASK-ACTION.
      *A WITHDRAWN REQUISITION STOPS COUNTING AGAINST THE BUDGET.
      *ONCE IT IS ON ORDER THE ORDER LINE HAS TO BE CANCELLED IN
      *PURCHASE-ORDER-MAINT FIRST
       WITHDRAW-REQUISITION.
           DISPLAY "ENTER REQUISITION NO TO WITHDRAW: ".
           MOVE SPACE TO ENTERED-REQ-NO.
           ACCEPT ENTERED-REQ-NO.
           IF ENTERED-REQ-NO = SPACE GO TO ASK-ACTION.
           PERFORM READ-REQUISITION THRU READ-REQUISITION-EXIT.
           IF NK-FILE-STATUS NOT = "00" GO TO WITHDRAW-REQUISITION.
           IF NK-STATUS = "O"
               MOVE NK-PO-NO TO POL-ORDER-NO
               MOVE NK-PO-LINE TO POL-LINE-NO
               READ PO-LINE-FILE
                   INVALID MOVE "X" TO POL-STATUS
               END-READ
               IF POL-STATUS NOT = "X"
                   DISPLAY TERM-HIGHLIGHT-ON "ON ORDER " NK-PO-NO
                       " - CANCEL THE ORDER LINE FIRST"
                       TERM-HIGHLIGHT-OFF
                   GO TO ASK-ACTION
               END-IF
           END-IF.
           IF NK-STATUS NOT = "E" AND NK-STATUS NOT = "A"
               AND NK-STATUS NOT = "O"
               DISPLAY TERM-HIGHLIGHT-ON
                   "REQUISITION IS ALREADY CLOSED"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           PERFORM SHOW-REQUISITION.
           DISPLAY "WITHDRAW THIS REQUISITION? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           MOVE "X" TO NK-STATUS.
           REWRITE NONSTOCK-REQ-RECORD.
           MOVE "WITHDRAWN" TO AU-NEW-VALUE.
           PERFORM AUDIT-STATUS THRU AUDIT-STATUS-EXIT.
           DISPLAY "REQUISITION WITHDRAWN".
           GO TO ASK-ACTION.
      *EVERY REQUISITION NOT YET DELIVERED OR CLOSED
       LIST-OPEN.
           MOVE 0 TO LIST-COUNT.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO NK-REQ-NO.
           START NONSTOCK-FILE KEY NOT LESS THAN NK-REQ-NO
               INVALID MOVE "N" TO MORE-RECORDS.
           DISPLAY "REQ-NO S DEPT SUPP DESCRIPTION"
               "                       EST VALUE".
       LIST-OPEN-LOOP.
           IF MORE-RECORDS = "N" GO TO LIST-OPEN-DONE.
           READ NONSTOCK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO LIST-OPEN-LOOP.
           IF NK-STATUS = "R" OR NK-STATUS = "X"
               GO TO LIST-OPEN-LOOP.
           ADD 1 TO LIST-COUNT.
           MOVE NK-REQ-NO TO RD-REQ-NO.
           MOVE NK-STATUS TO RD-STATUS.
           MOVE NK-DEPT TO RD-DEPT.
           MOVE NK-SUPPLIER TO RD-SUPPLIER.
           MOVE NK-DESC TO RD-DESC.
           MOVE NK-EST-VALUE TO RD-VALUE.
           DISPLAY REQ-DISPLAY.
           GO TO LIST-OPEN-LOOP.
       LIST-OPEN-DONE.
           DISPLAY "OPEN REQUISITIONS: " LIST-COUNT.
           DISPLAY "(E ENTERED, A APPROVED, O ON ORDER)".
       LIST-OPEN-EXIT.
           EXIT.
       READ-REQUISITION.
           MOVE ENTERED-REQ-NO TO NK-REQ-NO.
           READ NONSTOCK-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "INVALID REQUISITION NO" TERM-HIGHLIGHT-OFF
           END-READ.
       READ-REQUISITION-EXIT.
           EXIT.
       SHOW-REQUISITION.
           MOVE NK-QTY TO QTY-SHOW.
           MOVE NK-EST-VALUE TO VALUE-SHOW.
           DISPLAY NK-DESC.
           DISPLAY "DEPT " NK-DEPT "  SUPPLIER " NK-SUPPLIER
               "  QTY " QTY-SHOW "  ESTIMATE " VALUE-SHOW.
           DISPLAY "RAISED " NK-DATE " BY " NK-RAISED-BY.
      *THE NEXT FREE LINE NUMBER ON AN EXISTING ORDER - ZERO WHEN
      *ALL 99 ARE TAKEN
       FIND-NEXT-LINE-NO.
           MOVE 1 TO NEXT-LINE-NO.
           MOVE ENTERED-ORDER-NO TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO FIND-NEXT-LINE-EXIT
           END-START.
       FIND-NEXT-LINE-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO FIND-NEXT-LINE-EXIT
           END-READ.
           IF POL-ORDER-NO NOT = ENTERED-ORDER-NO
               GO TO FIND-NEXT-LINE-EXIT.
           IF POL-LINE-NO = 99
               MOVE 0 TO NEXT-LINE-NO
               GO TO FIND-NEXT-LINE-EXIT.
           COMPUTE NEXT-LINE-NO = POL-LINE-NO + 1.
           GO TO FIND-NEXT-LINE-LOOP.
       FIND-NEXT-LINE-EXIT.
           EXIT.
      *THE WHOLE ORDER'S VALUE AGAINST THE BUYER'S LIMIT, AS
      *PURCHASE-ORDER-MAINT CHECKS IT AFTER ANY CHANGE OF LINES
       CHECK-APPROVAL-LIMIT.
           MOVE 0 TO ORDER-VALUE.
           MOVE ENTERED-ORDER-NO TO POL-ORDER-NO.
           MOVE 0 TO POL-LINE-NO.
           START PO-LINE-FILE KEY NOT LESS THAN POL-KEY
               INVALID GO TO CHECK-APPROVAL-SUMMED
           END-START.
       CHECK-APPROVAL-LOOP.
           READ PO-LINE-FILE NEXT RECORD
               AT END GO TO CHECK-APPROVAL-SUMMED
           END-READ.
           IF POL-ORDER-NO NOT = ENTERED-ORDER-NO
               GO TO CHECK-APPROVAL-SUMMED.
           IF POL-STATUS = "X" GO TO CHECK-APPROVAL-LOOP.
           COMPUTE LINE-VALUE-WORK ROUNDED =
               POL-QTY-ORDERED * POL-UNIT-COST
               ON SIZE ERROR MOVE 0 TO LINE-VALUE-WORK
           END-COMPUTE.
           ADD LINE-VALUE-WORK TO ORDER-VALUE.
           GO TO CHECK-APPROVAL-LOOP.
       CHECK-APPROVAL-SUMMED.
           IF ORDER-VALUE NOT > APPROVAL-LIMIT
               GO TO CHECK-APPROVAL-EXIT.
           MOVE ENTERED-ORDER-NO TO PO-NUMBER.
           READ PO-FILE
               INVALID GO TO CHECK-APPROVAL-EXIT
           END-READ.
           IF PO-STATUS NOT = "O" GO TO CHECK-APPROVAL-EXIT.
           MOVE "A" TO PO-STATUS.
           MOVE SPACE TO PO-APPROVED-BY.
           REWRITE PO-RECORD.
           DISPLAY TERM-HIGHLIGHT-ON
               "ORDER VALUE PASSES THE APPROVAL LIMIT -"
               TERM-HIGHLIGHT-OFF.
           DISPLAY TERM-HIGHLIGHT-ON
               "HELD AWAITING SUPERVISOR APPROVAL"
               TERM-HIGHLIGHT-OFF.
       CHECK-APPROVAL-EXIT.
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
               DISPLAY "RAISE THIS ORDER."
               GO TO CHECK-CERTS-EXIT.
           DISPLAY "SUPERVISOR - RAISE THE ORDER ANYWAY? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y" OR CONFIRM-ANSWER = "y"
               MOVE "N" TO CERT-BLOCKED
               MOVE "Y" TO CERT-OVERRIDDEN.
       CHECK-CERTS-EXIT.
           EXIT.
      *ONE AUDIT ROW PER STEP IN THE REQUISITION'S LIFE - THE
      *CALLER SETS THE NEW-VALUE TEXT
       AUDIT-STATUS.
           MOVE "STOCK.NSQ" TO AU-FILE-NAME.
           MOVE NK-REQ-NO TO AU-RECORD-KEY.
           MOVE "NK-STATUS" TO AU-FIELD-NAME.
           MOVE NK-EST-VALUE TO AU-MONEY-EDIT.
           MOVE SPACE TO AU-OLD-VALUE.
           STRING NK-DEPT " " AU-MONEY-EDIT
               DELIMITED BY SIZE INTO AU-OLD-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
       AUDIT-STATUS-EXIT.
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
               IF RETRY-ANSWER NOT = "X"
                   AND RETRY-ANSWER NOT = "x"
                   GO TO LOG-AUDIT-WRITE.
       LOG-AUDIT-EXIT.
           EXIT.
       END-IT.
           CLOSE NONSTOCK-FILE.
           CLOSE DEPT-FILE.
           CLOSE BUDGET-FILE.
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
           MOVE "TRAIN.NSQ" TO STOCK-NSQ-FN.
           MOVE "TRAIN.DEP" TO STOCK-DEP-FN.
           MOVE "TRAIN.BUD" TO STOCK-BUD-FN.
           MOVE "TRAIN.PO" TO STOCK-PO-FN.
           MOVE "TRAIN.POL" TO STOCK-POL-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.AUD" TO STOCK-AUD-FN.
           MOVE "TRAIN.CRT" TO STOCK-CRT-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
