       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPAIR-ORDERS.
       AUTHOR. MICRO FOCUS LTD.
      *REPAIR-AND-RETURN ORDERS FOR REPAIRABLE SPARES.  AN
      *UNSERVICEABLE UNIT - A PUMP, A GEARBOX, A CONTROL BOARD -
      *LEAVES ITS BIN FOR A REPAIRER ON THE SUPPLIER MASTER WITH A
      *QUOTED REPAIR COST AND A DATE IT IS DUE BACK.  THE JOURNAL
      *TAKES IT OFF ON-HAND AS TYPE X; GOODS-IN BOOKS IT BACK AS
      *TYPE Y AGAINST THE REPAIR NUMBER AND FOLDS THE REPAIR CHARGE
      *INTO THE BIN'S UNIT COST.  THE OPEN REPAIRS REPORT SHOWS
      *WHAT IS AWAY, WHICH REPAIRER HAS IT AND FOR HOW LONG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS STOCK-STATUS.
           SELECT SERIAL-FILE ASSIGN DYNAMIC STOCK-SER-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SE-KEY
           FILE STATUS SE-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN DYNAMIC STOCK-SUP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SUPPLIER-CODE
           FILE STATUS SU-FILE-STATUS.
           SELECT REPAIR-FILE ASSIGN DYNAMIC STOCK-RPR-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RP-REPAIR-NO
           FILE STATUS RP-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC PRINT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  SERIAL-FILE; RECORD 60.
           COPY "SERFILE.CPY".
       FD  SUPPLIER-FILE; RECORD 110.
           COPY "SUPPLIER.CPY".
       FD  REPAIR-FILE; RECORD 150.
           COPY "RPRFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-SER-FN PIC X(12) VALUE "STOCK.SER".
           02  STOCK-SUP-FN PIC X(12) VALUE "STOCK.SUP".
           02  STOCK-RPR-FN PIC X(12) VALUE "STOCK.RPR".
           02  STOCK-RPO-FN PIC X(12) VALUE "STOCK.RPO".
       01  PRINT-FN PIC X(12).
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
           COPY "PRMREQ.CPY".
      *A UNIT GOING FOR REPAIR GOES TO THE UNIFIED JOURNAL AS TYPE
      *X - THE REPAIR NUMBER IN JR-REFERENCE AND THE REPAIRER IN
      *JR-DEPARTMENT, AS A RETURN TO SUPPLIER CARRIES ITS SUPPLIER
           COPY "JRNPOST.CPY".
       01  RPT-OUT-IX PIC 9.
       01  STOCK-STATUS PIC XX.
       01  SE-FILE-STATUS PIC XX.
       01  SU-FILE-STATUS PIC XX.
       01  RP-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  RUN-DAY-COUNT PIC 9(7).
       01  DUE-DAY-COUNT PIC 9(7).
       01  SENT-DAY-COUNT PIC 9(7).
       01  REPAIR-DAYS PIC 999 VALUE 21.
       01  REPAIR-TRAN-NO PIC 9(4).
       01  NEXT-REPAIR-NO PIC 9(6).
       01  ENTERED-CODE PIC X(8).
       01  ENTERED-LOCATION PIC X(4).
       01  ENTERED-SERIAL PIC X(12).
       01  ENTERED-QTY PIC 9(6).
       01  ENTERED-SUPPLIER PIC X(4).
       01  ENTERED-FAULT PIC X(20).
       01  ENTERED-COST-X PIC X(8).
       01  ENTERED-COST-9 REDEFINES ENTERED-COST-X PIC 9(6)V99.
       01  ENTERED-REPAIR-X PIC X(6).
       01  ENTERED-REPAIR-9 REDEFINES ENTERED-REPAIR-X PIC 9(6).
       01  DUE-DATE PIC X(10).
       01  DUE-DATE-NUM PIC 9(8).
       01  REPAIRS-LISTED PIC 9(5).
       01  QUOTED-TOTAL PIC 9(8)V99.
       01  QUOTED-TOTAL-SHOW PIC ZZZZZZZ9.99.
      *WORK DATE FOR RUNNING THE SEND DATE ON BY THE REPAIR PERIOD -
      *A REAL CALENDAR STEP, MONTH BY MONTH, SO THE DATE PRINTED
      *IS A DATE THAT EXISTS
       01  WORK-DATE-NUM PIC 9(8).
       01  WORK-DATE-PARTS REDEFINES WORK-DATE-NUM.
           02  WD-YYYY PIC 9999.
           02  WD-MM PIC 99.
           02  WD-DD PIC 99.
       01  DAYS-TO-ADD PIC 9(4).
       01  MONTH-LENGTH PIC 99.
       01  LEAP-QUOTIENT PIC 9(4).
       01  LEAP-REMAINDER PIC 9.
       01  MONTH-DAYS-VALUES PIC X(24) VALUE
               "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           02  MONTH-DAYS PIC 99 OCCURS 12 TIMES.
       01  DATE-OUT.
           02  DO-MM PIC 99.
           02  FILLER PIC X VALUE "/".
           02  DO-DD PIC 99.
           02  FILLER PIC X VALUE "/".
           02  DO-YYYY PIC 9999.
      *THE OPEN REPAIRS THE REPORT PICKS FROM, PRINTED LONGEST AWAY
      *FIRST BY A SELECT-THE-BEST PASS OVER THE TABLE - NO SORT
       01  REPAIR-COUNT PIC 9(3).
       01  REPAIR-IX PIC 9(3).
       01  REPAIR-BEST PIC 9(3).
       01  REPAIR-PASS PIC 9(3).
       01  REPAIR-TABLE.
           02  RT-ENTRY OCCURS 300 TIMES.
               03  RT-REPAIR-NO PIC 9(6).
               03  RT-DAYS-OUT PIC 9(5).
               03  RT-DAYS-LATE PIC S9(5).
               03  RT-TAKEN PIC X.
       01  OPEN-HEADING.
           02  FILLER PIC X(5) VALUE " DAYS".
           02  FILLER PIC X(8) VALUE " REPAIR".
           02  FILLER PIC X(9) VALUE "ITEM".
           02  FILLER PIC X(13) VALUE "SERIAL".
           02  FILLER PIC X(6) VALUE "   QTY".
           02  FILLER PIC X(5) VALUE " BIN".
           02  FILLER PIC X(5) VALUE "REPR".
           02  FILLER PIC X(11) VALUE "DUE BACK".
           02  FILLER PIC X(10) VALUE "    QUOTED".
       01  OPEN-LINE.
           02  OP-DAYS-OUT PIC ZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  OP-REPAIR-NO PIC 9(6).
           02  FILLER PIC X VALUE SPACE.
           02  OP-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  OP-SERIAL PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  OP-QUANTITY PIC ZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  OP-LOCATION PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  OP-SUPPLIER PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  OP-DUE-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  OP-QUOTED PIC ZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  OP-FLAG PIC X(4).
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
           DISPLAY "REPAIR-AND-RETURN ORDERS".
           MOVE "REPAIR-DAYS" TO PQ-KEY.
           MOVE REPAIR-DAYS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO REPAIR-DAYS.
           OPEN I-O STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               DISPLAY "NO STOCK FILE ON DISK."
               GO TO END-NO-FILES.
           OPEN I-O SERIAL-FILE.
           IF SE-FILE-STATUS NOT = "00"
               OPEN OUTPUT SERIAL-FILE
               CLOSE SERIAL-FILE
               OPEN I-O SERIAL-FILE
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           OPEN I-O REPAIR-FILE.
           IF RP-FILE-STATUS NOT = "00"
               OPEN OUTPUT REPAIR-FILE
               CLOSE REPAIR-FILE
               OPEN I-O REPAIR-FILE
           END-IF.
           MOVE 0 TO REPAIR-TRAN-NO.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(S)END A UNIT FOR REPAIR, (O)PEN REPAIRS REPORT,".
           DISPLAY "(B)EYOND REPAIR - CLOSE AN ORDER, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "S" OR ACTION-CHOICE = "s"
               GO TO SEND-FOR-REPAIR.
           IF ACTION-CHOICE = "O" OR ACTION-CHOICE = "o"
               GO TO OPEN-REPAIRS-REPORT.
           IF ACTION-CHOICE = "B" OR ACTION-CHOICE = "b"
               GO TO BEYOND-REPAIR.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *THE UNIT LEAVES ITS BIN NOW - A SERIALIZED ONE BY ITS SERIAL,
      *WHICH MUST BE SITTING IN STOCK AT THAT BIN, ANYTHING ELSE BY
      *QUANTITY OUT OF THE BIN'S ON-HAND
       SEND-FOR-REPAIR.
           DISPLAY SPACE.
           DISPLAY "STOCK CODE (BLANK TO END): ".
           MOVE SPACE TO ENTERED-CODE.
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE GO TO ASK-ACTION.
           DISPLAY "LOCATION: ".
           MOVE SPACE TO ENTERED-LOCATION.
           ACCEPT ENTERED-LOCATION.
           MOVE ENTERED-CODE TO STOCK-CODE.
           MOVE ENTERED-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "INVALID CODE"
                   TERM-HIGHLIGHT-OFF
               GO TO SEND-FOR-REPAIR
           END-READ.
           DISPLAY PRODUCT-DESC "  ON HAND " QUANTITY-ON-HAND.
           MOVE SPACE TO ENTERED-SERIAL.
           IF SERIAL-CONTROL-FLAG NOT = "Y" GO TO SEND-ASK-QTY.
       SEND-ASK-SERIAL.
           DISPLAY "SERIAL NO OF THE UNIT: ".
           MOVE SPACE TO ENTERED-SERIAL.
           ACCEPT ENTERED-SERIAL.
           IF ENTERED-SERIAL = SPACE GO TO SEND-FOR-REPAIR.
           MOVE ENTERED-CODE TO SE-STOCK-CODE.
           MOVE ENTERED-SERIAL TO SE-SERIAL-NO.
           READ SERIAL-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "SERIAL NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO SEND-ASK-SERIAL
           END-READ.
           IF SE-STATUS NOT = "S" OR SE-LOCATION NOT = ENTERED-LOCATION
               DISPLAY TERM-HIGHLIGHT-ON
                   "UNIT IS NOT IN STOCK AT THIS BIN" TERM-HIGHLIGHT-OFF
               GO TO SEND-ASK-SERIAL.
           MOVE 1 TO ENTERED-QTY.
           IF QUANTITY-ON-HAND < 1
               DISPLAY TERM-HIGHLIGHT-ON "INSUFFICIENT STOCK"
                   TERM-HIGHLIGHT-OFF
               GO TO SEND-FOR-REPAIR.
           GO TO SEND-ASK-SUPPLIER.
       SEND-ASK-QTY.
           DISPLAY "QUANTITY GOING FOR REPAIR: ".
           ACCEPT ENTERED-QTY.
           IF ENTERED-QTY NOT NUMERIC OR ENTERED-QTY = 0
               DISPLAY TERM-HIGHLIGHT-ON "QTY NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO SEND-FOR-REPAIR.
           IF ENTERED-QTY > QUANTITY-ON-HAND
               DISPLAY TERM-HIGHLIGHT-ON "INSUFFICIENT STOCK"
                   TERM-HIGHLIGHT-OFF
               GO TO SEND-FOR-REPAIR.
       SEND-ASK-SUPPLIER.
           DISPLAY "REPAIRER (SUPPLIER CODE): ".
           MOVE SPACE TO ENTERED-SUPPLIER.
           ACCEPT ENTERED-SUPPLIER.
           IF ENTERED-SUPPLIER = SPACE GO TO SEND-FOR-REPAIR.
           MOVE ENTERED-SUPPLIER TO SUPPLIER-CODE.
           READ SUPPLIER-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "UNKNOWN SUPPLIER"
                   TERM-HIGHLIGHT-OFF
               GO TO SEND-ASK-SUPPLIER
           END-READ.
           DISPLAY "REPAIRING: " SUPPLIER-NAME.
           DISPLAY "FAULT: ".
           MOVE SPACE TO ENTERED-FAULT.
           ACCEPT ENTERED-FAULT.
       SEND-ASK-COST.
           DISPLAY "QUOTED REPAIR COST (NNNNNNNN = NNNNNN.NN): ".
           MOVE SPACE TO ENTERED-COST-X.
           ACCEPT ENTERED-COST-X.
           IF ENTERED-COST-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "COST NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO SEND-ASK-COST.
       SEND-ASK-DUE.
           DISPLAY "DUE BACK (MM/DD/YYYY) - RETURN ALONE FOR "
               REPAIR-DAYS " DAYS: ".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           IF DC-DATE-ENTRY = SPACE
               MOVE RUN-DATE-NUM TO WORK-DATE-NUM
               MOVE REPAIR-DAYS TO DAYS-TO-ADD
               PERFORM ADVANCE-DATE-LOOP THRU ADVANCE-DATE-EXIT
               PERFORM EDIT-WORK-DATE
               MOVE DATE-OUT TO DUE-DATE
               MOVE WORK-DATE-NUM TO DUE-DATE-NUM
               GO TO SEND-CONFIRM.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO SEND-ASK-DUE.
           IF DC-DATE-NUM < RUN-DATE-NUM
               DISPLAY "THE DUE DATE HAS ALREADY PASSED."
               GO TO SEND-ASK-DUE.
           MOVE DC-DATE TO DUE-DATE.
           MOVE DC-DATE-NUM TO DUE-DATE-NUM.
       SEND-CONFIRM.
           DISPLAY "SEND " ENTERED-QTY " OF " ENTERED-CODE
               " TO " ENTERED-SUPPLIER " FOR REPAIR,".
           DISPLAY "DUE BACK " DUE-DATE " - CONFIRM (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO SEND-FOR-REPAIR.
           PERFORM POST-DISPATCH THRU POST-DISPATCH-EXIT.
           GO TO SEND-FOR-REPAIR.
       POST-DISPATCH.
           PERFORM FIND-NEXT-REPAIR-NO THRU FIND-REPAIR-NO-EXIT.
           ADD 1 TO REPAIR-TRAN-NO.
           MOVE "X" TO JP-TYPE.
           MOVE ENTERED-CODE TO JP-STOCK-CODE.
           MOVE ENTERED-LOCATION TO JP-LOCATION.
           MOVE ENTERED-QTY TO JP-QUANTITY.
           MOVE "-" TO JP-SIGN.
           MOVE NEXT-REPAIR-NO TO JP-REFERENCE.
           MOVE SPACE TO JP-TO-LOCATION.
           MOVE RUN-DATE TO JP-DATE.
           MOVE SGN-OPERATOR-ID TO JP-OPERATOR-ID.
           MOVE 0 TO JP-GRN-NO.
           MOVE ENTERED-SUPPLIER TO JP-DEPARTMENT.
           MOVE REPAIR-TRAN-NO TO JP-TRAN-NO.
           CALL "POST-JOURNAL" USING JRN-POST-BLOCK.
      *A POSTING THE PERIOD CUT-OFF REFUSED NEVER REACHED THE
      *JOURNAL - THE UNIT STAYS IN ITS BIN AND NO ORDER IS RAISED
           IF JP-RESULT NOT = "Y"
               SUBTRACT 1 FROM REPAIR-TRAN-NO
               DISPLAY TERM-HIGHLIGHT-ON
                   "POSTING REFUSED - STOCK NOT MOVED"
                   TERM-HIGHLIGHT-OFF
               GO TO POST-DISPATCH-EXIT.
           MOVE SPACE TO REPAIR-RECORD.
           MOVE NEXT-REPAIR-NO TO RP-REPAIR-NO.
           MOVE ENTERED-CODE TO RP-STOCK-CODE.
           MOVE ENTERED-LOCATION TO RP-LOCATION.
           MOVE ENTERED-SERIAL TO RP-SERIAL-NO.
           MOVE ENTERED-QTY TO RP-QUANTITY.
           MOVE ENTERED-SUPPLIER TO RP-SUPPLIER.
           MOVE ENTERED-FAULT TO RP-FAULT.
           MOVE ENTERED-COST-9 TO RP-QUOTED-COST.
           MOVE 0 TO RP-ACTUAL-COST.
           MOVE UNIT-COST TO RP-CARRY-COST.
           MOVE RUN-DATE TO RP-SENT-DATE.
           MOVE RUN-DATE-NUM TO RP-SENT-NUM.
           MOVE DUE-DATE TO RP-DUE-DATE.
           MOVE DUE-DATE-NUM TO RP-DUE-NUM.
           MOVE "O" TO RP-STATUS.
           MOVE SGN-OPERATOR-ID TO RP-OPERATOR-ID.
           WRITE REPAIR-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "REPAIR FILE I/O ERROR, STATUS: " RP-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
           SUBTRACT ENTERED-QTY FROM QUANTITY-ON-HAND.
           MOVE SGN-OPERATOR-ID TO LAST-CHANGED-BY.
           REWRITE STOCK-ITEM
               INVALID DISPLAY "STOCK FILE I/O ERROR, STATUS: "
                   STOCK-STATUS
           END-REWRITE.
           IF ENTERED-SERIAL NOT = SPACE
               MOVE "X" TO SE-STATUS
               REWRITE SERIAL-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "SERIAL FILE I/O ERROR, STATUS: " SE-FILE-STATUS
                       TERM-HIGHLIGHT-OFF
               END-REWRITE
           END-IF.
           DISPLAY "REPAIR ORDER " NEXT-REPAIR-NO " RAISED.".
       POST-DISPATCH-EXIT.
           EXIT.
       FIND-NEXT-REPAIR-NO.
           MOVE 0 TO NEXT-REPAIR-NO.
           MOVE 0 TO RP-REPAIR-NO.
           START REPAIR-FILE KEY NOT LESS THAN RP-REPAIR-NO
               INVALID GO TO FIND-REPAIR-NO-DONE
           END-START.
       FIND-REPAIR-NO-LOOP.
           READ REPAIR-FILE NEXT RECORD
               AT END GO TO FIND-REPAIR-NO-DONE
           END-READ.
           MOVE RP-REPAIR-NO TO NEXT-REPAIR-NO.
           GO TO FIND-REPAIR-NO-LOOP.
       FIND-REPAIR-NO-DONE.
           ADD 1 TO NEXT-REPAIR-NO.
       FIND-REPAIR-NO-EXIT.
           EXIT.
      *THE REPAIRER HAS WRITTEN THE UNIT OFF.  IT LEFT ON-HAND WHEN
      *IT WENT AWAY, SO NOTHING FURTHER POSTS - THE ORDER IS CLOSED
      *AND A SERIALIZED UNIT'S LIFE ENDS AS WRITTEN OFF
       BEYOND-REPAIR.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO ASK-ACTION.
           DISPLAY "REPAIR ORDER NO (BLANK TO END): ".
           MOVE SPACE TO ENTERED-REPAIR-X.
           ACCEPT ENTERED-REPAIR-X.
           IF ENTERED-REPAIR-X = SPACE GO TO ASK-ACTION.
           IF ENTERED-REPAIR-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "REPAIR NO NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO BEYOND-REPAIR.
           MOVE ENTERED-REPAIR-9 TO RP-REPAIR-NO.
           READ REPAIR-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "REPAIR ORDER NOT ON FILE" TERM-HIGHLIGHT-OFF
               GO TO BEYOND-REPAIR
           END-READ.
           IF RP-STATUS NOT = "O"
               DISPLAY TERM-HIGHLIGHT-ON "REPAIR ORDER IS NOT OPEN"
                   TERM-HIGHLIGHT-OFF
               GO TO BEYOND-REPAIR.
           DISPLAY RP-QUANTITY " OF " RP-STOCK-CODE " " RP-SERIAL-NO
               " AT " RP-SUPPLIER " SINCE " RP-SENT-DATE.
           DISPLAY "CLOSE AS BEYOND REPAIR? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO BEYOND-REPAIR.
           MOVE "B" TO RP-STATUS.
           MOVE RUN-DATE TO RP-RETURN-DATE.
           REWRITE REPAIR-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "REPAIR FILE I/O ERROR, STATUS: " RP-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO BEYOND-REPAIR
           END-REWRITE.
           IF RP-SERIAL-NO = SPACE GO TO BEYOND-REPAIR-DONE.
           MOVE RP-STOCK-CODE TO SE-STOCK-CODE.
           MOVE RP-SERIAL-NO TO SE-SERIAL-NO.
           READ SERIAL-FILE
               INVALID GO TO BEYOND-REPAIR-DONE
           END-READ.
           MOVE "W" TO SE-STATUS.
           REWRITE SERIAL-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SERIAL FILE I/O ERROR, STATUS: " SE-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
       BEYOND-REPAIR-DONE.
           DISPLAY "REPAIR ORDER " RP-REPAIR-NO " CLOSED.".
           GO TO BEYOND-REPAIR.
      *EVERYTHING STILL AWAY ON THE RUN DATE, LONGEST AWAY FIRST,
      *WITH THE REPAIRER HOLDING IT AND ANYTHING PAST ITS DUE DATE
      *FLAGGED LATE
       OPEN-REPAIRS-REPORT.
           PERFORM LOAD-OPEN-REPAIRS THRU LOAD-OPEN-REPAIRS-EXIT.
           MOVE STOCK-RPO-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "OPEN REPAIR ORDERS" TO RPT-TITLE.
           MOVE OPEN-HEADING TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO REPAIRS-LISTED.
           MOVE 0 TO QUOTED-TOTAL.
           MOVE 0 TO REPAIR-PASS.
       OPEN-PASS-LOOP.
           ADD 1 TO REPAIR-PASS.
           IF REPAIR-PASS > REPAIR-COUNT GO TO OPEN-FINISH.
           MOVE 0 TO REPAIR-BEST.
           MOVE 0 TO REPAIR-IX.
       OPEN-SCAN.
           ADD 1 TO REPAIR-IX.
           IF REPAIR-IX > REPAIR-COUNT GO TO OPEN-TAKE.
           IF RT-TAKEN (REPAIR-IX) = "N"
               IF REPAIR-BEST = 0
                   MOVE REPAIR-IX TO REPAIR-BEST
               ELSE
                   IF RT-DAYS-OUT (REPAIR-IX)
                       > RT-DAYS-OUT (REPAIR-BEST)
                       MOVE REPAIR-IX TO REPAIR-BEST
                   END-IF
               END-IF
           END-IF.
           GO TO OPEN-SCAN.
       OPEN-TAKE.
           IF REPAIR-BEST = 0 GO TO OPEN-FINISH.
           MOVE "Y" TO RT-TAKEN (REPAIR-BEST).
           MOVE RT-REPAIR-NO (REPAIR-BEST) TO RP-REPAIR-NO.
           READ REPAIR-FILE
               INVALID GO TO OPEN-PASS-LOOP
           END-READ.
           MOVE RT-DAYS-OUT (REPAIR-BEST) TO OP-DAYS-OUT.
           MOVE RP-REPAIR-NO TO OP-REPAIR-NO.
           MOVE RP-STOCK-CODE TO OP-STOCK-CODE.
           MOVE RP-SERIAL-NO TO OP-SERIAL.
           MOVE RP-QUANTITY TO OP-QUANTITY.
           MOVE RP-LOCATION TO OP-LOCATION.
           MOVE RP-SUPPLIER TO OP-SUPPLIER.
           MOVE RP-DUE-DATE TO OP-DUE-DATE.
           MOVE RP-QUOTED-COST TO OP-QUOTED.
           MOVE SPACE TO OP-FLAG.
           IF RT-DAYS-LATE (REPAIR-BEST) > 0
               MOVE "LATE" TO OP-FLAG.
           ADD RP-QUOTED-COST TO QUOTED-TOTAL.
           MOVE OPEN-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY OPEN-LINE.
           ADD 1 TO REPAIRS-LISTED.
           GO TO OPEN-PASS-LOOP.
       OPEN-FINISH.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           MOVE QUOTED-TOTAL TO QUOTED-TOTAL-SHOW.
           DISPLAY "OPEN REPAIR ORDERS: " REPAIRS-LISTED
               "  QUOTED " QUOTED-TOTAL-SHOW.
           DISPLAY "REPORT IS ON STOCK.RPO".
           GO TO ASK-ACTION.
      *EVERY OPEN ORDER INTO THE TABLE WITH ITS DAYS AWAY AND ITS
      *DAYS PAST THE DUE DATE (ZERO OR LESS IF NOT YET DUE)
       LOAD-OPEN-REPAIRS.
           MOVE 0 TO REPAIR-COUNT.
           MOVE 0 TO RP-REPAIR-NO.
           START REPAIR-FILE KEY NOT LESS THAN RP-REPAIR-NO
               INVALID GO TO LOAD-OPEN-REPAIRS-EXIT
           END-START.
       LOAD-OPEN-REPAIRS-LOOP.
           READ REPAIR-FILE NEXT RECORD
               AT END GO TO LOAD-OPEN-REPAIRS-EXIT
           END-READ.
           IF RP-STATUS NOT = "O" GO TO LOAD-OPEN-REPAIRS-LOOP.
           IF REPAIR-COUNT = 300
               DISPLAY TERM-HIGHLIGHT-ON
                   "MORE THAN 300 OPEN REPAIRS - REPORT IS INCOMPLETE"
                   TERM-HIGHLIGHT-OFF
               GO TO LOAD-OPEN-REPAIRS-EXIT.
           ADD 1 TO REPAIR-COUNT.
           MOVE RP-REPAIR-NO TO RT-REPAIR-NO (REPAIR-COUNT).
           MOVE "N" TO RT-TAKEN (REPAIR-COUNT).
           MOVE RP-SENT-NUM TO WORK-DATE-NUM.
           COMPUTE SENT-DAY-COUNT =
               WD-YYYY * 365 + WD-MM * 30 + WD-DD.
           MOVE 0 TO RT-DAYS-OUT (REPAIR-COUNT).
           IF RUN-DAY-COUNT > SENT-DAY-COUNT
               COMPUTE RT-DAYS-OUT (REPAIR-COUNT) =
                   RUN-DAY-COUNT - SENT-DAY-COUNT.
           MOVE RP-DUE-NUM TO WORK-DATE-NUM.
           COMPUTE DUE-DAY-COUNT =
               WD-YYYY * 365 + WD-MM * 30 + WD-DD.
           COMPUTE RT-DAYS-LATE (REPAIR-COUNT) =
               RUN-DAY-COUNT - DUE-DAY-COUNT.
           GO TO LOAD-OPEN-REPAIRS-LOOP.
       LOAD-OPEN-REPAIRS-EXIT.
           EXIT.
       ADVANCE-DATE-LOOP.
           PERFORM SET-MONTH-LENGTH.
           IF WD-DD + DAYS-TO-ADD NOT > MONTH-LENGTH
               ADD DAYS-TO-ADD TO WD-DD
               GO TO ADVANCE-DATE-EXIT.
           COMPUTE DAYS-TO-ADD =
               DAYS-TO-ADD - (MONTH-LENGTH - WD-DD + 1).
           MOVE 1 TO WD-DD.
           ADD 1 TO WD-MM.
           IF WD-MM > 12
               MOVE 1 TO WD-MM
               ADD 1 TO WD-YYYY.
           GO TO ADVANCE-DATE-LOOP.
       ADVANCE-DATE-EXIT.
           EXIT.
       SET-MONTH-LENGTH.
           MOVE MONTH-DAYS (WD-MM) TO MONTH-LENGTH.
           IF WD-MM = 2
               DIVIDE WD-YYYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   MOVE 29 TO MONTH-LENGTH.
       EDIT-WORK-DATE.
           MOVE WD-MM TO DO-MM.
           MOVE WD-DD TO DO-DD.
           MOVE WD-YYYY TO DO-YYYY.
       END-IT.
           CLOSE REPAIR-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE SERIAL-FILE.
           CLOSE STOCK-FILE.
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
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.SER" TO STOCK-SER-FN.
           MOVE "TRAIN.SUP" TO STOCK-SUP-FN.
           MOVE "TRAIN.RPR" TO STOCK-RPR-FN.
           MOVE "TRAIN.RPO" TO STOCK-RPO-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
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
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
           MOVE DC-DATE-NUM TO WORK-DATE-NUM.
           COMPUTE RUN-DAY-COUNT =
               WD-YYYY * 365 + WD-MM * 30 + WD-DD.
       GET-RUN-DATE-EXIT.
           EXIT.
