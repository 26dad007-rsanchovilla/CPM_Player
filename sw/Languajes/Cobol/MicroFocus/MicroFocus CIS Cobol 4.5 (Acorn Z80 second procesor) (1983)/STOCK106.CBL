       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOOL-LOANS.
       AUTHOR. MICRO FOCUS LTD.
      *THE TOOL AND EQUIPMENT LOAN REGISTER.  A SERIALIZED UNIT -
      *A TORQUE WRENCH, A TEST METER, A LADDER - GOES OUT TO A
      *NAMED BORROWER IN A DEPARTMENT AGAINST AN EXPECTED RETURN
      *DATE AND COMES BACK AGAIN, WITHOUT BEING ISSUED: NO JOURNAL
      *ROW, NO USAGE HISTORY, NO CHARGE TO THE DEPARTMENT'S BUDGET.
      *THE UNIT STAYS IN BOOK STOCK AND ITS SERIAL IS MARKED ON
      *LOAN SO IT CANNOT BE ISSUED OR LENT TWICE.  THE OVERDUE
      *REPORT LISTS WHAT IS LATE, LONGEST OVERDUE FIRST, AND THE
      *BORROWER LIST SHOWS WHAT EACH BORROWER HOLDS TODAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIAL-FILE ASSIGN DYNAMIC STOCK-SER-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SE-KEY
           FILE STATUS SE-FILE-STATUS.
           SELECT LOAN-FILE ASSIGN DYNAMIC STOCK-TLN-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY TL-LOAN-NO
           FILE STATUS TL-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN DYNAMIC STOCK-DEP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DEPT-CODE
           FILE STATUS DP-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC PRINT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  SERIAL-FILE; RECORD 60.
           COPY "SERFILE.CPY".
       FD  LOAN-FILE; RECORD 100.
           COPY "TLNFILE.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-SER-FN PIC X(12) VALUE "STOCK.SER".
           02  STOCK-TLN-FN PIC X(12) VALUE "STOCK.TLN".
           02  STOCK-DEP-FN PIC X(12) VALUE "STOCK.DEP".
           02  STOCK-TLO-FN PIC X(12) VALUE "STOCK.TLO".
           02  STOCK-TLB-FN PIC X(12) VALUE "STOCK.TLB".
       01  PRINT-FN PIC X(12).
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
           COPY "PRMREQ.CPY".
       01  RPT-OUT-IX PIC 9.
       01  SE-FILE-STATUS PIC XX.
       01  TL-FILE-STATUS PIC XX.
       01  DP-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  RUN-DAY-COUNT PIC 9(7).
       01  DUE-DAY-COUNT PIC 9(7).
       01  DAYS-OVERDUE PIC S9(7).
       01  LOAN-DAYS PIC 999 VALUE 14.
       01  NEXT-LOAN-NO PIC 9(6).
       01  ENTERED-CODE PIC X(8).
       01  ENTERED-SERIAL PIC X(12).
       01  ENTERED-BORROWER PIC X(20).
       01  ENTERED-DEPT PIC X(4).
       01  DUE-DATE PIC X(10).
       01  DUE-DATE-NUM PIC 9(8).
       01  LOANS-LISTED PIC 9(5).
       01  GROUP-BORROWER PIC X(20).
      *WORK DATE FOR RUNNING THE LOAN DATE ON BY THE LOAN PERIOD -
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
      *THE OPEN LOANS A REPORT PICKS FROM, PRINTED IN ORDER BY A
      *SELECT-THE-BEST PASS OVER THE TABLE - NO SORT NEEDED
       01  LOAN-COUNT PIC 9(3).
       01  LOAN-IX PIC 9(3).
       01  LOAN-BEST PIC 9(3).
       01  LOAN-PASS PIC 9(3).
       01  LOAN-TABLE.
           02  LN-ENTRY OCCURS 300 TIMES.
               03  LN-SORT-KEY.
                   04  LN-BORROWER PIC X(20).
                   04  LN-LOAN-NO PIC 9(6).
               03  LN-DAYS PIC S9(5).
               03  LN-TAKEN PIC X.
       01  OVERDUE-HEADING.
           02  FILLER PIC X(5) VALUE " DAYS".
           02  FILLER PIC X(8) VALUE " LOAN".
           02  FILLER PIC X(9) VALUE "ITEM".
           02  FILLER PIC X(13) VALUE "SERIAL".
           02  FILLER PIC X(21) VALUE "BORROWER".
           02  FILLER PIC X(5) VALUE "DEPT".
           02  FILLER PIC X(10) VALUE "DUE BACK".
       01  OVERDUE-LINE.
           02  OL-DAYS PIC ZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  OL-LOAN-NO PIC 9(6).
           02  FILLER PIC X VALUE SPACE.
           02  OL-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  OL-SERIAL PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  OL-BORROWER PIC X(20).
           02  FILLER PIC X VALUE SPACE.
           02  OL-DEPARTMENT PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  OL-DUE-DATE PIC X(10).
       01  HOLDING-HEADING.
           02  FILLER PIC X(9) VALUE "  LOAN".
           02  FILLER PIC X(9) VALUE "ITEM".
           02  FILLER PIC X(13) VALUE "SERIAL".
           02  FILLER PIC X(5) VALUE "DEPT".
           02  FILLER PIC X(11) VALUE "OUT".
           02  FILLER PIC X(11) VALUE "DUE BACK".
       01  BORROWER-LINE.
           02  FILLER PIC X(9) VALUE "BORROWER ".
           02  BL-BORROWER PIC X(20).
       01  HOLDING-LINE.
           02  FILLER PIC XX VALUE SPACE.
           02  HL-LOAN-NO PIC 9(6).
           02  FILLER PIC X VALUE SPACE.
           02  HL-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  HL-SERIAL PIC X(12).
           02  FILLER PIC X VALUE SPACE.
           02  HL-DEPARTMENT PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  HL-OUT-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  HL-DUE-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  HL-FLAG PIC X(7).
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
           DISPLAY "TOOL AND EQUIPMENT LOANS".
           MOVE "LOAN-DAYS" TO PQ-KEY.
           MOVE LOAN-DAYS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO LOAN-DAYS.
           OPEN I-O SERIAL-FILE.
           IF SE-FILE-STATUS NOT = "00"
               DISPLAY "NO SERIAL RECORDS ON FILE."
               GO TO END-NO-FILES.
           OPEN INPUT DEPT-FILE.
           OPEN I-O LOAN-FILE.
           IF TL-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(L)END A UNIT, (R)ETURN FROM LOAN,".
           DISPLAY "(O)VERDUE LOANS REPORT, (B)ORROWER HOLDINGS,".
           DISPLAY "OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "L" OR ACTION-CHOICE = "l"
               GO TO LEND-UNIT.
           IF ACTION-CHOICE = "R" OR ACTION-CHOICE = "r"
               GO TO RETURN-UNIT.
           IF ACTION-CHOICE = "O" OR ACTION-CHOICE = "o"
               GO TO OVERDUE-REPORT.
           IF ACTION-CHOICE = "B" OR ACTION-CHOICE = "b"
               GO TO BORROWER-REPORT.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *ONLY A UNIT SITTING IN STOCK CAN GO OUT - ONE ISSUED, SENT
      *BACK OR ALREADY LENT IS NOT THE STORES' TO LEND
       LEND-UNIT.
           PERFORM ASK-UNIT THRU ASK-UNIT-EXIT.
           IF ENTERED-CODE = SPACE GO TO ASK-ACTION.
           IF SE-STATUS = "L"
               DISPLAY TERM-HIGHLIGHT-ON "UNIT IS ALREADY OUT ON LOAN"
                   TERM-HIGHLIGHT-OFF
               GO TO LEND-UNIT.
           IF SE-STATUS NOT = "S"
               DISPLAY TERM-HIGHLIGHT-ON "UNIT IS NOT IN STOCK"
                   TERM-HIGHLIGHT-OFF
               GO TO LEND-UNIT.
       LEND-ASK-BORROWER.
           DISPLAY "BORROWER'S NAME: ".
           MOVE SPACE TO ENTERED-BORROWER.
           ACCEPT ENTERED-BORROWER.
           IF ENTERED-BORROWER = SPACE GO TO LEND-UNIT.
       LEND-ASK-DEPT.
           DISPLAY "BORROWER'S DEPARTMENT: ".
           MOVE SPACE TO ENTERED-DEPT.
           ACCEPT ENTERED-DEPT.
           IF ENTERED-DEPT = SPACE GO TO LEND-ASK-BORROWER.
           MOVE ENTERED-DEPT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "DEPARTMENT NOT ON FILE" TERM-HIGHLIGHT-OFF
               GO TO LEND-ASK-DEPT
           END-READ.
           DISPLAY DEPT-NAME.
       LEND-ASK-DUE.
           DISPLAY "EXPECTED BACK (MM/DD/YYYY) - RETURN ALONE FOR "
               LOAN-DAYS " DAYS: ".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           IF DC-DATE-ENTRY = SPACE
               MOVE RUN-DATE-NUM TO WORK-DATE-NUM
               MOVE LOAN-DAYS TO DAYS-TO-ADD
               PERFORM ADVANCE-DATE-LOOP THRU ADVANCE-DATE-EXIT
               PERFORM EDIT-WORK-DATE
               MOVE DATE-OUT TO DUE-DATE
               MOVE WORK-DATE-NUM TO DUE-DATE-NUM
               GO TO LEND-CONFIRM.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO LEND-ASK-DUE.
           IF DC-DATE-NUM < RUN-DATE-NUM
               DISPLAY "THE RETURN DATE HAS ALREADY PASSED."
               GO TO LEND-ASK-DUE.
           MOVE DC-DATE TO DUE-DATE.
           MOVE DC-DATE-NUM TO DUE-DATE-NUM.
       LEND-CONFIRM.
           DISPLAY "LEND " SE-STOCK-CODE " " SE-SERIAL-NO " TO "
               ENTERED-BORROWER.
           DISPLAY "BACK BY " DUE-DATE " - CONFIRM (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO LEND-UNIT.
           PERFORM FIND-NEXT-LOAN-NO THRU FIND-LOAN-NO-EXIT.
           MOVE SPACE TO TOOL-LOAN-RECORD.
           MOVE NEXT-LOAN-NO TO TL-LOAN-NO.
           MOVE SE-STOCK-CODE TO TL-STOCK-CODE.
           MOVE SE-SERIAL-NO TO TL-SERIAL-NO.
           MOVE ENTERED-BORROWER TO TL-BORROWER.
           MOVE ENTERED-DEPT TO TL-DEPARTMENT.
           MOVE RUN-DATE TO TL-OUT-DATE.
           MOVE DUE-DATE TO TL-DUE-DATE.
           MOVE DUE-DATE-NUM TO TL-DUE-NUM.
           MOVE "O" TO TL-STATUS.
           MOVE SGN-OPERATOR-ID TO TL-OPERATOR-ID.
           WRITE TOOL-LOAN-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LOAN FILE I/O ERROR, STATUS: " TL-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO LEND-UNIT
           END-WRITE.
           MOVE "L" TO SE-STATUS.
           REWRITE SERIAL-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SERIAL FILE I/O ERROR, STATUS: " SE-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           DISPLAY "LOAN " NEXT-LOAN-NO " RECORDED.".
           GO TO LEND-UNIT.
       FIND-NEXT-LOAN-NO.
           MOVE 0 TO NEXT-LOAN-NO.
           MOVE 0 TO TL-LOAN-NO.
           START LOAN-FILE KEY NOT LESS THAN TL-LOAN-NO
               INVALID GO TO FIND-LOAN-NO-DONE
           END-START.
       FIND-LOAN-NO-LOOP.
           READ LOAN-FILE NEXT RECORD
               AT END GO TO FIND-LOAN-NO-DONE
           END-READ.
           MOVE TL-LOAN-NO TO NEXT-LOAN-NO.
           GO TO FIND-LOAN-NO-LOOP.
       FIND-LOAN-NO-DONE.
           ADD 1 TO NEXT-LOAN-NO.
       FIND-LOAN-NO-EXIT.
           EXIT.
      *THE UNIT COMES BACK TO ITS BIN AS STOCK AGAIN AND THE LOAN IS
      *KEPT, CLOSED, AS THE BORROWER'S HISTORY
       RETURN-UNIT.
           PERFORM ASK-UNIT THRU ASK-UNIT-EXIT.
           IF ENTERED-CODE = SPACE GO TO ASK-ACTION.
           IF SE-STATUS NOT = "L"
               DISPLAY TERM-HIGHLIGHT-ON "UNIT IS NOT OUT ON LOAN"
                   TERM-HIGHLIGHT-OFF
               GO TO RETURN-UNIT.
           PERFORM FIND-OPEN-LOAN THRU FIND-OPEN-LOAN-EXIT.
           IF TL-STATUS NOT = "O"
               DISPLAY TERM-HIGHLIGHT-ON
                   "NO OPEN LOAN FOUND FOR THE UNIT - RETURNED TO STOCK"
                   TERM-HIGHLIGHT-OFF
               GO TO RETURN-SERIAL.
           DISPLAY "LOAN " TL-LOAN-NO " TO " TL-BORROWER " ("
               TL-DEPARTMENT ") OUT " TL-OUT-DATE " DUE " TL-DUE-DATE.
           MOVE TL-DUE-NUM TO WORK-DATE-NUM.
           COMPUTE DUE-DAY-COUNT =
               WD-YYYY * 365 + WD-MM * 30 + WD-DD.
           COMPUTE DAYS-OVERDUE = RUN-DAY-COUNT - DUE-DAY-COUNT.
           IF DAYS-OVERDUE > 0
               DISPLAY "RETURNED " DAYS-OVERDUE " DAY(S) LATE".
           DISPLAY "BOOK IT BACK IN? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO RETURN-UNIT.
           MOVE "R" TO TL-STATUS.
           MOVE RUN-DATE TO TL-RETURN-DATE.
           REWRITE TOOL-LOAN-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LOAN FILE I/O ERROR, STATUS: " TL-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO RETURN-UNIT
           END-REWRITE.
       RETURN-SERIAL.
           MOVE ENTERED-CODE TO SE-STOCK-CODE.
           MOVE ENTERED-SERIAL TO SE-SERIAL-NO.
           READ SERIAL-FILE
               INVALID GO TO RETURN-UNIT
           END-READ.
           MOVE "S" TO SE-STATUS.
           REWRITE SERIAL-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "SERIAL FILE I/O ERROR, STATUS: " SE-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-REWRITE.
           DISPLAY "UNIT BACK IN STOCK AT " SE-LOCATION.
           GO TO RETURN-UNIT.
       FIND-OPEN-LOAN.
           MOVE 0 TO TL-LOAN-NO.
           START LOAN-FILE KEY NOT LESS THAN TL-LOAN-NO
               INVALID MOVE SPACE TO TL-STATUS
               GO TO FIND-OPEN-LOAN-EXIT
           END-START.
       FIND-OPEN-LOAN-LOOP.
           READ LOAN-FILE NEXT RECORD
               AT END MOVE SPACE TO TL-STATUS
               GO TO FIND-OPEN-LOAN-EXIT
           END-READ.
           IF TL-STATUS = "O" AND TL-STOCK-CODE = ENTERED-CODE
               AND TL-SERIAL-NO = ENTERED-SERIAL
               GO TO FIND-OPEN-LOAN-EXIT.
           GO TO FIND-OPEN-LOAN-LOOP.
       FIND-OPEN-LOAN-EXIT.
           EXIT.
       ASK-UNIT.
           DISPLAY SPACE.
           DISPLAY "STOCK CODE OF THE UNIT (BLANK TO END): ".
           MOVE SPACE TO ENTERED-CODE.
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE GO TO ASK-UNIT-EXIT.
           DISPLAY "SERIAL NO: ".
           MOVE SPACE TO ENTERED-SERIAL.
           ACCEPT ENTERED-SERIAL.
           IF ENTERED-SERIAL = SPACE GO TO ASK-UNIT.
           MOVE ENTERED-CODE TO SE-STOCK-CODE.
           MOVE ENTERED-SERIAL TO SE-SERIAL-NO.
           READ SERIAL-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "SERIAL NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-UNIT
           END-READ.
       ASK-UNIT-EXIT.
           EXIT.
      *EVERY LOAN PAST ITS RETURN DATE ON THE RUN DATE, THE LONGEST
      *OVERDUE FIRST, SO THE CHASING STARTS AT THE TOP
       OVERDUE-REPORT.
           MOVE SPACE TO ENTERED-BORROWER.
           PERFORM LOAD-OPEN-LOANS THRU LOAD-OPEN-LOANS-EXIT.
           MOVE STOCK-TLO-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "OVERDUE TOOL LOANS" TO RPT-TITLE.
           MOVE OVERDUE-HEADING TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO LOANS-LISTED.
           MOVE 0 TO LOAN-PASS.
       OVERDUE-PASS-LOOP.
           ADD 1 TO LOAN-PASS.
           IF LOAN-PASS > LOAN-COUNT GO TO OVERDUE-FINISH.
           MOVE 0 TO LOAN-BEST.
           MOVE 0 TO LOAN-IX.
       OVERDUE-SCAN.
           ADD 1 TO LOAN-IX.
           IF LOAN-IX > LOAN-COUNT GO TO OVERDUE-TAKE.
           IF LN-TAKEN (LOAN-IX) = "N" AND LN-DAYS (LOAN-IX) > 0
               IF LOAN-BEST = 0
                   MOVE LOAN-IX TO LOAN-BEST
               ELSE
                   IF LN-DAYS (LOAN-IX) > LN-DAYS (LOAN-BEST)
                       MOVE LOAN-IX TO LOAN-BEST
                   END-IF
               END-IF
           END-IF.
           GO TO OVERDUE-SCAN.
       OVERDUE-TAKE.
           IF LOAN-BEST = 0 GO TO OVERDUE-FINISH.
           MOVE "Y" TO LN-TAKEN (LOAN-BEST).
           MOVE LN-LOAN-NO (LOAN-BEST) TO TL-LOAN-NO.
           READ LOAN-FILE
               INVALID GO TO OVERDUE-PASS-LOOP
           END-READ.
           MOVE LN-DAYS (LOAN-BEST) TO OL-DAYS.
           MOVE TL-LOAN-NO TO OL-LOAN-NO.
           MOVE TL-STOCK-CODE TO OL-STOCK-CODE.
           MOVE TL-SERIAL-NO TO OL-SERIAL.
           MOVE TL-BORROWER TO OL-BORROWER.
           MOVE TL-DEPARTMENT TO OL-DEPARTMENT.
           MOVE TL-DUE-DATE TO OL-DUE-DATE.
           MOVE OVERDUE-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY OVERDUE-LINE.
           ADD 1 TO LOANS-LISTED.
           GO TO OVERDUE-PASS-LOOP.
       OVERDUE-FINISH.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           DISPLAY "OVERDUE LOANS: " LOANS-LISTED.
           DISPLAY "REPORT IS ON STOCK.TLO".
           GO TO ASK-ACTION.
      *WHAT EACH BORROWER HOLDS NOW - ONE BORROWER, OR ALL OF THEM
      *IN NAME ORDER - WITH ANYTHING PAST ITS DATE FLAGGED
       BORROWER-REPORT.
           DISPLAY "BORROWER'S NAME (BLANK FOR EVERY BORROWER): ".
           MOVE SPACE TO ENTERED-BORROWER.
           ACCEPT ENTERED-BORROWER.
           PERFORM LOAD-OPEN-LOANS THRU LOAD-OPEN-LOANS-EXIT.
           MOVE STOCK-TLB-FN TO PRINT-FN.
           OPEN OUTPUT PRINT-FILE.
           MOVE "TOOLS AND EQUIPMENT HELD BY BORROWER" TO RPT-TITLE.
           MOVE HOLDING-HEADING TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO LOANS-LISTED.
           MOVE SPACE TO GROUP-BORROWER.
           MOVE 0 TO LOAN-PASS.
       BORROWER-PASS-LOOP.
           ADD 1 TO LOAN-PASS.
           IF LOAN-PASS > LOAN-COUNT GO TO BORROWER-FINISH.
           MOVE 0 TO LOAN-BEST.
           MOVE 0 TO LOAN-IX.
       BORROWER-SCAN.
           ADD 1 TO LOAN-IX.
           IF LOAN-IX > LOAN-COUNT GO TO BORROWER-TAKE.
           IF LN-TAKEN (LOAN-IX) = "N"
               IF LOAN-BEST = 0
                   MOVE LOAN-IX TO LOAN-BEST
               ELSE
                   IF LN-SORT-KEY (LOAN-IX) < LN-SORT-KEY (LOAN-BEST)
                       MOVE LOAN-IX TO LOAN-BEST
                   END-IF
               END-IF
           END-IF.
           GO TO BORROWER-SCAN.
       BORROWER-TAKE.
           IF LOAN-BEST = 0 GO TO BORROWER-FINISH.
           MOVE "Y" TO LN-TAKEN (LOAN-BEST).
           MOVE LN-LOAN-NO (LOAN-BEST) TO TL-LOAN-NO.
           READ LOAN-FILE
               INVALID GO TO BORROWER-PASS-LOOP
           END-READ.
           IF TL-BORROWER NOT = GROUP-BORROWER
               MOVE TL-BORROWER TO GROUP-BORROWER
               MOVE SPACE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               MOVE TL-BORROWER TO BL-BORROWER
               MOVE BORROWER-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               DISPLAY BORROWER-LINE
           END-IF.
           MOVE TL-LOAN-NO TO HL-LOAN-NO.
           MOVE TL-STOCK-CODE TO HL-STOCK-CODE.
           MOVE TL-SERIAL-NO TO HL-SERIAL.
           MOVE TL-DEPARTMENT TO HL-DEPARTMENT.
           MOVE TL-OUT-DATE TO HL-OUT-DATE.
           MOVE TL-DUE-DATE TO HL-DUE-DATE.
           MOVE SPACE TO HL-FLAG.
           IF LN-DAYS (LOAN-BEST) > 0
               MOVE "OVERDUE" TO HL-FLAG.
           MOVE HOLDING-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY HOLDING-LINE.
           ADD 1 TO LOANS-LISTED.
           GO TO BORROWER-PASS-LOOP.
       BORROWER-FINISH.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           DISPLAY "UNITS OUT ON LOAN: " LOANS-LISTED.
           DISPLAY "REPORT IS ON STOCK.TLB".
           GO TO ASK-ACTION.
      *EVERY OPEN LOAN - OR ONE BORROWER'S - INTO THE TABLE WITH
      *ITS DAYS PAST THE RETURN DATE (ZERO OR LESS IF NOT YET DUE)
       LOAD-OPEN-LOANS.
           MOVE 0 TO LOAN-COUNT.
           MOVE 0 TO TL-LOAN-NO.
           START LOAN-FILE KEY NOT LESS THAN TL-LOAN-NO
               INVALID GO TO LOAD-OPEN-LOANS-EXIT
           END-START.
       LOAD-OPEN-LOANS-LOOP.
           READ LOAN-FILE NEXT RECORD
               AT END GO TO LOAD-OPEN-LOANS-EXIT
           END-READ.
           IF TL-STATUS NOT = "O" GO TO LOAD-OPEN-LOANS-LOOP.
           IF ENTERED-BORROWER NOT = SPACE
               AND TL-BORROWER NOT = ENTERED-BORROWER
               GO TO LOAD-OPEN-LOANS-LOOP.
           IF LOAN-COUNT = 300
               DISPLAY TERM-HIGHLIGHT-ON
                   "MORE THAN 300 OPEN LOANS - REPORT IS INCOMPLETE"
                   TERM-HIGHLIGHT-OFF
               GO TO LOAD-OPEN-LOANS-EXIT.
           ADD 1 TO LOAN-COUNT.
           MOVE TL-BORROWER TO LN-BORROWER (LOAN-COUNT).
           MOVE TL-LOAN-NO TO LN-LOAN-NO (LOAN-COUNT).
           MOVE "N" TO LN-TAKEN (LOAN-COUNT).
           MOVE TL-DUE-NUM TO WORK-DATE-NUM.
           COMPUTE DUE-DAY-COUNT =
               WD-YYYY * 365 + WD-MM * 30 + WD-DD.
           COMPUTE LN-DAYS (LOAN-COUNT) =
               RUN-DAY-COUNT - DUE-DAY-COUNT.
           GO TO LOAD-OPEN-LOANS-LOOP.
       LOAD-OPEN-LOANS-EXIT.
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
           CLOSE LOAN-FILE.
           CLOSE DEPT-FILE.
           CLOSE SERIAL-FILE.
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
           MOVE "TRAIN.SER" TO STOCK-SER-FN.
           MOVE "TRAIN.TLN" TO STOCK-TLN-FN.
           MOVE "TRAIN.DEP" TO STOCK-DEP-FN.
           MOVE "TRAIN.TLO" TO STOCK-TLO-FN.
           MOVE "TRAIN.TLB" TO STOCK-TLB-FN.
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
