       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOP-CALENDAR.
       AUTHOR. MICRO FOCUS LTD.
      *MAINTENANCE OF THE SHOP CALENDAR STOCK.CAL - WHICH DAYS OF
      *EACH YEAR THE STORES WORK.  A SUPERVISOR SETS EACH YEAR UP
      *AHEAD OF TIME FROM THE WEEKLY PATTERN OF REST DAYS, THEN
      *MARKS THE BANK HOLIDAYS AND SHUTDOWNS (OR A WEEKEND THAT IS
      *BEING WORKED).  DUE-DATE DEFAULTING, THE OVERDUE AND AGEING
      *REPORTS, SUPPLIER PUNCTUALITY AND THE LEARNED LEAD TIMES ALL
      *COUNT WORKING DAYS OFF THIS FILE THROUGH WORKING-DAYS, AND
      *GO BACK TO PLAIN CALENDAR DAYS FOR A YEAR NOT SET UP - SO
      *NEXT YEAR WANTS SETTING UP BEFORE ITS FIRST ORDERS FALL DUE.
      *EVERY CHANGE IS AUDITED ON STOCK.AUD LIKE ANY OTHER STANDING
      *DATA.  THE CALENDAR IS THE SAME FOR LIVE AND PRACTICE
      *SESSIONS, SO THERE IS NO TRAINING COPY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN DYNAMIC STOCK-CAL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CY-YEAR
           FILE STATUS CY-FILE-STATUS.
           SELECT AUDIT-FILE
           ASSIGN DYNAMIC STOCK-AUD-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS AU-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-CLR-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE; RECORD 400.
           COPY "CALFILE.CPY".
       FD  AUDIT-FILE; RECORD 98.
           COPY "AUDFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *ONE CALENDAR FOR LIVE AND PRACTICE SESSIONS, AND A CHANGE TO
      *IT IS AUDITED ON THE LIVE AMENDMENT FILE
       01  FILE-NAMES.
           02  STOCK-CAL-FN PIC X(12) VALUE "STOCK.CAL".
           02  STOCK-AUD-FN PIC X(12) VALUE "STOCK.AUD".
           02  STOCK-CLR-FN PIC X(12) VALUE "STOCK.CLR".
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  CY-FILE-STATUS PIC XX.
       01  AU-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  AUDIT-DATE PIC X(10).
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  YEAR-IS-NEW PIC X.
       01  ENTERED-YEAR-X PIC X(4).
       01  ENTERED-YEAR-9 REDEFINES ENTERED-YEAR-X PIC 9(4).
       01  ENTERED-REST PIC X(7).
       01  ENTERED-TYPE PIC X.
       01  REST-IX PIC 9.
       01  REST-HITS PIC 9.
       01  FIRST-DAY-NUM PIC 9(8).
       01  FIRST-DAY-DATE PIC X(10).
       01  LAST-DAY-NUM PIC 9(8).
       01  LAST-DAY-DATE PIC X(10).
       01  FIRST-DOY PIC 9(3).
       01  LAST-DOY PIC 9(3).
       01  DAYS-CHANGED PIC 9(3).
       01  OLD-TYPE-SEEN PIC X.
      *THE CALENDAR ARITHMETIC - DAYS BEFORE EACH MONTH AND EACH
      *MONTH'S LENGTH IN AN ORDINARY YEAR, WEEKDAY AND MONTH NAMES
       01  MONTH-START PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  MONTH-DAYS PIC X(24) VALUE "312831303130313130313031".
       01  DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01  MONTH-NAMES.
           02  FILLER PIC X(36) VALUE
               "JANUARY  FEBRUARY MARCH    APRIL    ".
           02  FILLER PIC X(36) VALUE
               "MAY      JUNE     JULY     AUGUST   ".
           02  FILLER PIC X(36) VALUE
               "SEPTEMBEROCTOBER  NOVEMBER DECEMBER ".
       01  CAL-YEAR PIC 9(4).
       01  CAL-LEAP PIC X.
       01  CAL-YEAR-LENGTH PIC 9(3).
       01  CAL-IX PIC 9(3).
       01  CAL-MONTH PIC 99.
       01  CAL-DAY PIC 99.
       01  CAL-MONTH-LENGTH PIC 99.
       01  CAL-WEEKDAY PIC 9.
       01  CAL-WEEKDAY-X REDEFINES CAL-WEEKDAY PIC X.
       01  EXPECTED-TYPE PIC X.
       01  MONTH-BEFORE PIC 9(3).
       01  YEAR-WORK PIC 9(4).
       01  DAY-NUMBER PIC 9(7).
       01  QUOTIENT-WORK PIC 9(7).
       01  REMAINDER-WORK PIC 9(4).
       01  MONTH-WORKING PIC 99.
       01  YEAR-WORKING PIC 9(3).
       01  AUDIT-KEY-BUILD.
           02  AK-YEAR PIC 9(4).
           02  FILLER PIC X VALUE SPACE.
           02  AK-FROM PIC X(5).
           02  FILLER PIC X(4) VALUE " TO ".
           02  AK-TO PIC X(5).
           02  FILLER PIC X VALUE SPACE.
       01  AUDIT-NEW-BUILD.
           02  AN-TYPE PIC X.
           02  FILLER PIC X(3) VALUE " - ".
           02  AN-DAYS PIC ZZ9.
           02  FILLER PIC X(5) VALUE " DAYS".
           02  FILLER PIC X(8) VALUE SPACE.
       01  LIST-HEADING.
           02  FILLER PIC X(12) VALUE "DATE".
           02  FILLER PIC X(5) VALUE "DAY".
           02  FILLER PIC X(30) VALUE "MARKED AS".
       01  LIST-DAY-LINE.
           02  LD-DATE.
               03  LD-MM PIC 99.
               03  FILLER PIC X VALUE "/".
               03  LD-DD PIC 99.
               03  FILLER PIC X VALUE "/".
               03  LD-YYYY PIC 9(4).
           02  FILLER PIC XX VALUE SPACE.
           02  LD-WEEKDAY PIC X(3).
           02  FILLER PIC XX VALUE SPACE.
           02  LD-MARKING PIC X(30).
       01  LIST-MONTH-LINE.
           02  LM-MONTH-NAME PIC X(9).
           02  FILLER PIC X(3) VALUE SPACE.
           02  FILLER PIC X(13) VALUE "WORKING DAYS ".
           02  LM-WORKING PIC Z9.
       01  LIST-YEAR-LINE.
           02  FILLER PIC X(21) VALUE "WORKING DAYS IN YEAR ".
           02  LY-YEAR PIC 9(4).
           02  FILLER PIC XX VALUE ": ".
           02  LY-WORKING PIC ZZ9.
           02  FILLER PIC X(14) VALUE "   REST DAYS ".
           02  LY-REST PIC X(7).
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
           DISPLAY SPACE.
           DISPLAY "SHOP CALENDAR - WORKING AND NON-WORKING DAYS".
           OPEN I-O CALENDAR-FILE.
           IF CY-FILE-STATUS NOT = "00"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF AU-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE TO AUDIT-DATE.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(S)ET UP A YEAR, (M)ARK HOLIDAYS AND SHUTDOWNS,".
           DISPLAY "(L)IST A YEAR, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "S" OR ACTION-CHOICE = "s"
               GO TO SET-UP-YEAR.
           IF ACTION-CHOICE = "M" OR ACTION-CHOICE = "m"
               GO TO MARK-DAYS.
           IF ACTION-CHOICE = "L" OR ACTION-CHOICE = "l"
               GO TO LIST-YEAR.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
      *A YEAR IS LAID DOWN FROM THE WEEKLY PATTERN - EVERY DAY A
      *WORKING DAY EXCEPT THE REST WEEKDAYS GIVEN.  SETTING UP A
      *YEAR ALREADY ON FILE STARTS IT AGAIN, SO IT ASKS FIRST
       SET-UP-YEAR.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "YEAR TO SET UP (YYYY, BLANK TO GO BACK): ".
           MOVE SPACE TO ENTERED-YEAR-X.
           ACCEPT ENTERED-YEAR-X.
           IF ENTERED-YEAR-X = SPACE GO TO ASK-ACTION.
           IF ENTERED-YEAR-X NOT NUMERIC
               OR ENTERED-YEAR-9 < 1901 OR ENTERED-YEAR-9 > 2099
               DISPLAY TERM-HIGHLIGHT-ON "NOT A YEAR FROM 1901 TO 2099"
                   TERM-HIGHLIGHT-OFF
               GO TO SET-UP-YEAR.
           MOVE "N" TO YEAR-IS-NEW.
           MOVE ENTERED-YEAR-9 TO CY-YEAR.
           READ CALENDAR-FILE
               INVALID MOVE "Y" TO YEAR-IS-NEW
           END-READ.
           IF YEAR-IS-NEW = "N"
               DISPLAY "YEAR " CY-YEAR " IS ALREADY SET UP - LAST"
                   " CHANGED BY " CY-CHANGED-BY " ON " CY-CHANGED-DATE
               DISPLAY "SETTING IT UP AGAIN CLEARS EVERY HOLIDAY"
                   " MARKED - GO AHEAD? (Y/N): "
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
                   GO TO SET-UP-YEAR.
       SET-UP-ASK-REST.
           DISPLAY "REST DAYS AS WEEKDAY NUMBERS, 1 MONDAY TO 7 SUNDAY".
           DISPLAY "(RETURN FOR 67 - SATURDAY AND SUNDAY): ".
           MOVE SPACE TO ENTERED-REST.
           ACCEPT ENTERED-REST.
           IF ENTERED-REST = SPACE
               MOVE "67" TO ENTERED-REST.
           MOVE 0 TO REST-IX.
       SET-UP-CHECK-REST.
           ADD 1 TO REST-IX.
           IF REST-IX > 7 GO TO SET-UP-BUILD.
           IF ENTERED-REST (REST-IX:1) = SPACE GO TO SET-UP-CHECK-REST.
           IF ENTERED-REST (REST-IX:1) < "1"
               OR ENTERED-REST (REST-IX:1) > "7"
               DISPLAY TERM-HIGHLIGHT-ON
                   "REST DAYS ARE DIGITS 1 TO 7" TERM-HIGHLIGHT-OFF
               GO TO SET-UP-ASK-REST.
           GO TO SET-UP-CHECK-REST.
       SET-UP-BUILD.
           MOVE ENTERED-YEAR-9 TO CAL-YEAR.
           PERFORM START-CAL-YEAR THRU START-CAL-YEAR-EXIT.
           MOVE SPACE TO CALENDAR-RECORD.
           MOVE ENTERED-YEAR-9 TO CY-YEAR.
           MOVE ENTERED-REST TO CY-REST-DAYS.
           MOVE 0 TO YEAR-WORKING.
           MOVE 0 TO CAL-IX.
       SET-UP-DAY-LOOP.
           ADD 1 TO CAL-IX.
           IF CAL-IX > CAL-YEAR-LENGTH GO TO SET-UP-SAVE.
           PERFORM FIND-EXPECTED-TYPE THRU FIND-EXPECTED-EXIT.
           MOVE EXPECTED-TYPE TO CY-DAY-TYPE (CAL-IX).
           IF EXPECTED-TYPE = "W"
               ADD 1 TO YEAR-WORKING.
           PERFORM NEXT-WEEKDAY.
           GO TO SET-UP-DAY-LOOP.
       SET-UP-SAVE.
           MOVE SGN-OPERATOR-ID TO CY-CHANGED-BY.
           MOVE AUDIT-DATE TO CY-CHANGED-DATE.
           IF YEAR-IS-NEW = "Y"
               WRITE CALENDAR-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "CALENDAR FILE I/O ERROR, STATUS: "
                       CY-FILE-STATUS TERM-HIGHLIGHT-OFF
                   GO TO SET-UP-YEAR
               END-WRITE
               MOVE SPACE TO AU-OLD-VALUE
           ELSE
               REWRITE CALENDAR-RECORD
                   INVALID DISPLAY TERM-HIGHLIGHT-ON
                       "CALENDAR FILE I/O ERROR, STATUS: "
                       CY-FILE-STATUS TERM-HIGHLIGHT-OFF
                   GO TO SET-UP-YEAR
               END-REWRITE
               MOVE "SET UP AGAIN" TO AU-OLD-VALUE
           END-IF.
           MOVE "STOCK.CAL" TO AU-FILE-NAME.
           MOVE SPACE TO AU-RECORD-KEY.
           MOVE CY-YEAR TO AU-RECORD-KEY (1:4).
           MOVE "REST-DAYS" TO AU-FIELD-NAME.
           MOVE CY-REST-DAYS TO AU-NEW-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           DISPLAY "YEAR " CY-YEAR " SET UP WITH " YEAR-WORKING
               " WORKING DAYS - NOW MARK ITS HOLIDAYS".
           GO TO SET-UP-YEAR.
      *A DAY OR A RUN OF DAYS WITHIN ONE YEAR MARKED AS A HOLIDAY
      *OR SHUTDOWN, A WORKING DAY OR A REST DAY.  ONE AUDIT ROW
      *COVERS THE RUN
       MARK-DAYS.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "FIRST DAY (MM/DD/YYYY, BLANK TO GO BACK): ".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           IF DC-DATE-ENTRY = SPACE GO TO ASK-ACTION.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO MARK-DAYS.
           MOVE DC-DATE TO FIRST-DAY-DATE.
           MOVE DC-DATE-NUM TO FIRST-DAY-NUM.
           MOVE FIRST-DAY-NUM (1:4) TO CY-YEAR.
           READ CALENDAR-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "YEAR " CY-YEAR
                   " IS NOT SET UP YET - SET IT UP FIRST"
                   TERM-HIGHLIGHT-OFF
               GO TO MARK-DAYS
           END-READ.
       MARK-ASK-LAST.
           DISPLAY "LAST DAY (RETURN FOR THE SAME DAY): ".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           IF DC-DATE-ENTRY = SPACE
               MOVE FIRST-DAY-DATE TO LAST-DAY-DATE
               MOVE FIRST-DAY-NUM TO LAST-DAY-NUM
               GO TO MARK-ASK-TYPE.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO MARK-ASK-LAST.
           IF DC-DATE-NUM (1:4) NOT = FIRST-DAY-NUM (1:4)
               OR DC-DATE-NUM < FIRST-DAY-NUM
               DISPLAY TERM-HIGHLIGHT-ON "THE LAST DAY MUST BE LATER"
                   " IN THE SAME YEAR" TERM-HIGHLIGHT-OFF
               GO TO MARK-ASK-LAST.
           MOVE DC-DATE TO LAST-DAY-DATE.
           MOVE DC-DATE-NUM TO LAST-DAY-NUM.
       MARK-ASK-TYPE.
           DISPLAY "(H)OLIDAY OR SHUTDOWN, (W)ORKING DAY, (R)EST DAY: ".
           ACCEPT ENTERED-TYPE.
           IF ENTERED-TYPE = "h" MOVE "H" TO ENTERED-TYPE.
           IF ENTERED-TYPE = "w" MOVE "W" TO ENTERED-TYPE.
           IF ENTERED-TYPE = "r" MOVE "R" TO ENTERED-TYPE.
           IF ENTERED-TYPE NOT = "H" AND ENTERED-TYPE NOT = "W"
               AND ENTERED-TYPE NOT = "R"
               GO TO MARK-ASK-TYPE.
           MOVE CY-YEAR TO CAL-YEAR.
           PERFORM START-CAL-YEAR THRU START-CAL-YEAR-EXIT.
           MOVE FIRST-DAY-NUM (5:2) TO CAL-MONTH.
           MOVE FIRST-DAY-NUM (7:2) TO CAL-DAY.
           PERFORM DAY-OF-YEAR.
           MOVE CAL-IX TO FIRST-DOY.
           MOVE LAST-DAY-NUM (5:2) TO CAL-MONTH.
           MOVE LAST-DAY-NUM (7:2) TO CAL-DAY.
           PERFORM DAY-OF-YEAR.
           MOVE CAL-IX TO LAST-DOY.
           MOVE 0 TO DAYS-CHANGED.
           MOVE SPACE TO OLD-TYPE-SEEN.
           MOVE FIRST-DOY TO CAL-IX.
       MARK-DAY-LOOP.
           IF CAL-IX > LAST-DOY GO TO MARK-SAVE.
           IF CY-DAY-TYPE (CAL-IX) NOT = ENTERED-TYPE
               ADD 1 TO DAYS-CHANGED
               IF OLD-TYPE-SEEN = SPACE
                   MOVE CY-DAY-TYPE (CAL-IX) TO OLD-TYPE-SEEN
               ELSE
                   IF OLD-TYPE-SEEN NOT = CY-DAY-TYPE (CAL-IX)
                       MOVE "*" TO OLD-TYPE-SEEN
                   END-IF
               END-IF
               MOVE ENTERED-TYPE TO CY-DAY-TYPE (CAL-IX)
           END-IF.
           ADD 1 TO CAL-IX.
           GO TO MARK-DAY-LOOP.
       MARK-SAVE.
           IF DAYS-CHANGED = 0
               DISPLAY "ALREADY MARKED THAT WAY - NOTHING CHANGED"
               GO TO MARK-DAYS.
           MOVE SGN-OPERATOR-ID TO CY-CHANGED-BY.
           MOVE AUDIT-DATE TO CY-CHANGED-DATE.
           REWRITE CALENDAR-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "CALENDAR FILE I/O ERROR, STATUS: "
                   CY-FILE-STATUS TERM-HIGHLIGHT-OFF
               GO TO MARK-DAYS
           END-REWRITE.
           MOVE "STOCK.CAL" TO AU-FILE-NAME.
           MOVE CY-YEAR TO AK-YEAR.
           MOVE FIRST-DAY-DATE (1:5) TO AK-FROM.
           MOVE LAST-DAY-DATE (1:5) TO AK-TO.
           MOVE AUDIT-KEY-BUILD TO AU-RECORD-KEY.
           MOVE "CY-DAY-TYPE" TO AU-FIELD-NAME.
           IF OLD-TYPE-SEEN = "*"
               MOVE "MIXED" TO AU-OLD-VALUE
           ELSE
               MOVE OLD-TYPE-SEEN TO AU-OLD-VALUE.
           MOVE ENTERED-TYPE TO AN-TYPE.
           MOVE DAYS-CHANGED TO AN-DAYS.
           MOVE AUDIT-NEW-BUILD TO AU-NEW-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           DISPLAY DAYS-CHANGED " DAY(S) MARKED.".
           GO TO MARK-DAYS.
      *THE YEAR ON STOCK.CLR - ONLY THE DAYS MARKED AWAY FROM THE
      *WEEKLY PATTERN ARE LISTED, WITH THE WORKING DAYS IN EACH
      *MONTH AND IN THE YEAR
       LIST-YEAR.
           DISPLAY SPACE.
           DISPLAY "YEAR TO LIST (YYYY, BLANK TO GO BACK): ".
           MOVE SPACE TO ENTERED-YEAR-X.
           ACCEPT ENTERED-YEAR-X.
           IF ENTERED-YEAR-X = SPACE GO TO ASK-ACTION.
           IF ENTERED-YEAR-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "YEAR NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO LIST-YEAR.
           MOVE ENTERED-YEAR-9 TO CY-YEAR.
           READ CALENDAR-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "YEAR " CY-YEAR
                   " IS NOT SET UP" TERM-HIGHLIGHT-OFF
               GO TO LIST-YEAR
           END-READ.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACE TO RPT-TITLE.
           STRING "SHOP CALENDAR " CY-YEAR DELIMITED BY SIZE
               INTO RPT-TITLE.
           MOVE LIST-HEADING TO RPT-COL-HEADING.
           MOVE AUDIT-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE CY-YEAR TO CAL-YEAR.
           PERFORM START-CAL-YEAR THRU START-CAL-YEAR-EXIT.
           MOVE 0 TO YEAR-WORKING.
           MOVE 0 TO CAL-IX.
           MOVE 0 TO CAL-MONTH.
       LIST-MONTH-LOOP.
           ADD 1 TO CAL-MONTH.
           IF CAL-MONTH > 12 GO TO LIST-FINISH.
           MOVE MONTH-DAYS (CAL-MONTH * 2 - 1:2) TO CAL-MONTH-LENGTH.
           IF CAL-MONTH = 2 AND CAL-LEAP = "Y"
               MOVE 29 TO CAL-MONTH-LENGTH.
           MOVE 0 TO MONTH-WORKING.
           MOVE 0 TO CAL-DAY.
       LIST-DAY-LOOP.
           ADD 1 TO CAL-DAY.
           IF CAL-DAY > CAL-MONTH-LENGTH GO TO LIST-MONTH-END.
           ADD 1 TO CAL-IX.
           IF CY-DAY-TYPE (CAL-IX) = "W"
               ADD 1 TO MONTH-WORKING.
           PERFORM FIND-EXPECTED-TYPE THRU FIND-EXPECTED-EXIT.
           IF CY-DAY-TYPE (CAL-IX) NOT = EXPECTED-TYPE
               PERFORM LIST-ONE-DAY.
           PERFORM NEXT-WEEKDAY.
           GO TO LIST-DAY-LOOP.
       LIST-MONTH-END.
           MOVE MONTH-NAMES (CAL-MONTH * 9 - 8:9) TO LM-MONTH-NAME.
           MOVE MONTH-WORKING TO LM-WORKING.
           MOVE LIST-MONTH-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY LIST-MONTH-LINE.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD MONTH-WORKING TO YEAR-WORKING.
           GO TO LIST-MONTH-LOOP.
       LIST-FINISH.
           MOVE CY-YEAR TO LY-YEAR.
           MOVE YEAR-WORKING TO LY-WORKING.
           MOVE CY-REST-DAYS TO LY-REST.
           MOVE LIST-YEAR-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY LIST-YEAR-LINE.
           MOVE SPACE TO RPT-DETAIL.
           STRING "LAST CHANGED BY " CY-CHANGED-BY " ON "
               CY-CHANGED-DATE DELIMITED BY SIZE INTO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           DISPLAY "CALENDAR LISTING IS ON STOCK.CLR".
           GO TO LIST-YEAR.
       LIST-ONE-DAY.
           MOVE CAL-MONTH TO LD-MM.
           MOVE CAL-DAY TO LD-DD.
           MOVE CAL-YEAR TO LD-YYYY.
           MOVE DAY-NAMES (CAL-WEEKDAY * 3 - 2:3) TO LD-WEEKDAY.
           IF CY-DAY-TYPE (CAL-IX) = "H"
               MOVE "HOLIDAY OR SHUTDOWN" TO LD-MARKING.
           IF CY-DAY-TYPE (CAL-IX) = "W"
               MOVE "WORKING DAY" TO LD-MARKING.
           IF CY-DAY-TYPE (CAL-IX) = "R"
               MOVE "REST DAY" TO LD-MARKING.
           MOVE LIST-DAY-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY LIST-DAY-LINE.
      *CAL-YEAR'S LENGTH AND THE WEEKDAY OF ITS JANUARY 1ST.  DAY
      *NUMBERS COUNT FROM JANUARY 1ST OF THE YEAR 1, A MONDAY, THE
      *SAME WAY WORKING-DAYS COUNTS THEM
       START-CAL-YEAR.
           MOVE "N" TO CAL-LEAP.
           MOVE 365 TO CAL-YEAR-LENGTH.
           DIVIDE CAL-YEAR BY 4 GIVING QUOTIENT-WORK
               REMAINDER REMAINDER-WORK.
           IF REMAINDER-WORK = 0
               MOVE "Y" TO CAL-LEAP
               DIVIDE CAL-YEAR BY 100 GIVING QUOTIENT-WORK
                   REMAINDER REMAINDER-WORK
               IF REMAINDER-WORK = 0
                   DIVIDE CAL-YEAR BY 400 GIVING QUOTIENT-WORK
                       REMAINDER REMAINDER-WORK
                   IF REMAINDER-WORK NOT = 0
                       MOVE "N" TO CAL-LEAP
                   END-IF
               END-IF
           END-IF.
           IF CAL-LEAP = "Y"
               MOVE 366 TO CAL-YEAR-LENGTH.
           COMPUTE YEAR-WORK = CAL-YEAR - 1.
           COMPUTE DAY-NUMBER = YEAR-WORK * 365 + 1.
           DIVIDE YEAR-WORK BY 4 GIVING QUOTIENT-WORK.
           ADD QUOTIENT-WORK TO DAY-NUMBER.
           DIVIDE YEAR-WORK BY 100 GIVING QUOTIENT-WORK.
           SUBTRACT QUOTIENT-WORK FROM DAY-NUMBER.
           DIVIDE YEAR-WORK BY 400 GIVING QUOTIENT-WORK.
           ADD QUOTIENT-WORK TO DAY-NUMBER.
           DIVIDE DAY-NUMBER BY 7 GIVING QUOTIENT-WORK
               REMAINDER REMAINDER-WORK.
           IF REMAINDER-WORK = 0
               MOVE 7 TO CAL-WEEKDAY
           ELSE
               MOVE REMAINDER-WORK TO CAL-WEEKDAY.
       START-CAL-YEAR-EXIT.
           EXIT.
       NEXT-WEEKDAY.
           IF CAL-WEEKDAY = 7
               MOVE 1 TO CAL-WEEKDAY
           ELSE
               ADD 1 TO CAL-WEEKDAY.
      *WHAT THE WEEKLY PATTERN SAYS THE DAY IN HAND SHOULD BE
       FIND-EXPECTED-TYPE.
           MOVE "W" TO EXPECTED-TYPE.
           MOVE 0 TO REST-HITS.
           INSPECT CY-REST-DAYS TALLYING REST-HITS
               FOR ALL CAL-WEEKDAY-X.
           IF REST-HITS NOT = 0
               MOVE "R" TO EXPECTED-TYPE.
       FIND-EXPECTED-EXIT.
           EXIT.
      *CAL-MONTH/CAL-DAY OF CAL-YEAR TO ITS DAY OF THE YEAR
       DAY-OF-YEAR.
           MOVE MONTH-START (CAL-MONTH * 3 - 2:3) TO MONTH-BEFORE.
           COMPUTE CAL-IX = MONTH-BEFORE + CAL-DAY.
           IF CAL-MONTH > 2 AND CAL-LEAP = "Y"
               ADD 1 TO CAL-IX.
      *ONE AUDIT ROW PER CHANGE - WHAT IT WAS, WHAT IT BECAME, WHO
      *AND WHEN.  THE CALLER FILLS THE KEY, FIELD NAME AND THE TWO
      *VALUES FIRST.
       LOG-AUDIT.
           MOVE AUDIT-DATE TO AU-DATE.
           MOVE SGN-OPERATOR-ID TO AU-OPERATOR.
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
       END-IT.
           CLOSE CALENDAR-FILE.
           CLOSE AUDIT-FILE.
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
