       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKING-DAYS.
       AUTHOR. MICRO FOCUS LTD.
      *CALLED BY EVERYTHING THAT COUNTS DAYS TO A DUE DATE OR AGES
      *SOMETHING - DAYS BETWEEN TWO DATES, A DATE SO MANY DAYS ON,
      *OR WHAT KIND OF DAY A DATE IS (SEE CALREQ.CPY FOR THE
      *BLOCK).  THE DAYS COUNTED ARE THE WORKING DAYS ON THE SHOP
      *CALENDAR STOCK.CAL, SO A BANK HOLIDAY OR THE CHRISTMAS
      *SHUTDOWN IS NOT HELD AGAINST A SUPPLIER OR AN INSPECTOR.
      *WHERE A YEAR INVOLVED HAS NOT BEEN SET UP (OR THERE IS NO
      *CALENDAR AT ALL) THE ANSWER IS IN REAL CALENDAR DAYS - NOT
      *THE OLD 30-DAY MONTH - AND CQ-BASIS SAYS SO.  THE FILE IS
      *OPENED AND CLOSED ON EVERY CALL, AS GET-PARAMETER DOES, SO
      *SHOP-CALENDAR CAN HAVE IT OPEN IN THE SAME MENU SESSION.
      *DAY NUMBERS COUNT FROM JANUARY 1ST OF THE YEAR 1 ON TODAY'S
      *CALENDAR, WHICH FELL ON A MONDAY - SO THE WEEKDAY IS THE DAY
      *NUMBER'S REMAINDER BY SEVEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN DYNAMIC STOCK-CAL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CY-YEAR
           FILE STATUS CY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE; RECORD 400.
           COPY "CALFILE.CPY".
       WORKING-STORAGE SECTION.
       01  STOCK-CAL-FN PIC X(12) VALUE "STOCK.CAL".
       01  CY-FILE-STATUS PIC XX.
       01  CALENDAR-OPEN PIC X.
       01  USE-CALENDAR PIC X.
       01  YEAR-MISSING PIC X.
       01  LOADED-YEAR PIC 9(4).
      *DAYS IN THE YEAR BEFORE EACH MONTH STARTS, AND EACH MONTH'S
      *LENGTH, FOR AN ORDINARY YEAR
       01  MONTH-START PIC X(36) VALUE
           "000031059090120151181212243273304334".
       01  MONTH-DAYS PIC X(24) VALUE "312831303130313130313031".
       01  MONTH-IX PIC 99.
       01  MONTH-BEFORE PIC 9(3).
       01  MONTH-LENGTH PIC 99.
       01  SPLIT-NUM PIC 9(8).
       01  SPLIT-PARTS REDEFINES SPLIT-NUM.
           02  SP-YYYY PIC 9(4).
           02  SP-MM PIC 99.
           02  SP-DD PIC 99.
       01  SPLIT-BAD PIC X.
       01  SPLIT-DOY PIC 9(3).
       01  SPLIT-ABS PIC 9(7).
       01  TEST-YEAR PIC 9(4).
       01  TEST-LEAP PIC X.
       01  YEAR-WORK PIC 9(4).
       01  QUOTIENT-WORK PIC 9(7).
       01  REMAINDER-WORK PIC 9(4).
       01  FROM-YEAR PIC 9(4).
       01  FROM-DOY PIC 9(3).
       01  FROM-ABS PIC 9(7).
       01  TO-ABS PIC 9(7).
       01  END-YEAR PIC 9(4).
       01  END-DOY PIC 9(3).
       01  COUNT-BACKWARD PIC X.
       01  CUR-YEAR PIC 9(4).
       01  CUR-DOY PIC 9(3).
       01  CUR-LEAP PIC X.
       01  CUR-YEAR-LENGTH PIC 9(3).
       01  DAY-TALLY PIC 9(5).
       01  STEPS-LEFT PIC 9(5).
       01  OUT-DATE.
           02  OD-MM PIC 99.
           02  FILLER PIC X VALUE "/".
           02  OD-DD PIC 99.
           02  FILLER PIC X VALUE "/".
           02  OD-YYYY PIC 9(4).
       LINKAGE SECTION.
           COPY "CALREQ.CPY".
       PROCEDURE DIVISION USING CALENDAR-REQ-BLOCK.
       WORK-START.
           MOVE "W" TO CQ-BASIS.
           MOVE "N" TO CALENDAR-OPEN.
           MOVE 0 TO LOADED-YEAR.
           IF CQ-FROM-NUM NOT NUMERIC
               MOVE "E" TO CQ-BASIS
               GO TO RETURN-NOW.
           MOVE CQ-FROM-NUM TO SPLIT-NUM.
           PERFORM SPLIT-DATE THRU SPLIT-DATE-EXIT.
           IF SPLIT-BAD = "Y"
               MOVE "E" TO CQ-BASIS
               GO TO RETURN-NOW.
           MOVE SP-YYYY TO FROM-YEAR.
           MOVE SPLIT-DOY TO FROM-DOY.
           MOVE SPLIT-ABS TO FROM-ABS.
           OPEN INPUT CALENDAR-FILE.
           IF CY-FILE-STATUS = "00"
               MOVE "Y" TO CALENDAR-OPEN.
           IF CQ-FUNCTION = "D" GO TO DESCRIBE-DAY.
           IF CQ-FUNCTION = "A" GO TO ADD-DAYS.
           IF CQ-FUNCTION = "C" GO TO COUNT-DAYS.
           MOVE "E" TO CQ-BASIS.
           GO TO WORK-DONE.
      *THE WEEKDAY, DAY OF THE YEAR AND CALENDAR MARKING OF ONE DATE
       DESCRIBE-DAY.
           DIVIDE FROM-ABS BY 7 GIVING QUOTIENT-WORK
               REMAINDER REMAINDER-WORK.
           IF REMAINDER-WORK = 0
               MOVE 7 TO CQ-WEEKDAY
           ELSE
               MOVE REMAINDER-WORK TO CQ-WEEKDAY.
           MOVE FROM-DOY TO CQ-DAY-OF-YEAR.
           MOVE SPACE TO CQ-DAY-TYPE.
           MOVE FROM-YEAR TO CUR-YEAR.
           PERFORM LOAD-YEAR THRU LOAD-YEAR-EXIT.
           IF YEAR-MISSING = "Y"
               MOVE "C" TO CQ-BASIS
           ELSE
               MOVE CY-DAY-TYPE (FROM-DOY) TO CQ-DAY-TYPE.
           GO TO WORK-DONE.
      *WORKING DAYS AFTER THE FROM DATE UP TO AND INCLUDING THE TO
      *DATE, WALKED A DAY AT A TIME ACROSS AS MANY YEARS AS IT TAKES
       COUNT-DAYS.
           IF CQ-TO-NUM NOT NUMERIC
               MOVE "E" TO CQ-BASIS
               GO TO WORK-DONE.
           MOVE CQ-TO-NUM TO SPLIT-NUM.
           PERFORM SPLIT-DATE THRU SPLIT-DATE-EXIT.
           IF SPLIT-BAD = "Y"
               MOVE "E" TO CQ-BASIS
               GO TO WORK-DONE.
           MOVE SPLIT-ABS TO TO-ABS.
           MOVE 0 TO CQ-DAYS.
           IF CALENDAR-OPEN NOT = "Y" GO TO COUNT-CALENDAR-DAYS.
           IF TO-ABS = FROM-ABS GO TO WORK-DONE.
           IF TO-ABS < FROM-ABS
               MOVE "Y" TO COUNT-BACKWARD
               MOVE SP-YYYY TO CUR-YEAR
               MOVE SPLIT-DOY TO CUR-DOY
               MOVE FROM-YEAR TO END-YEAR
               MOVE FROM-DOY TO END-DOY
           ELSE
               MOVE "N" TO COUNT-BACKWARD
               MOVE FROM-YEAR TO CUR-YEAR
               MOVE FROM-DOY TO CUR-DOY
               MOVE SP-YYYY TO END-YEAR
               MOVE SPLIT-DOY TO END-DOY.
           PERFORM SET-CURSOR-YEAR THRU SET-CURSOR-YEAR-EXIT.
           MOVE "Y" TO USE-CALENDAR.
           MOVE 0 TO DAY-TALLY.
       COUNT-STEP.
           PERFORM STEP-CURSOR THRU STEP-CURSOR-EXIT.
           IF YEAR-MISSING = "Y" GO TO COUNT-CALENDAR-DAYS.
           IF CY-DAY-TYPE (CUR-DOY) = "W"
               ADD 1 TO DAY-TALLY.
           IF CUR-YEAR = END-YEAR AND CUR-DOY = END-DOY
               GO TO COUNT-FINISH.
           GO TO COUNT-STEP.
       COUNT-FINISH.
           IF COUNT-BACKWARD = "Y"
               COMPUTE CQ-DAYS = 0 - DAY-TALLY
           ELSE
               MOVE DAY-TALLY TO CQ-DAYS.
           GO TO WORK-DONE.
       COUNT-CALENDAR-DAYS.
           MOVE "C" TO CQ-BASIS.
           COMPUTE CQ-DAYS = TO-ABS - FROM-ABS
               ON SIZE ERROR MOVE 0 TO CQ-DAYS
           END-COMPUTE.
           GO TO WORK-DONE.
      *THE DAY REACHED SO MANY WORKING DAYS ON.  A YEAR MISSING
      *PART WAY ACROSS STARTS THE WHOLE THING AGAIN IN CALENDAR
      *DAYS, SO THE ANSWER IS NEVER HALF ONE AND HALF THE OTHER
       ADD-DAYS.
           IF CQ-DAYS NOT NUMERIC OR CQ-DAYS < 0
               MOVE 0 TO CQ-DAYS.
           MOVE FROM-YEAR TO CUR-YEAR.
           MOVE FROM-DOY TO CUR-DOY.
           PERFORM SET-CURSOR-YEAR THRU SET-CURSOR-YEAR-EXIT.
           IF CALENDAR-OPEN NOT = "Y" GO TO ADD-CALENDAR-DAYS.
           MOVE "Y" TO USE-CALENDAR.
           PERFORM LOAD-YEAR THRU LOAD-YEAR-EXIT.
           IF YEAR-MISSING = "Y" GO TO ADD-CALENDAR-DAYS.
           MOVE CQ-DAYS TO STEPS-LEFT.
           IF STEPS-LEFT = 0 GO TO ADD-ROLL.
       ADD-STEP.
           PERFORM STEP-CURSOR THRU STEP-CURSOR-EXIT.
           IF YEAR-MISSING = "Y" GO TO ADD-CALENDAR-DAYS.
           IF CY-DAY-TYPE (CUR-DOY) = "W"
               SUBTRACT 1 FROM STEPS-LEFT.
           IF STEPS-LEFT > 0 GO TO ADD-STEP.
           GO TO ADD-FINISH.
       ADD-ROLL.
           IF CY-DAY-TYPE (CUR-DOY) = "W" GO TO ADD-FINISH.
           PERFORM STEP-CURSOR THRU STEP-CURSOR-EXIT.
           IF YEAR-MISSING = "Y" GO TO ADD-CALENDAR-DAYS.
           GO TO ADD-ROLL.
       ADD-CALENDAR-DAYS.
           MOVE "C" TO CQ-BASIS.
           MOVE "N" TO USE-CALENDAR.
           MOVE FROM-YEAR TO CUR-YEAR.
           MOVE FROM-DOY TO CUR-DOY.
           PERFORM SET-CURSOR-YEAR THRU SET-CURSOR-YEAR-EXIT.
           MOVE CQ-DAYS TO STEPS-LEFT.
       ADD-CALENDAR-STEP.
           IF STEPS-LEFT = 0 GO TO ADD-FINISH.
           PERFORM STEP-CURSOR THRU STEP-CURSOR-EXIT.
           SUBTRACT 1 FROM STEPS-LEFT.
           GO TO ADD-CALENDAR-STEP.
       ADD-FINISH.
           PERFORM CURSOR-TO-DATE THRU CURSOR-TO-DATE-EXIT.
       WORK-DONE.
           IF CALENDAR-OPEN = "Y"
               CLOSE CALENDAR-FILE.
       RETURN-NOW.
           EXIT PROGRAM.
      *A YYYYMMDD NUMBER PROVED AGAINST THE REAL MONTH LENGTHS AND
      *TURNED INTO ITS DAY OF THE YEAR AND ITS DAY NUMBER
       SPLIT-DATE.
           MOVE "Y" TO SPLIT-BAD.
           IF SP-YYYY < 1601 GO TO SPLIT-DATE-EXIT.
           IF SP-MM < 1 OR SP-MM > 12 GO TO SPLIT-DATE-EXIT.
           MOVE SP-YYYY TO TEST-YEAR.
           PERFORM LEAP-TEST THRU LEAP-TEST-EXIT.
           MOVE MONTH-DAYS (SP-MM * 2 - 1:2) TO MONTH-LENGTH.
           IF SP-MM = 2 AND TEST-LEAP = "Y"
               MOVE 29 TO MONTH-LENGTH.
           IF SP-DD < 1 OR SP-DD > MONTH-LENGTH
               GO TO SPLIT-DATE-EXIT.
           MOVE MONTH-START (SP-MM * 3 - 2:3) TO MONTH-BEFORE.
           COMPUTE SPLIT-DOY = MONTH-BEFORE + SP-DD.
           IF SP-MM > 2 AND TEST-LEAP = "Y"
               ADD 1 TO SPLIT-DOY.
           COMPUTE YEAR-WORK = SP-YYYY - 1.
           COMPUTE SPLIT-ABS = YEAR-WORK * 365 + SPLIT-DOY.
           DIVIDE YEAR-WORK BY 4 GIVING QUOTIENT-WORK.
           ADD QUOTIENT-WORK TO SPLIT-ABS.
           DIVIDE YEAR-WORK BY 100 GIVING QUOTIENT-WORK.
           SUBTRACT QUOTIENT-WORK FROM SPLIT-ABS.
           DIVIDE YEAR-WORK BY 400 GIVING QUOTIENT-WORK.
           ADD QUOTIENT-WORK TO SPLIT-ABS.
           MOVE "N" TO SPLIT-BAD.
       SPLIT-DATE-EXIT.
           EXIT.
      *EVERY FOURTH YEAR, BUT NOT A NEW CENTURY UNLESS IT DIVIDES
      *BY FOUR HUNDRED - THE SAME RULE VALIDATE-DATE-ENTRY USES
       LEAP-TEST.
           MOVE "N" TO TEST-LEAP.
           DIVIDE TEST-YEAR BY 4 GIVING QUOTIENT-WORK
               REMAINDER REMAINDER-WORK.
           IF REMAINDER-WORK NOT = 0 GO TO LEAP-TEST-EXIT.
           MOVE "Y" TO TEST-LEAP.
           DIVIDE TEST-YEAR BY 100 GIVING QUOTIENT-WORK
               REMAINDER REMAINDER-WORK.
           IF REMAINDER-WORK NOT = 0 GO TO LEAP-TEST-EXIT.
           DIVIDE TEST-YEAR BY 400 GIVING QUOTIENT-WORK
               REMAINDER REMAINDER-WORK.
           IF REMAINDER-WORK NOT = 0
               MOVE "N" TO TEST-LEAP.
       LEAP-TEST-EXIT.
           EXIT.
       SET-CURSOR-YEAR.
           MOVE CUR-YEAR TO TEST-YEAR.
           PERFORM LEAP-TEST THRU LEAP-TEST-EXIT.
           MOVE TEST-LEAP TO CUR-LEAP.
           IF CUR-LEAP = "Y"
               MOVE 366 TO CUR-YEAR-LENGTH
           ELSE
               MOVE 365 TO CUR-YEAR-LENGTH.
       SET-CURSOR-YEAR-EXIT.
           EXIT.
      *ON TO THE NEXT DAY, INTO THE NEXT YEAR WHEN THIS ONE RUNS
      *OUT - FETCHING THAT YEAR'S CALENDAR WHEN COUNTING WORKING DAYS
       STEP-CURSOR.
           MOVE "N" TO YEAR-MISSING.
           ADD 1 TO CUR-DOY.
           IF CUR-DOY > CUR-YEAR-LENGTH
               ADD 1 TO CUR-YEAR
               MOVE 1 TO CUR-DOY
               PERFORM SET-CURSOR-YEAR THRU SET-CURSOR-YEAR-EXIT.
           IF USE-CALENDAR = "Y"
               PERFORM LOAD-YEAR THRU LOAD-YEAR-EXIT.
       STEP-CURSOR-EXIT.
           EXIT.
      *THE CURSOR YEAR'S CALENDAR RECORD, READ ONLY WHEN THE YEAR
      *CHANGES
       LOAD-YEAR.
           MOVE "N" TO YEAR-MISSING.
           IF CALENDAR-OPEN NOT = "Y"
               MOVE "Y" TO YEAR-MISSING
               GO TO LOAD-YEAR-EXIT.
           IF CUR-YEAR = LOADED-YEAR GO TO LOAD-YEAR-EXIT.
           MOVE CUR-YEAR TO CY-YEAR.
           READ CALENDAR-FILE
               INVALID MOVE "Y" TO YEAR-MISSING
                   MOVE 0 TO LOADED-YEAR
                   GO TO LOAD-YEAR-EXIT
           END-READ.
           MOVE CUR-YEAR TO LOADED-YEAR.
       LOAD-YEAR-EXIT.
           EXIT.
      *THE CURSOR'S DAY OF THE YEAR BACK INTO A MONTH AND DAY
       CURSOR-TO-DATE.
           MOVE 13 TO MONTH-IX.
       CURSOR-MONTH-LOOP.
           SUBTRACT 1 FROM MONTH-IX.
           MOVE MONTH-START (MONTH-IX * 3 - 2:3) TO MONTH-BEFORE.
           IF MONTH-IX > 2 AND CUR-LEAP = "Y"
               ADD 1 TO MONTH-BEFORE.
           IF CUR-DOY NOT > MONTH-BEFORE AND MONTH-IX > 1
               GO TO CURSOR-MONTH-LOOP.
           MOVE MONTH-IX TO OD-MM.
           COMPUTE OD-DD = CUR-DOY - MONTH-BEFORE.
           MOVE CUR-YEAR TO OD-YYYY.
           MOVE OUT-DATE TO CQ-TO-DATE.
           COMPUTE CQ-TO-NUM = CUR-YEAR * 10000 + MONTH-IX * 100
               + OD-DD.
       CURSOR-TO-DATE-EXIT.
           EXIT.
