       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVEMENT-SCREEN.
       AUTHOR. MICRO FOCUS LTD.
      *WEEKLY SCREENING OF THE JOURNAL FOR POSTINGS THAT ARE
      *WORTH A SECOND LOOK.  JOURNAL-SEAL PROVES NOTHING WAS
      *ALTERED AFTER POSTING; THIS LOOKS AT WHETHER WHAT WAS POSTED
      *IS PLAUSIBLE.  EVERY POSTING DATED IN THE PERIOD ASKED FOR
      *IS TRIED AGAINST THE RULES IN SCHFILE.CPY AND EACH HIT GOES
      *ONTO STOCK.SCH WITH THE RULE THAT FIRED.  THE HITS NO
      *SUPERVISOR HAS YET EXPLAINED ARE PRINTED ON STOCK.SCR WITH
      *A BOX TO TICK, AND (T)ICK HERE RECORDS THE EXPLANATION -
      *THE TICK GOES ON THE AMENDMENT AUDIT LIKE ANY OTHER CHANGE.
      *SCREENING THE SAME WEEK TWICE ADDS ONLY WHAT IS NEW.
      *THE LIMITS THE RULES USE ARE ON STOCK.PRM -
      *  SCRN-CNT-DAY  WORKING DAYS BEFORE A COUNT A WRITE-OFF
      *                LOOKS SUSPICIOUS (5)
      *  SCRN-ADJ-QTY  THE LARGEST ADJUSTMENT CALLED SMALL (5)
      *  SCRN-ADJ-CNT  HOW MANY SMALL ADJUSTMENTS TO ONE BIN IN THE
      *                PERIOD ARE TOO MANY (3)
      *  SCRN-USG-X    HOW MANY TIMES THE BIN'S AVERAGE MONTH ONE
      *                DEPARTMENT MAY DRAW IN THE PERIOD (3)
      *SUPERVISOR ONLY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN DYNAMIC STOCK-JRN-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JR-KEY
           FILE STATUS JR-FILE-STATUS.
           SELECT HIT-FILE ASSIGN DYNAMIC STOCK-SCH-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SH-KEY
           FILE STATUS SH-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN DYNAMIC STOCK-CCH-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CH-KEY
           FILE STATUS CH-FILE-STATUS.
           SELECT USAGE-FILE ASSIGN DYNAMIC STOCK-USG-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY US-KEY
           FILE STATUS US-FILE-STATUS.
           SELECT AUDIT-FILE
           ASSIGN DYNAMIC STOCK-AUD-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS AU-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-SCR-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  HIT-FILE; RECORD 140.
           COPY "SCHFILE.CPY".
       FD  HISTORY-FILE; RECORD 33.
           COPY "CCHFILE.CPY".
       FD  USAGE-FILE; RECORD 122.
           COPY "USGFILE.CPY".
       FD  AUDIT-FILE; RECORD 98.
           COPY "AUDFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-SCH-FN PIC X(12) VALUE "STOCK.SCH".
           02  STOCK-CCH-FN PIC X(12) VALUE "STOCK.CCH".
           02  STOCK-USG-FN PIC X(12) VALUE "STOCK.USG".
           02  STOCK-AUD-FN PIC X(12) VALUE "STOCK.AUD".
           02  STOCK-SCR-FN PIC X(12) VALUE "STOCK.SCR".
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
           COPY "PRMREQ.CPY".
           COPY "CALREQ.CPY".
       01  RPT-OUT-IX PIC 9.
       01  JR-FILE-STATUS PIC XX.
       01  SH-FILE-STATUS PIC XX.
       01  CH-FILE-STATUS PIC XX.
       01  US-FILE-STATUS PIC XX.
       01  AU-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  RETRY-ANSWER-2 PIC X.
       01  ACTION-CHOICE PIC X.
       01  TICK-ANSWER PIC X.
       01  TICK-NOTE PIC X(30).
       01  AUDIT-DATE PIC X(10).
       01  OPERATOR-ID PIC X(4).
      *THE RULES' LIMITS - THE COMPILED FIGURES STAND WHEN
      *STOCK.PRM CARRIES NONE
       01  COUNT-DAYS-LIMIT PIC 9(3) VALUE 5.
       01  SMALL-ADJ-QTY PIC 9(6)V99 VALUE 5.
       01  SMALL-ADJ-LIMIT PIC 9(3) VALUE 3.
       01  USAGE-MULTIPLE PIC 9(3)V99 VALUE 3.
       01  FROM-DATE PIC X(10).
       01  FROM-NUM PIC 9(8).
       01  TO-DATE PIC X(10).
       01  TO-NUM PIC 9(8).
       01  POST-DATE-NUM.
           02  PN-YYYY PIC 9(4).
           02  PN-MM PIC 99.
           02  PN-DD PIC 99.
       01  POST-NUM REDEFINES POST-DATE-NUM PIC 9(8).
       01  JOURNAL-AT-END PIC X.
      *THE LAST DATE DESCRIBED BY WORKING-DAYS - THE JOURNAL RUNS
      *IN BIN ORDER, BUT A BIN'S POSTINGS SHARE THEIR DAYS OFTEN
      *ENOUGH TO SAVE THE CALENDAR BEING OPENED FOR EVERY ONE
       01  LAST-DESCRIBED-NUM PIC 9(8) VALUE 0.
       01  LAST-DAY-KIND PIC X(21).
      *THE BIN NOW BEING READ, WITH WHAT HAS BUILT UP FOR THE RULES
      *THAT LOOK AT A BIN'S POSTINGS TOGETHER
       01  CURRENT-BIN PIC X(12).
       01  SMALL-ADJ-TALLY PIC 9(4).
       01  SMALL-ADJ-HOLD PIC X(45).
       01  DEPT-COUNT PIC 99.
       01  DEPT-IX PIC 99.
       01  DEPT-TABLE.
           02  DEPT-ENTRY OCCURS 20 TIMES.
               03  DT-DEPT PIC X(4).
               03  DT-QUANTITY PIC 9(8)V99.
               03  DT-LAST-POSTING PIC X(45).
       01  BUCKET-IX PIC 99.
       01  USAGE-TOTAL PIC 9(9).
       01  USAGE-MONTHS PIC 99.
       01  USAGE-AVERAGE PIC 9(8)V99.
       01  USAGE-LIMIT PIC 9(9)V99.
      *THE POSTING A HIT IS WRITTEN AGAINST
       01  HIT-POSTING.
           02  HP-STOCK-CODE PIC X(8).
           02  HP-LOCATION PIC X(4).
           02  HP-SEQ PIC 9(6).
           02  HP-TYPE PIC X.
           02  HP-TRAN-NO PIC 9(4).
           02  HP-QUANTITY PIC 9(6)V99.
           02  HP-DATE PIC X(10).
           02  HP-OPERATOR PIC X(4).
       01  HIT-RULE PIC X(4).
       01  HIT-DETAIL PIC X(30).
      *A REVERSAL'S OWN POSTING IS LOOKED UP IN THE SAME BIN AND
      *THE READ PICKS UP AGAIN JUST PAST THE REVERSAL
       01  HOLD-JOURNAL PIC X(64).
       01  HOLD-KEY PIC X(18).
       01  WANTED-TYPE PIC X.
       01  WANTED-TRAN PIC 9(4).
       01  ORIGINAL-OPERATOR PIC X(4).
       01  HUNDREDS-WORK PIC 9(6).
       01  HUNDREDS-LEFT PIC 9(6)V99.
       01  POSTINGS-SCREENED PIC 9(6).
       01  HITS-NEW PIC 9(5).
       01  HITS-ALREADY PIC 9(5).
       01  HITS-PRINTED PIC 9(5).
       01  SELF-DETAIL.
           02  FILLER PIC X(18) VALUE "REVERSES OWN POST ".
           02  SD-TYPE PIC X.
           02  SD-TRAN PIC 9(4).
       01  COUNT-DETAIL.
           02  FILLER PIC X(8) VALUE "COUNTED ".
           02  CD-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  CD-DAYS PIC ZZ9.
           02  FILLER PIC X(8) VALUE " DAYS ON".
       01  ADJ-DETAIL.
           02  AD-TALLY PIC ZZZ9.
           02  FILLER PIC X(26) VALUE " SMALL ADJUSTMENTS IN RUN".
       01  USAGE-DETAIL.
           02  UD-DEPT PIC X(4).
           02  FILLER PIC X(6) VALUE " TOOK ".
           02  UD-QUANTITY PIC ZZZZZZ9.
           02  FILLER PIC X(5) VALUE " AVG ".
           02  UD-AVERAGE PIC ZZZZZZ9.
      *WHAT EACH RULE IS CALLED ON THE REPORT
       01  RULE-NAME-LIST.
           02  FILLER PIC X(22) VALUE "NWKDNON-WORKING DAY".
           02  FILLER PIC X(22) VALUE "RND0ROUND HUNDREDS".
           02  FILLER PIC X(22) VALUE "SELFOWN POSTING REVRSD".
           02  FILLER PIC X(22) VALUE "WOCCWRITE-OFF B4 COUNT".
           02  FILLER PIC X(22) VALUE "SADJREPEATED SMALL ADJ".
           02  FILLER PIC X(22) VALUE "USGEABOVE MONTHLY USE".
       01  RULE-NAME-TABLE REDEFINES RULE-NAME-LIST.
           02  RULE-ENTRY OCCURS 6 TIMES.
               03  RN-CODE PIC X(4).
               03  RN-NAME PIC X(18).
       01  RULE-IX PIC 9.
       01  HEADING-2.
           02  FILLER PIC X(19) VALUE "RULE".
           02  FILLER PIC X(14) VALUE "CODE/LOC".
           02  FILLER PIC X(11) VALUE "DATE".
           02  FILLER PIC X(12) VALUE "T  QUANTITY".
           02  FILLER PIC X(5) VALUE "OPER".
           02  FILLER PIC X(9) VALUE "EXPLAINED".
       01  DETAIL-LINE.
           02  DL-RULE-NAME PIC X(18).
           02  FILLER PIC X VALUE SPACE.
           02  DL-STOCK-CODE PIC X(8).
           02  FILLER PIC X VALUE "/".
           02  DL-LOCATION PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  DL-DATE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  DL-TYPE PIC X.
           02  FILLER PIC X VALUE SPACE.
           02  DL-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-OPERATOR PIC X(4).
           02  FILLER PIC X(6) VALUE "  [  ]".
       01  DETAIL-LINE-2.
           02  FILLER PIC X(5) VALUE SPACE.
           02  DL-DETAIL PIC X(30).
           02  FILLER PIC X(13) VALUE "  FIRST SEEN ".
           02  DL-FOUND-DATE PIC X(10).
       01  TOTAL-LINE.
           02  FILLER PIC X(30)
               VALUE "HITS AWAITING EXPLANATION: ".
           02  TL-COUNT PIC ZZZZ9.
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
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GOBACK.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           DISPLAY SPACE.
           DISPLAY "MOVEMENT SCREENING".
           MOVE "SCRN-CNT-DAY" TO PQ-KEY.
           MOVE COUNT-DAYS-LIMIT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO COUNT-DAYS-LIMIT.
           MOVE "SCRN-ADJ-QTY" TO PQ-KEY.
           MOVE SMALL-ADJ-QTY TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO SMALL-ADJ-QTY.
           MOVE "SCRN-ADJ-CNT" TO PQ-KEY.
           MOVE SMALL-ADJ-LIMIT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO SMALL-ADJ-LIMIT.
           MOVE "SCRN-USG-X" TO PQ-KEY.
           MOVE USAGE-MULTIPLE TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO USAGE-MULTIPLE.
           OPEN I-O HIT-FILE.
           IF SH-FILE-STATUS NOT = "00"
               OPEN OUTPUT HIT-FILE
               CLOSE HIT-FILE
               OPEN I-O HIT-FILE
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
           DISPLAY "(S)CREEN THE JOURNAL, (P)RINT UNEXPLAINED HITS,".
           DISPLAY "(T)ICK HITS AS EXPLAINED, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "S" OR ACTION-CHOICE = "s"
               GO TO RUN-SCREENING.
           IF ACTION-CHOICE = "P" OR ACTION-CHOICE = "p"
               PERFORM PRINT-HITS THRU PRINT-HITS-EXIT
               GO TO ASK-ACTION.
           IF ACTION-CHOICE = "T" OR ACTION-CHOICE = "t"
               GO TO TICK-HITS.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
       RUN-SCREENING.
           DISPLAY "FIRST DAY TO SCREEN (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO RUN-SCREENING.
           MOVE DC-DATE TO FROM-DATE.
           MOVE DC-DATE-NUM TO FROM-NUM.
       ASK-TO-DATE.
           DISPLAY "LAST DAY TO SCREEN (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO ASK-TO-DATE.
           IF DC-DATE-NUM < FROM-NUM
               DISPLAY "THE LAST DAY IS BEFORE THE FIRST, TRY AGAIN."
               GO TO ASK-TO-DATE.
           MOVE DC-DATE TO TO-DATE.
           MOVE DC-DATE-NUM TO TO-NUM.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON "NO JOURNAL TO SCREEN"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT USAGE-FILE.
           MOVE 0 TO POSTINGS-SCREENED.
           MOVE 0 TO HITS-NEW.
           MOVE 0 TO HITS-ALREADY.
           MOVE SPACE TO CURRENT-BIN.
           PERFORM RESET-BIN THRU RESET-BIN-EXIT.
           MOVE "N" TO JOURNAL-AT-END.
           MOVE LOW-VALUE TO JR-KEY.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID MOVE "Y" TO JOURNAL-AT-END.
       SCREEN-LOOP.
           IF JOURNAL-AT-END = "Y" GO TO SCREEN-DONE.
           READ JOURNAL-FILE NEXT RECORD
               AT END GO TO SCREEN-DONE
           END-READ.
           IF JR-KEY (1:12) NOT = CURRENT-BIN
               PERFORM FINISH-BIN THRU FINISH-BIN-EXIT
               PERFORM RESET-BIN THRU RESET-BIN-EXIT
               MOVE JR-KEY (1:12) TO CURRENT-BIN.
           IF JR-TYPE = "O" GO TO SCREEN-LOOP.
           IF JR-MM NOT NUMERIC OR JR-DD NOT NUMERIC
               OR JR-YYYY NOT NUMERIC
               GO TO SCREEN-LOOP.
           MOVE JR-YYYY TO PN-YYYY.
           MOVE JR-MM TO PN-MM.
           MOVE JR-DD TO PN-DD.
           IF POST-NUM < FROM-NUM OR POST-NUM > TO-NUM
               GO TO SCREEN-LOOP.
           ADD 1 TO POSTINGS-SCREENED.
           PERFORM LOAD-HIT-POSTING THRU LOAD-HIT-POSTING-EXIT.
           PERFORM CHECK-WORKING-DAY THRU CHECK-WORKING-DAY-EXIT.
           IF JR-TYPE = "I" OR JR-TYPE = "W"
               PERFORM CHECK-HUNDREDS THRU CHECK-HUNDREDS-EXIT.
           IF JR-TYPE = "W"
               PERFORM CHECK-BEFORE-COUNT THRU CHECK-BEFORE-COUNT-EXIT.
           IF JR-TYPE = "A" AND JR-QUANTITY NOT > SMALL-ADJ-QTY
               ADD 1 TO SMALL-ADJ-TALLY
               MOVE HIT-POSTING TO SMALL-ADJ-HOLD.
           IF JR-TYPE = "I" AND JR-DEPARTMENT NOT = SPACE
               PERFORM ADD-DEPT-ISSUE THRU ADD-DEPT-ISSUE-EXIT.
      *LAST, BECAUSE IT MOVES THE READ POSITION AND PUTS IT BACK
           IF JR-TYPE = "V"
               PERFORM CHECK-OWN-REVERSAL THRU CHECK-OWN-REVERSAL-EXIT.
           GO TO SCREEN-LOOP.
       SCREEN-DONE.
           PERFORM FINISH-BIN THRU FINISH-BIN-EXIT.
           CLOSE JOURNAL-FILE.
           CLOSE HISTORY-FILE.
           CLOSE USAGE-FILE.
           DISPLAY "SCREENED " FROM-DATE " TO " TO-DATE.
           DISPLAY "POSTINGS SCREENED:  " POSTINGS-SCREENED.
           DISPLAY "NEW HITS:           " HITS-NEW.
           DISPLAY "ALREADY ON FILE:    " HITS-ALREADY.
           PERFORM PRINT-HITS THRU PRINT-HITS-EXIT.
           GO TO ASK-ACTION.
       LOAD-HIT-POSTING.
           MOVE JR-STOCK-CODE TO HP-STOCK-CODE.
           MOVE JR-LOCATION TO HP-LOCATION.
           MOVE JR-SEQ TO HP-SEQ.
           MOVE JR-TYPE TO HP-TYPE.
           MOVE JR-TRAN-NO TO HP-TRAN-NO.
           MOVE JR-QUANTITY TO HP-QUANTITY.
           MOVE JR-DATE TO HP-DATE.
           MOVE JR-OPERATOR-ID TO HP-OPERATOR.
       LOAD-HIT-POSTING-EXIT.
           EXIT.
       RESET-BIN.
           MOVE 0 TO SMALL-ADJ-TALLY.
           MOVE SPACE TO SMALL-ADJ-HOLD.
           MOVE 0 TO DEPT-COUNT.
       RESET-BIN-EXIT.
           EXIT.
      *A REST DAY OR HOLIDAY ON THE SHOP CALENDAR - OR, FOR A YEAR
      *NOT SET UP ON IT, A SATURDAY OR SUNDAY
       CHECK-WORKING-DAY.
           IF POST-NUM NOT = LAST-DESCRIBED-NUM
               PERFORM DESCRIBE-POST-DAY THRU DESCRIBE-POST-DAY-EXIT.
           IF LAST-DAY-KIND = SPACE GO TO CHECK-WORKING-DAY-EXIT.
           MOVE "NWKD" TO HIT-RULE.
           MOVE LAST-DAY-KIND TO HIT-DETAIL.
           PERFORM WRITE-HIT THRU WRITE-HIT-EXIT.
       CHECK-WORKING-DAY-EXIT.
           EXIT.
       DESCRIBE-POST-DAY.
           MOVE POST-NUM TO LAST-DESCRIBED-NUM.
           MOVE SPACE TO LAST-DAY-KIND.
           MOVE "D" TO CQ-FUNCTION.
           MOVE POST-NUM TO CQ-FROM-NUM.
           CALL "WORKING-DAYS" USING CALENDAR-REQ-BLOCK.
           IF CQ-BASIS = "E" GO TO DESCRIBE-POST-DAY-EXIT.
           IF CQ-DAY-TYPE = "R"
               MOVE "POSTED ON A REST DAY" TO LAST-DAY-KIND.
           IF CQ-DAY-TYPE = "H"
               MOVE "POSTED ON A HOLIDAY" TO LAST-DAY-KIND.
           IF CQ-DAY-TYPE = SPACE AND CQ-WEEKDAY > 5
               MOVE "POSTED AT THE WEEKEND" TO LAST-DAY-KIND.
       DESCRIBE-POST-DAY-EXIT.
           EXIT.
      *A REAL ISSUE OR LOSS IS RARELY A ROUND HUNDRED - A MADE-UP
      *ONE OFTEN IS
       CHECK-HUNDREDS.
           IF JR-QUANTITY < 100 GO TO CHECK-HUNDREDS-EXIT.
           DIVIDE JR-QUANTITY BY 100 GIVING HUNDREDS-WORK
               REMAINDER HUNDREDS-LEFT.
           IF HUNDREDS-LEFT NOT = 0 GO TO CHECK-HUNDREDS-EXIT.
           MOVE "RND0" TO HIT-RULE.
           IF JR-TYPE = "I"
               MOVE "ISSUED IN EXACT HUNDREDS" TO HIT-DETAIL
           ELSE
               MOVE "WRITTEN OFF IN EXACT HUNDREDS" TO HIT-DETAIL.
           PERFORM WRITE-HIT THRU WRITE-HIT-EXIT.
       CHECK-HUNDREDS-EXIT.
           EXIT.
      *STOCK WRITTEN OFF JUST BEFORE THE COUNT THAT WOULD HAVE
      *SHOWN IT MISSING
       CHECK-BEFORE-COUNT.
           IF CH-FILE-STATUS NOT = "00" AND CH-FILE-STATUS NOT = "23"
               GO TO CHECK-BEFORE-COUNT-EXIT.
           MOVE JR-STOCK-CODE TO CH-STOCK-CODE.
           MOVE JR-LOCATION TO CH-LOCATION.
           READ HISTORY-FILE
               INVALID GO TO CHECK-BEFORE-COUNT-EXIT
           END-READ.
           IF CH-LAST-COUNT-NUM = 0 OR CH-LAST-COUNT-NUM < POST-NUM
               GO TO CHECK-BEFORE-COUNT-EXIT.
           MOVE "C" TO CQ-FUNCTION.
           MOVE POST-NUM TO CQ-FROM-NUM.
           MOVE CH-LAST-COUNT-NUM TO CQ-TO-NUM.
           CALL "WORKING-DAYS" USING CALENDAR-REQ-BLOCK.
           IF CQ-BASIS = "E" OR CQ-DAYS > COUNT-DAYS-LIMIT
               GO TO CHECK-BEFORE-COUNT-EXIT.
           MOVE "WOCC" TO HIT-RULE.
           MOVE CH-LAST-COUNT-DATE TO CD-DATE.
           MOVE CQ-DAYS TO CD-DAYS.
           MOVE COUNT-DETAIL TO HIT-DETAIL.
           PERFORM WRITE-HIT THRU WRITE-HIT-EXIT.
       CHECK-BEFORE-COUNT-EXIT.
           EXIT.
       ADD-DEPT-ISSUE.
           MOVE 0 TO DEPT-IX.
       ADD-DEPT-FIND.
           ADD 1 TO DEPT-IX.
           IF DEPT-IX > DEPT-COUNT GO TO ADD-DEPT-NEW.
           IF DT-DEPT (DEPT-IX) NOT = JR-DEPARTMENT
               GO TO ADD-DEPT-FIND.
           GO TO ADD-DEPT-ADD.
       ADD-DEPT-NEW.
           IF DEPT-COUNT = 20 GO TO ADD-DEPT-ISSUE-EXIT.
           ADD 1 TO DEPT-COUNT.
           MOVE DEPT-COUNT TO DEPT-IX.
           MOVE JR-DEPARTMENT TO DT-DEPT (DEPT-IX).
           MOVE 0 TO DT-QUANTITY (DEPT-IX).
       ADD-DEPT-ADD.
           ADD JR-QUANTITY TO DT-QUANTITY (DEPT-IX).
           MOVE HIT-POSTING TO DT-LAST-POSTING (DEPT-IX).
       ADD-DEPT-ISSUE-EXIT.
           EXIT.
      *THE REVERSAL'S REFERENCE NAMES THE TYPE AND TRAN-NO IT
      *UNDID.  TRAN-NOS RESTART EACH SESSION, SO THE LATEST SUCH
      *POSTING BEFORE THE REVERSAL IN THE SAME BIN IS THE ONE
       CHECK-OWN-REVERSAL.
           IF JR-REFERENCE (2:4) NOT NUMERIC
               GO TO CHECK-OWN-REVERSAL-EXIT.
           MOVE JR-REFERENCE (1:1) TO WANTED-TYPE.
           MOVE JR-REFERENCE (2:4) TO WANTED-TRAN.
           MOVE JOURNAL-RECORD TO HOLD-JOURNAL.
           MOVE JR-KEY TO HOLD-KEY.
           MOVE SPACE TO ORIGINAL-OPERATOR.
           MOVE 0 TO JR-SEQ.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID GO TO CHECK-OWN-REVERSAL-BACK
           END-START.
       CHECK-OWN-REVERSAL-LOOP.
           READ JOURNAL-FILE NEXT RECORD
               AT END GO TO CHECK-OWN-REVERSAL-BACK
           END-READ.
           IF JR-KEY NOT < HOLD-KEY GO TO CHECK-OWN-REVERSAL-BACK.
           IF JR-TYPE = WANTED-TYPE AND JR-TRAN-NO = WANTED-TRAN
               MOVE JR-OPERATOR-ID TO ORIGINAL-OPERATOR.
           GO TO CHECK-OWN-REVERSAL-LOOP.
       CHECK-OWN-REVERSAL-BACK.
           MOVE HOLD-KEY TO JR-KEY.
           START JOURNAL-FILE KEY GREATER THAN JR-KEY
               INVALID MOVE "Y" TO JOURNAL-AT-END
           END-START.
           MOVE HOLD-JOURNAL TO JOURNAL-RECORD.
           IF ORIGINAL-OPERATOR = SPACE
               OR ORIGINAL-OPERATOR NOT = JR-OPERATOR-ID
               GO TO CHECK-OWN-REVERSAL-EXIT.
           MOVE "SELF" TO HIT-RULE.
           MOVE WANTED-TYPE TO SD-TYPE.
           MOVE WANTED-TRAN TO SD-TRAN.
           MOVE SELF-DETAIL TO HIT-DETAIL.
           PERFORM WRITE-HIT THRU WRITE-HIT-EXIT.
       CHECK-OWN-REVERSAL-EXIT.
           EXIT.
      *THE RULES THAT NEED A BIN'S WHOLE PERIOD - MANY SMALL
      *ADJUSTMENTS, AND A DEPARTMENT DRAWING FAR MORE THAN THE
      *BIN'S USUAL MONTH
       FINISH-BIN.
           IF CURRENT-BIN = SPACE GO TO FINISH-BIN-EXIT.
           IF SMALL-ADJ-TALLY NOT < SMALL-ADJ-LIMIT
               AND SMALL-ADJ-LIMIT > 0
               MOVE SMALL-ADJ-HOLD TO HIT-POSTING
               MOVE "SADJ" TO HIT-RULE
               MOVE SMALL-ADJ-TALLY TO AD-TALLY
               MOVE ADJ-DETAIL TO HIT-DETAIL
               PERFORM WRITE-HIT THRU WRITE-HIT-EXIT.
           IF DEPT-COUNT = 0 GO TO FINISH-BIN-EXIT.
           IF US-FILE-STATUS NOT = "00" AND US-FILE-STATUS NOT = "23"
               GO TO FINISH-BIN-EXIT.
           MOVE CURRENT-BIN TO US-KEY.
           READ USAGE-FILE
               INVALID GO TO FINISH-BIN-EXIT
           END-READ.
      *THE AVERAGE OF THE FINISHED MONTHS THE BIN MOVED IN - THE
      *CURRENT MONTH IS STILL FILLING.  A BIN WITH NO HISTORY
      *HAS NOTHING TO BE FAR ABOVE
           MOVE 0 TO USAGE-TOTAL.
           MOVE 0 TO USAGE-MONTHS.
           MOVE 1 TO BUCKET-IX.
       FINISH-BIN-BUCKET.
           ADD 1 TO BUCKET-IX.
           IF BUCKET-IX > 12 GO TO FINISH-BIN-AVERAGE.
           IF US-BUCKET (BUCKET-IX) > 0
               ADD US-BUCKET (BUCKET-IX) TO USAGE-TOTAL
               ADD 1 TO USAGE-MONTHS.
           GO TO FINISH-BIN-BUCKET.
       FINISH-BIN-AVERAGE.
           IF USAGE-MONTHS = 0 GO TO FINISH-BIN-EXIT.
           DIVIDE USAGE-TOTAL BY USAGE-MONTHS GIVING USAGE-AVERAGE.
           MULTIPLY USAGE-AVERAGE BY USAGE-MULTIPLE
               GIVING USAGE-LIMIT.
           MOVE 0 TO DEPT-IX.
       FINISH-BIN-DEPT.
           ADD 1 TO DEPT-IX.
           IF DEPT-IX > DEPT-COUNT GO TO FINISH-BIN-EXIT.
           IF DT-QUANTITY (DEPT-IX) NOT > USAGE-LIMIT
               GO TO FINISH-BIN-DEPT.
           MOVE DT-LAST-POSTING (DEPT-IX) TO HIT-POSTING.
           MOVE "USGE" TO HIT-RULE.
           MOVE DT-DEPT (DEPT-IX) TO UD-DEPT.
           MOVE DT-QUANTITY (DEPT-IX) TO UD-QUANTITY.
           MOVE USAGE-AVERAGE TO UD-AVERAGE.
           MOVE USAGE-DETAIL TO HIT-DETAIL.
           PERFORM WRITE-HIT THRU WRITE-HIT-EXIT.
           GO TO FINISH-BIN-DEPT.
       FINISH-BIN-EXIT.
           EXIT.
      *A HIT ALREADY ON FILE FROM AN EARLIER RUN KEEPS WHATEVER
      *EXPLANATION IT WAS GIVEN
       WRITE-HIT.
           MOVE SPACE TO SCREEN-HIT-RECORD.
           MOVE HP-STOCK-CODE TO SH-STOCK-CODE.
           MOVE HP-LOCATION TO SH-LOCATION.
           MOVE HP-SEQ TO SH-SEQ.
           MOVE HIT-RULE TO SH-RULE.
           MOVE HP-TYPE TO SH-TYPE.
           MOVE HP-TRAN-NO TO SH-TRAN-NO.
           MOVE HP-QUANTITY TO SH-QUANTITY.
           MOVE HP-DATE TO SH-DATE.
           MOVE HP-OPERATOR TO SH-OPERATOR.
           MOVE HIT-DETAIL TO SH-DETAIL.
           MOVE AUDIT-DATE TO SH-FOUND-DATE.
           MOVE "N" TO SH-EXPLAINED.
           WRITE SCREEN-HIT-RECORD
               INVALID ADD 1 TO HITS-ALREADY
               GO TO WRITE-HIT-EXIT
           END-WRITE.
           ADD 1 TO HITS-NEW.
       WRITE-HIT-EXIT.
           EXIT.
      *EVERY HIT NOT YET EXPLAINED, IN BIN ORDER, WITH A BOX FOR
      *THE SUPERVISOR'S TICK
       PRINT-HITS.
           OPEN OUTPUT PRINT-FILE.
           MOVE "MOVEMENT SCREENING - HITS AWAITING EXPLANATION"
               TO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE AUDIT-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO HITS-PRINTED.
           MOVE LOW-VALUE TO SH-KEY.
           START HIT-FILE KEY NOT LESS THAN SH-KEY
               INVALID GO TO PRINT-HITS-END
           END-START.
       PRINT-HITS-LOOP.
           READ HIT-FILE NEXT RECORD
               AT END GO TO PRINT-HITS-END
           END-READ.
           IF SH-EXPLAINED = "Y" GO TO PRINT-HITS-LOOP.
           ADD 1 TO HITS-PRINTED.
           PERFORM FIND-RULE-NAME THRU FIND-RULE-NAME-EXIT.
           MOVE SH-STOCK-CODE TO DL-STOCK-CODE.
           MOVE SH-LOCATION TO DL-LOCATION.
           MOVE SH-DATE TO DL-DATE.
           MOVE SH-TYPE TO DL-TYPE.
           MOVE SH-QUANTITY TO DL-QUANTITY.
           MOVE SH-OPERATOR TO DL-OPERATOR.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SH-DETAIL TO DL-DETAIL.
           MOVE SH-FOUND-DATE TO DL-FOUND-DATE.
           MOVE DETAIL-LINE-2 TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO PRINT-HITS-LOOP.
       PRINT-HITS-END.
           IF HITS-PRINTED = 0
               MOVE "NOTHING AWAITING EXPLANATION" TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE HITS-PRINTED TO TL-COUNT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY TOTAL-LINE.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           DISPLAY "REPORT WRITTEN TO " STOCK-SCR-FN.
       PRINT-HITS-EXIT.
           EXIT.
       FIND-RULE-NAME.
           MOVE SH-RULE TO DL-RULE-NAME.
           MOVE 0 TO RULE-IX.
       FIND-RULE-NAME-LOOP.
           ADD 1 TO RULE-IX.
           IF RULE-IX > 6 GO TO FIND-RULE-NAME-EXIT.
           IF RN-CODE (RULE-IX) NOT = SH-RULE
               GO TO FIND-RULE-NAME-LOOP.
           MOVE RN-NAME (RULE-IX) TO DL-RULE-NAME.
       FIND-RULE-NAME-EXIT.
           EXIT.
      *THE SUPERVISOR WORKS DOWN THE UNEXPLAINED HITS, TICKING
      *EACH ONE THAT HAS A GOOD REASON BEHIND IT
       TICK-HITS.
           MOVE LOW-VALUE TO SH-KEY.
           START HIT-FILE KEY NOT LESS THAN SH-KEY
               INVALID DISPLAY "NO HITS ON FILE"
               GO TO ASK-ACTION
           END-START.
       TICK-NEXT.
           READ HIT-FILE NEXT RECORD
               AT END DISPLAY "NO MORE HITS AWAITING EXPLANATION"
               GO TO ASK-ACTION
           END-READ.
           IF SH-EXPLAINED = "Y" GO TO TICK-NEXT.
           PERFORM FIND-RULE-NAME THRU FIND-RULE-NAME-EXIT.
           MOVE SH-STOCK-CODE TO DL-STOCK-CODE.
           MOVE SH-LOCATION TO DL-LOCATION.
           MOVE SH-DATE TO DL-DATE.
           MOVE SH-TYPE TO DL-TYPE.
           MOVE SH-QUANTITY TO DL-QUANTITY.
           MOVE SH-OPERATOR TO DL-OPERATOR.
           MOVE SH-DETAIL TO DL-DETAIL.
           MOVE SH-FOUND-DATE TO DL-FOUND-DATE.
           DISPLAY SPACE.
           DISPLAY DETAIL-LINE.
           DISPLAY DETAIL-LINE-2.
       TICK-ASK.
           DISPLAY "EXPLAINED? (Y)ES, (N)EXT HIT, OR (X) TO STOP: ".
           ACCEPT TICK-ANSWER.
           IF TICK-ANSWER = "N" OR TICK-ANSWER = "n"
               GO TO TICK-NEXT.
           IF TICK-ANSWER = "X" OR TICK-ANSWER = "x"
               GO TO ASK-ACTION.
           IF TICK-ANSWER NOT = "Y" AND TICK-ANSWER NOT = "y"
               GO TO TICK-ASK.
       TICK-ASK-NOTE.
           DISPLAY "THE EXPLANATION: ".
           MOVE SPACE TO TICK-NOTE.
           ACCEPT TICK-NOTE.
           IF TICK-NOTE = SPACE GO TO TICK-ASK-NOTE.
           MOVE "Y" TO SH-EXPLAINED.
           MOVE OPERATOR-ID TO SH-EXPLAINED-BY.
           MOVE AUDIT-DATE TO SH-EXPLAINED-DATE.
           MOVE TICK-NOTE TO SH-NOTE.
           REWRITE SCREEN-HIT-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "HIT FILE I/O ERROR, STATUS: " SH-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION
           END-REWRITE.
           MOVE "STOCK.SCH" TO AU-FILE-NAME.
           MOVE SH-KEY TO AU-RECORD-KEY.
           MOVE SPACE TO AU-FIELD-NAME.
           STRING "EXPLAIN " SH-RULE DELIMITED BY SIZE
               INTO AU-FIELD-NAME.
           MOVE "N" TO AU-OLD-VALUE.
           MOVE TICK-NOTE TO AU-NEW-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           GO TO TICK-NEXT.
       END-IT.
           CLOSE HIT-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *ONE AUDIT ROW PER CHANGE - WHAT IT WAS, WHAT IT BECAME, WHO
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
               ACCEPT RETRY-ANSWER-2
               IF RETRY-ANSWER-2 NOT = "X"
                   AND RETRY-ANSWER-2 NOT = "x"
                   GO TO LOG-AUDIT-WRITE.
       LOG-AUDIT-EXIT.
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
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.SCH" TO STOCK-SCH-FN.
           MOVE "TRAIN.CCH" TO STOCK-CCH-FN.
           MOVE "TRAIN.USG" TO STOCK-USG-FN.
           MOVE "TRAIN.AUD" TO STOCK-AUD-FN.
           MOVE "TRAIN.SCR" TO STOCK-SCR-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
