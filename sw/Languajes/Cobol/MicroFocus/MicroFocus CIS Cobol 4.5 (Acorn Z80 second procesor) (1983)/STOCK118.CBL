       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-MAINT.
       AUTHOR. MICRO FOCUS LTD.
      *THE JOB / WORK-ORDER MASTER (STOCK.JOB).  ENGINEERING RAISES
      *A JOB HERE FOR EACH REPAIR - NUMBER, DESCRIPTION, THE
      *DEPARTMENT IT IS CHARGED TO AND THE PARTS ESTIMATE - AND THE
      *ISSUE PROGRAMS THEN BOOK PARTS AGAINST IT.  CLOSING A JOB
      *STOPS ANY FURTHER ISSUES TO IT; A JOB CLOSED IN ERROR CAN BE
      *REOPENED.  JOBS ARE NEVER DELETED - THE JOURNAL STILL POINTS
      *AT THEM.  EVERY CHANGE GOES TO THE AMENDMENT AUDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-FILE ASSIGN DYNAMIC STOCK-JOB-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JB-NO
           FILE STATUS JB-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN DYNAMIC STOCK-DEP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DEPT-CODE
           FILE STATUS DP-FILE-STATUS.
           SELECT AUDIT-FILE
           ASSIGN DYNAMIC STOCK-AUD-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS AU-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-FILE; RECORD 80.
           COPY "JOBFILE.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  AUDIT-FILE; RECORD 98.
           COPY "AUDFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-JOB-FN PIC X(12) VALUE "STOCK.JOB".
           02  STOCK-DEP-FN PIC X(12) VALUE "STOCK.DEP".
           02  STOCK-AUD-FN PIC X(12) VALUE "STOCK.AUD".
       COPY "TERMPROF.CPY".
       01  JB-FILE-STATUS PIC XX.
       01  DP-FILE-STATUS PIC XX.
       01  AU-STATUS PIC XX.
       01  AUDIT-DATE PIC X(10).
       01  RETRY-ANSWER PIC X.
       01  ACTION-CHOICE PIC X.
       01  ENTERED-JOB PIC X(4).
       01  NEW-DESC PIC X(30).
       01  NEW-DEPT PIC X(4).
       01  ENTERED-EST-X PIC X(9).
       01  ENTERED-EST-9 REDEFINES ENTERED-EST-X PIC 9(7)V99.
       01  OLD-EST-SHOW PIC ZZZZZZ9.99.
       01  NEW-EST-SHOW PIC ZZZZZZ9.99.
       01  CONFIRM-ANSWER PIC X.
       01  MORE-ANSWER PIC X.
       01  BROWSE-LINE-COUNT PIC 99.
       01  BROWSE-DISPLAY.
           02  BD-NO PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  BD-DESC PIC X(30).
           02  FILLER PIC XX VALUE SPACE.
           02  BD-DEPT PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  BD-STATUS PIC X(6).
           02  FILLER PIC XX VALUE SPACE.
           02  BD-ESTIMATE PIC ZZZZZZ9.99.
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
           DISPLAY "JOB / WORK-ORDER MAINTENANCE".
           OPEN I-O JOB-FILE.
           IF JB-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOB-FILE
               CLOSE JOB-FILE
               OPEN I-O JOB-FILE
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF DP-FILE-STATUS NOT = "00"
               OPEN OUTPUT DEPT-FILE
               CLOSE DEPT-FILE
               OPEN INPUT DEPT-FILE
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
           DISPLAY "(A)DD, (C)HANGE, CLOSE (X), (R)EOPEN,".
           DISPLAY "(B)ROWSE, OR (E)ND: ".
           ACCEPT ACTION-CHOICE.
           IF ACTION-CHOICE = "A" OR ACTION-CHOICE = "a"
               GO TO ADD-JOB.
           IF ACTION-CHOICE = "C" OR ACTION-CHOICE = "c"
               GO TO CHANGE-JOB.
           IF ACTION-CHOICE = "X" OR ACTION-CHOICE = "x"
               GO TO CLOSE-JOB.
           IF ACTION-CHOICE = "R" OR ACTION-CHOICE = "r"
               GO TO REOPEN-JOB.
           IF ACTION-CHOICE = "B" OR ACTION-CHOICE = "b"
               GO TO BROWSE-JOBS.
           IF ACTION-CHOICE = "E" OR ACTION-CHOICE = "e"
               GO TO END-IT.
           DISPLAY "INVALID CHOICE, TRY AGAIN.".
           GO TO ASK-ACTION.
       ADD-JOB.
           DISPLAY "ENTER NEW JOB NUMBER (BLANK TO FINISH): ".
           MOVE SPACE TO ENTERED-JOB.
           ACCEPT ENTERED-JOB.
           IF ENTERED-JOB = SPACE GO TO ASK-ACTION.
           MOVE ENTERED-JOB TO JB-NO.
           READ JOB-FILE
               INVALID GO TO ADD-JOB-DESC
           END-READ.
           DISPLAY TERM-HIGHLIGHT-ON "JOB ALREADY ON FILE: "
               JB-DESC TERM-HIGHLIGHT-OFF.
           GO TO ADD-JOB.
       ADD-JOB-DESC.
           DISPLAY "ENTER JOB DESCRIPTION: ".
           MOVE SPACE TO NEW-DESC.
           ACCEPT NEW-DESC.
           IF NEW-DESC = SPACE
               DISPLAY TERM-HIGHLIGHT-ON "DESCRIPTION MUST NOT BE BLANK"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-JOB-DESC.
       ADD-JOB-DEPT.
           DISPLAY "DEPARTMENT THE JOB IS CHARGED TO: ".
           MOVE SPACE TO NEW-DEPT.
           ACCEPT NEW-DEPT.
           MOVE NEW-DEPT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "DEPARTMENT NOT ON FILE" TERM-HIGHLIGHT-OFF
               GO TO ADD-JOB-DEPT
           END-READ.
           DISPLAY DEPT-CODE " " DEPT-NAME.
       ADD-JOB-ESTIMATE.
           DISPLAY "PARTS ESTIMATE (NNNNNNNNN = NNNNNNN.NN): ".
           MOVE SPACE TO ENTERED-EST-X.
           ACCEPT ENTERED-EST-X.
           IF ENTERED-EST-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "ESTIMATE NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-JOB-ESTIMATE.
           MOVE SPACE TO JOB-RECORD.
           MOVE ENTERED-JOB TO JB-NO.
           MOVE NEW-DESC TO JB-DESC.
           MOVE NEW-DEPT TO JB-DEPT.
           MOVE "O" TO JB-STATUS.
           MOVE ENTERED-EST-9 TO JB-ESTIMATE.
           MOVE AUDIT-DATE TO JB-OPENED.
           WRITE JOB-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "JOB FILE I/O ERROR, STATUS: " JB-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
               GO TO ADD-JOB
           END-WRITE.
           MOVE "STOCK.JOB" TO AU-FILE-NAME.
           MOVE JB-NO TO AU-RECORD-KEY.
           MOVE "JOB-OPENED" TO AU-FIELD-NAME.
           MOVE SPACE TO AU-OLD-VALUE.
           MOVE JB-DEPT TO AU-NEW-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           DISPLAY "JOB " JB-NO " OPENED".
           GO TO ADD-JOB.
       CHANGE-JOB.
           PERFORM GET-EXISTING-JOB THRU GET-EXISTING-EXIT.
           IF ENTERED-JOB = SPACE GO TO ASK-ACTION.
           DISPLAY "DESCRIPTION: " JB-DESC.
           DISPLAY "NEW DESCRIPTION (BLANK TO KEEP): ".
           MOVE SPACE TO NEW-DESC.
           ACCEPT NEW-DESC.
           IF NEW-DESC NOT = SPACE
               AND NEW-DESC NOT = JB-DESC
               MOVE "STOCK.JOB" TO AU-FILE-NAME
               MOVE JB-NO TO AU-RECORD-KEY
               MOVE "JOB-DESC" TO AU-FIELD-NAME
               MOVE JB-DESC TO AU-OLD-VALUE
               MOVE NEW-DESC TO AU-NEW-VALUE
               PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT
               MOVE NEW-DESC TO JB-DESC.
           MOVE JB-ESTIMATE TO OLD-EST-SHOW.
       CHANGE-JOB-ESTIMATE.
           DISPLAY "ESTIMATE: " OLD-EST-SHOW.
           DISPLAY "NEW ESTIMATE (NNNNNNNNN = NNNNNNN.NN,".
           DISPLAY "BLANK TO KEEP): ".
           MOVE SPACE TO ENTERED-EST-X.
           ACCEPT ENTERED-EST-X.
           IF ENTERED-EST-X = SPACE GO TO CHANGE-JOB-WRITE.
           IF ENTERED-EST-X NOT NUMERIC
               DISPLAY TERM-HIGHLIGHT-ON "ESTIMATE NOT NUMERIC"
                   TERM-HIGHLIGHT-OFF
               GO TO CHANGE-JOB-ESTIMATE.
           IF ENTERED-EST-9 NOT = JB-ESTIMATE
               MOVE ENTERED-EST-9 TO NEW-EST-SHOW
               MOVE "STOCK.JOB" TO AU-FILE-NAME
               MOVE JB-NO TO AU-RECORD-KEY
               MOVE "JOB-ESTIMATE" TO AU-FIELD-NAME
               MOVE OLD-EST-SHOW TO AU-OLD-VALUE
               MOVE NEW-EST-SHOW TO AU-NEW-VALUE
               PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT
               MOVE ENTERED-EST-9 TO JB-ESTIMATE.
       CHANGE-JOB-WRITE.
           REWRITE JOB-RECORD.
           GO TO ASK-ACTION.
      *A CLOSED JOB TAKES NO MORE ISSUES - GOODS-OUT, THE REQUEST
      *CONFIRMATION AND DEPT-RETURN ALL REFUSE IT
       CLOSE-JOB.
           PERFORM GET-EXISTING-JOB THRU GET-EXISTING-EXIT.
           IF ENTERED-JOB = SPACE GO TO ASK-ACTION.
           IF JB-STATUS NOT = "O"
               DISPLAY TERM-HIGHLIGHT-ON "JOB ALREADY CLOSED "
                   JB-CLOSED TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           DISPLAY "CLOSE " JB-NO " " JB-DESC " ? (Y/N): ".
           MOVE SPACE TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           MOVE "STOCK.JOB" TO AU-FILE-NAME.
           MOVE JB-NO TO AU-RECORD-KEY.
           MOVE "JOB-STATUS" TO AU-FIELD-NAME.
           MOVE "OPEN" TO AU-OLD-VALUE.
           MOVE "CLOSED" TO AU-NEW-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           MOVE "C" TO JB-STATUS.
           MOVE AUDIT-DATE TO JB-CLOSED.
           REWRITE JOB-RECORD.
           DISPLAY "JOB " JB-NO " CLOSED".
           GO TO ASK-ACTION.
       REOPEN-JOB.
           PERFORM GET-EXISTING-JOB THRU GET-EXISTING-EXIT.
           IF ENTERED-JOB = SPACE GO TO ASK-ACTION.
           IF JB-STATUS = "O"
               DISPLAY TERM-HIGHLIGHT-ON "JOB IS ALREADY OPEN"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-ACTION.
           DISPLAY "REOPEN " JB-NO " " JB-DESC " ? (Y/N): ".
           MOVE SPACE TO CONFIRM-ANSWER.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               GO TO ASK-ACTION.
           MOVE "STOCK.JOB" TO AU-FILE-NAME.
           MOVE JB-NO TO AU-RECORD-KEY.
           MOVE "JOB-STATUS" TO AU-FIELD-NAME.
           MOVE "CLOSED" TO AU-OLD-VALUE.
           MOVE "OPEN" TO AU-NEW-VALUE.
           PERFORM LOG-AUDIT THRU LOG-AUDIT-EXIT.
           MOVE "O" TO JB-STATUS.
           MOVE SPACE TO JB-CLOSED.
           REWRITE JOB-RECORD.
           DISPLAY "JOB " JB-NO " REOPENED".
           GO TO ASK-ACTION.
      *ASKS FOR A JOB ALREADY ON FILE AND READS IT - ENTERED-JOB
      *COMES BACK SPACE WHEN THE OPERATOR GIVES UP
       GET-EXISTING-JOB.
           DISPLAY "ENTER JOB NUMBER (BLANK TO FINISH): ".
           MOVE SPACE TO ENTERED-JOB.
           ACCEPT ENTERED-JOB.
           IF ENTERED-JOB = SPACE GO TO GET-EXISTING-EXIT.
           MOVE ENTERED-JOB TO JB-NO.
           READ JOB-FILE
               INVALID DISPLAY TERM-HIGHLIGHT-ON "NOT ON FILE"
                   TERM-HIGHLIGHT-OFF
               GO TO GET-EXISTING-JOB
           END-READ.
           DISPLAY JB-NO " " JB-DESC " DEPT " JB-DEPT
               " OPENED " JB-OPENED.
       GET-EXISTING-EXIT.
           EXIT.
       BROWSE-JOBS.
           MOVE LOW-VALUE TO JB-NO.
           START JOB-FILE KEY NOT LESS THAN JB-NO
               INVALID DISPLAY "NO JOBS ON FILE"
               GO TO ASK-ACTION
           END-START.
           MOVE 0 TO BROWSE-LINE-COUNT.
       BROWSE-LOOP.
           READ JOB-FILE NEXT RECORD
               AT END DISPLAY "END OF JOB FILE"
               GO TO ASK-ACTION
           END-READ.
           MOVE JB-NO TO BD-NO.
           MOVE JB-DESC TO BD-DESC.
           MOVE JB-DEPT TO BD-DEPT.
           MOVE "OPEN" TO BD-STATUS.
           IF JB-STATUS NOT = "O" MOVE "CLOSED" TO BD-STATUS.
           MOVE JB-ESTIMATE TO BD-ESTIMATE.
           DISPLAY BROWSE-DISPLAY.
           ADD 1 TO BROWSE-LINE-COUNT.
           IF BROWSE-LINE-COUNT < 15 GO TO BROWSE-LOOP.
           DISPLAY "MORE? (Y/N): ".
           ACCEPT MORE-ANSWER.
           IF MORE-ANSWER = "Y" OR MORE-ANSWER = "y"
               MOVE 0 TO BROWSE-LINE-COUNT
               GO TO BROWSE-LOOP.
           GO TO ASK-ACTION.
      *ONE AUDIT ROW PER CHANGED FIELD - WHAT IT WAS, WHAT IT
      *BECAME, WHO AND WHEN.  THE CALLER FILLS THE FIELD NAME AND
      *THE TWO VALUES FIRST.
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
           CLOSE JOB-FILE.
           CLOSE DEPT-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.JOB" TO STOCK-JOB-FN.
           MOVE "TRAIN.DEP" TO STOCK-DEP-FN.
           MOVE "TRAIN.AUD" TO STOCK-AUD-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
