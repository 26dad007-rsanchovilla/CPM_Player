           ACCESS DYNAMIC
           RECORD KEY BG-KEY
           FILE STATUS BG-FILE-STATUS.
      *AN OPTIONAL MAINTENANCE JOB NUMBER IS PROVED AGAINST THE
      *JOB MASTER AND RIDES ON THE JOURNAL POSTING
           SELECT JOB-FILE ASSIGN DYNAMIC STOCK-JOB-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JB-NO
           FILE STATUS JB-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  REQUEST-FILE; RECORD 49.
           COPY "REQFILE.CPY".
       FD  CONTROL-FILE; RECORD 42.
       01  CONTROL-RECORD.
           02  CF-LAST-TRAN-NO PIC 9(4).
           02  CF-BATCH-DONE PIC 9(4).
           02  CF-LAST-RVRSL-NO PIC 9(4).
           02  CF-LAST-GRN-NO PIC 9(4).
           02  CF-LAST-ISS-NO PIC 9(4).
      *THE SITE THIS COPY OF THE SYSTEM RUNS AT, SET BY SITE-SETUP
           02  CF-SITE-CODE PIC XX.
           02  CF-SITE-NAME PIC X(20).
       FD  ALERT-FILE; RECORD 38.
       01  ALERT-RECORD.
           02  AL-STOCK-CODE PIC X(8).
           02  AL-QUANTITY-ON-HAND PIC 9(6)V99.
           02  AL-REORDER-LEVEL PIC 9(6)V99.
           02  AL-DATE PIC X(10).
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  BACK-ORDER-FILE; RECORD 56.
           COPY "BKORDER.CPY".
       01  DSP-PRINT-LINE PIC X(80).
       FD  SUB-FILE; RECORD 20.
           COPY "SUBFILE.CPY".
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  CONSIGN-FILE; RECORD 36.
           COPY "CNSFILE.CPY".
           COPY "PRLFILE.CPY".
       FD  BUDGET-FILE; RECORD 30.
           COPY "BUDFILE.CPY".
       FD  JOB-FILE; RECORD 80.
           COPY "JOBFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
           COPY "CHKREQ.CPY".
           COPY "PRMREQ.CPY".
      *A BIN FLAGGED FOR RECOUNT BEFORE IT HAS ANY COUNT HISTORY IS
      *WATCHED AT THE CLASS A INTERVAL UNTIL CYCLE-COUNT-SCHEDULER
      *SETS ITS OWN - START-UP TAKES CNT-DAYS-A FROM STOCK.PRM
       01  RECOUNT-DAYS PIC 999 VALUE 30.
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-CNS-FN PIC X(12) VALUE "STOCK.CNS".
           02  STOCK-PRL-FN PIC X(12) VALUE "STOCK.PRL".
           02  STOCK-BUD-FN PIC X(12) VALUE "STOCK.BUD".
           02  STOCK-JOB-FN PIC X(12) VALUE "STOCK.JOB".
       01  CF-STATUS PIC XX.
       01  BG-FILE-STATUS PIC XX.
       01  JB-FILE-STATUS PIC XX.
       01  ENTERED-JOB PIC X(4).
       01  JOB-CHECK-DEPT PIC X(4).
       01  JOB-REASON PIC X(20).
       01  CHARGE-DEPT PIC X(4).
       01  CHARGE-PRICE PIC 9(6)V99.
       01  BUDGET-OK PIC X.
       01  ISSUE-VALUE PIC 9(8)V99.
       01  BUDGET-REMAINING PIC S9(8)V99.
       01  REMAIN-SHOW PIC -ZZZZZZZ9.99.
       01  CHECK-DIVISION PIC X(4).
       01  DIVISION-BUDGET PIC 9(10)V99.
       01  DIVISION-SPENT PIC 9(10)V99.
       01  DIVISION-REMAINING PIC S9(10)V99.
       01  DIVISION-SHOW PIC -ZZZZZZZZZ9.99.
       01  BUD-DATE-WORK.
           02  BD-MM PIC 99.
           02  FILLER PIC X.
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           OPEN INPUT JOB-FILE.
           IF JB-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOB-FILE
               CLOSE JOB-FILE
               OPEN INPUT JOB-FILE
           END-IF.
           MOVE "CNT-DAYS-A" TO PQ-KEY.
           MOVE RECOUNT-DAYS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO RECOUNT-DAYS.
       ASK-ACTION.
           DISPLAY SPACE.
           DISPLAY "(E)NTER REQUEST, (X) CANCEL REQUEST,".
           DISPLAY "ENTER STOCK CODE (BLANK TO FINISH): ".
           ACCEPT ENTERED-CODE.
           IF ENTERED-CODE = SPACE GO TO ASK-ACTION.
           PERFORM VERIFY-CODE THRU VERIFY-CODE-EXIT.
           IF CK-RESULT NOT = "Y" GO TO ENTER-REQUEST.
           DISPLAY "ENTER LOCATION: ".
           ACCEPT ENTERED-LOCATION.
           MOVE ENTERED-CODE TO STOCK-CODE.
                   TERM-HIGHLIGHT-OFF
               GO TO ENTER-REQUEST
           END-READ.
       ENTER-REQUEST-JOB.
           DISPLAY "ENTER JOB NUMBER (BLANK FOR NO JOB): ".
           MOVE SPACE TO ENTERED-JOB.
           ACCEPT ENTERED-JOB.
           MOVE ENTERED-REQUESTER (1:4) TO JOB-CHECK-DEPT.
           PERFORM CHECK-JOB THRU CHECK-JOB-EXIT.
           IF JOB-REASON NOT = SPACE
               DISPLAY TERM-HIGHLIGHT-ON JOB-REASON TERM-HIGHLIGHT-OFF
               GO TO ENTER-REQUEST-JOB.
       ENTER-REQUEST-DATE.
           PERFORM GET-REQUEST-DATE THRU GET-REQUEST-DATE-EXIT.
      *THE BUDGET HOLDER SEES WHAT IS LEFT BEFORE THE STOCK IS
      *RESERVED - A REQUEST THAT WOULD BREACH THE PERIOD BUDGET
      *TAKES A SUPERVISOR'S YES TO PROCEED
           PERFORM CHECK-DEPT-BUDGET THRU CHECK-BUDGET-EXIT.
           IF BUDGET-OK NOT = "N"
               PERFORM CHECK-DIVISION-BUDGET THRU CHECK-DIVISION-EXIT.
           IF BUDGET-OK = "N" GO TO ENTER-REQUEST.
           PERFORM FIND-NEXT-SEQ THRU FIND-NEXT-SEQ-EXIT.
           MOVE ENTERED-LOCATION TO RQ-LOCATION.
           MOVE REQUEST-QTY TO RQ-QUANTITY.
           MOVE ENTERED-DATE TO RQ-DATE.
           MOVE "O" TO RQ-STATUS.
           MOVE ENTERED-JOB TO RQ-JOB-NO.
           WRITE REQUEST-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "REQUEST FILE I/O ERROR, STATUS: " RQ-FILE-STATUS
           IF ENTERED-LOCATION = SPACE GO TO ASK-ACTION.
           DISPLAY "ENTER STOCK CODE: ".
           ACCEPT ENTERED-CODE.
           PERFORM VERIFY-CODE THRU VERIFY-CODE-EXIT.
           IF CK-RESULT NOT = "Y" GO TO CANCEL-REQUEST.
           DISPLAY "ENTER REQUEST SEQ NO: ".
           ACCEPT ENTERED-SEQ.
           IF ENTERED-SEQ NOT NUMERIC
           PERFORM RELEASE-ALLOCATION.
           DISPLAY "REQUEST CANCELLED".
           GO TO CANCEL-REQUEST.
      *A CODE WHOSE CHECK CHARACTER FAILS IS A KEYING SLIP, WHETHER
      *OR NOT IT HAPPENS TO BE ON FILE
       VERIFY-CODE.
           MOVE "V" TO CK-FUNCTION.
           MOVE "S" TO CK-KIND.
           MOVE ENTERED-CODE TO CK-CODE.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
           IF CK-RESULT NOT = "Y"
               DISPLAY TERM-HIGHLIGHT-ON "CHECK CHARACTER WRONG"
                   TERM-HIGHLIGHT-OFF.
       VERIFY-CODE-EXIT.
           EXIT.
       RELEASE-ALLOCATION.
           MOVE RQ-STOCK-CODE TO STOCK-CODE.
           MOVE RQ-LOCATION TO LOCATION-CODE.
               GO TO CONFIRM-LOOP.
           IF RQ-STATUS NOT = "O" GO TO CONFIRM-LOOP.
           DISPLAY RQ-LOCATION " " RQ-STOCK-CODE " SEQ " RQ-SEQ
               " QTY " RQ-QUANTITY " FOR " RQ-REQUESTER
               " JOB " RQ-JOB-NO.
      *THE ITEM'S UNIT DECIDES HOW A KEYED PICK READS - WHOLE FOR
      *COUNTED STOCK, TWO IMPLIED DECIMALS FOR MEASURED STOCK
           MOVE RQ-STOCK-CODE TO STOCK-CODE.
               GO TO POST-CONFIRMED-EXIT
           END-IF.
           IF ACTUAL-PICKED = 0 GO TO POST-NOTHING-PICKED.
      *THE JOB MAY HAVE BEEN CLOSED SINCE THE REQUEST WAS RAISED -
      *THE REQUEST STAYS OPEN UNTIL IT IS CANCELLED OR THE JOB IS
      *REOPENED
           MOVE RQ-JOB-NO TO ENTERED-JOB.
           MOVE RQ-REQUESTER (1:4) TO JOB-CHECK-DEPT.
           PERFORM CHECK-JOB THRU CHECK-JOB-EXIT.
           IF JOB-REASON NOT = SPACE
               DISPLAY TERM-HIGHLIGHT-ON JOB-REASON " - SKIPPED"
                   TERM-HIGHLIGHT-OFF
               GO TO POST-CONFIRMED-EXIT.
           ADD 1 TO ISS-TRAN-NO.
           MOVE RQ-STOCK-CODE TO ISS-STOCK-CODE.
           MOVE RQ-LOCATION TO ISS-LOCATION.
           MOVE "-" TO JP-SIGN.
           MOVE ISS-ISSUE-NO TO JP-REFERENCE.
           MOVE SPACE TO JP-TO-LOCATION.
           MOVE RQ-JOB-NO TO JP-JOB-NO.
           MOVE ISS-DATE TO JP-DATE.
           MOVE OPERATOR-ID TO JP-OPERATOR-ID.
           IF NOTE-OPEN = "N"
           GO TO CHECK-BUDGET-ASK.
       CHECK-BUDGET-EXIT.
           EXIT.
      *THE DIVISION IS WATCHED AS A WHOLE AS WELL - ITS COMBINED
      *BUDGET IS THE SUM OF ITS DEPARTMENTS' BUDGETS FOR THE PERIOD.
      *GOING PAST IT IS WARNED OF BUT NOT STOPPED; THE DEPARTMENT'S
      *OWN BUDGET IS THE ONE THAT NEEDS A SUPERVISOR.  THE CHARGED
      *DEPARTMENT'S RECORD IS READ BACK AFTER THE SCAN.
       CHECK-DIVISION-BUDGET.
           MOVE CHARGE-DEPT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID GO TO CHECK-DIVISION-EXIT
           END-READ.
           IF DEPT-DIVISION = SPACE
               GO TO CHECK-DIVISION-EXIT.
           MOVE DEPT-DIVISION TO CHECK-DIVISION.
           MOVE 0 TO DIVISION-BUDGET.
           MOVE 0 TO DIVISION-SPENT.
           MOVE LOW-VALUE TO DEPT-CODE.
           START DEPT-FILE KEY NOT LESS THAN DEPT-CODE
               INVALID GO TO CHECK-DIVISION-RESTORE
           END-START.
       CHECK-DIVISION-LOOP.
           READ DEPT-FILE NEXT RECORD
               AT END GO TO CHECK-DIVISION-TEST
           END-READ.
           IF DEPT-DIVISION NOT = CHECK-DIVISION
               GO TO CHECK-DIVISION-LOOP.
           MOVE DEPT-CODE TO BG-DEPT-CODE.
           COMPUTE BG-PERIOD = BD-YYYY * 100 + BD-MM.
           READ BUDGET-FILE
               INVALID GO TO CHECK-DIVISION-LOOP
           END-READ.
           ADD BG-BUDGET-VALUE TO DIVISION-BUDGET.
           ADD BG-SPENT-VALUE TO DIVISION-SPENT.
           GO TO CHECK-DIVISION-LOOP.
       CHECK-DIVISION-TEST.
           IF DIVISION-BUDGET = 0
               GO TO CHECK-DIVISION-RESTORE.
           COMPUTE DIVISION-REMAINING =
               DIVISION-BUDGET - DIVISION-SPENT.
           MOVE DIVISION-REMAINING TO DIVISION-SHOW.
           DISPLAY "DIVISION " CHECK-DIVISION " REMAINING: "
               DIVISION-SHOW.
           IF ISSUE-VALUE > DIVISION-REMAINING
               DISPLAY TERM-HIGHLIGHT-ON "DIVISION " CHECK-DIVISION
                   " WOULD PASS ITS COMBINED BUDGET"
                   TERM-HIGHLIGHT-OFF.
       CHECK-DIVISION-RESTORE.
           MOVE CHARGE-DEPT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID CONTINUE
           END-READ.
       CHECK-DIVISION-EXIT.
           EXIT.
      *THE SPENT-TO-DATE GROWS AT COST AS THE CONFIRMED ISSUE
      *POSTS; A DEPARTMENT ISSUED AGAINST BEFORE ANY BUDGET WAS SET
      *GETS A ZERO-BUDGET RECORD SO THE ACTUALS ARE NOT LOST
                   MOVE RQ-LOCATION TO CH-LOCATION
                   MOVE SPACE TO CH-LAST-COUNT-DATE
                   MOVE 0 TO CH-LAST-COUNT-NUM
                   MOVE RECOUNT-DAYS TO CH-TARGET-DAYS
                   WRITE COUNT-HISTORY-RECORD
                       INVALID CONTINUE
                   END-WRITE
           CLOSE CONSIGN-FILE.
           CLOSE PRICE-LIST-FILE.
           CLOSE BUDGET-FILE.
           CLOSE JOB-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *AN OPTIONAL JOB NUMBER MUST BE ON STOCK.JOB, STILL OPEN,
      *AND RAISED FOR THE DEPARTMENT BEING CHARGED - A CLOSED JOB
      *TAKES NO MORE PARTS.  JOB-REASON COMES BACK SPACE WHEN THE
      *JOB WILL DO.
       CHECK-JOB.
           MOVE SPACE TO JOB-REASON.
           IF ENTERED-JOB = SPACE GO TO CHECK-JOB-EXIT.
           MOVE ENTERED-JOB TO JB-NO.
           READ JOB-FILE
               INVALID MOVE "JOB NOT ON FILE" TO JOB-REASON
           END-READ.
           IF JOB-REASON NOT = SPACE GO TO CHECK-JOB-EXIT.
           IF JB-STATUS NOT = "O"
               MOVE "JOB IS CLOSED" TO JOB-REASON
               GO TO CHECK-JOB-EXIT.
           IF JB-DEPT NOT = JOB-CHECK-DEPT
               MOVE "WRONG DEPT FOR JOB" TO JOB-REASON.
       CHECK-JOB-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
           MOVE "TRAIN.CNS" TO STOCK-CNS-FN.
           MOVE "TRAIN.PRL" TO STOCK-PRL-FN.
           MOVE "TRAIN.BUD" TO STOCK-BUD-FN.
           MOVE "TRAIN.JOB" TO STOCK-JOB-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
               MOVE 0 TO CF-BATCH-DONE
               MOVE 0 TO CF-LAST-RVRSL-NO
               MOVE 0 TO CF-LAST-GRN-NO
               MOVE SPACE TO CF-SITE-CODE
               MOVE SPACE TO CF-SITE-NAME
               GO TO WRITE-ISSUE-CONTROL-PUT.
           READ CONTROL-FILE AT END
               CLOSE CONTROL-FILE
               MOVE 0 TO CF-BATCH-DONE
               MOVE 0 TO CF-LAST-RVRSL-NO
               MOVE 0 TO CF-LAST-GRN-NO
               MOVE SPACE TO CF-SITE-CODE
               MOVE SPACE TO CF-SITE-NAME
               GO TO WRITE-ISSUE-CONTROL-PUT.
           CLOSE CONTROL-FILE.
       WRITE-ISSUE-CONTROL-PUT.
