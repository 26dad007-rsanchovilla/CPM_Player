           ACCESS DYNAMIC
           RECORD KEY LOT-KEY
           FILE STATUS LT-FILE-STATUS.
           SELECT LOT-DRAW-FILE ASSIGN DYNAMIC STOCK-LTD-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LD-KEY
           FILE STATUS LD-FILE-STATUS.
           SELECT KIT-FILE ASSIGN DYNAMIC STOCK-KIT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           ASSIGN DYNAMIC STOCK-INT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS IN-STATUS.
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
           02  AL-DATE PIC X(10).
       FD  BACK-ORDER-FILE; RECORD 56.
           COPY "BKORDER.CPY".
       FD  LOT-FILE; RECORD 64.
           COPY "LOTFILE.CPY".
       FD  LOT-DRAW-FILE; RECORD 64.
           COPY "LTDFILE.CPY".
       FD  KIT-FILE; RECORD 24.
           COPY "KITFILE.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  LOC-FILE; RECORD 60.
           COPY "LOCFILE.CPY".
       FD  DSP-CONTROL-FILE; RECORD 8.
       01  DSP-CONTROL-RECORD.
           COPY "INTFILE.CPY".
       FD  BUDGET-FILE; RECORD 30.
           COPY "BUDFILE.CPY".
       FD  JOB-FILE; RECORD 80.
           COPY "JOBFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
           02  STOCK-ALR-FN PIC X(12) VALUE "STOCK.ALR".
           02  STOCK-BKO-FN PIC X(12) VALUE "STOCK.BKO".
           02  STOCK-LOT-FN PIC X(12) VALUE "STOCK.LOT".
           02  STOCK-LTD-FN PIC X(12) VALUE "STOCK.LTD".
           02  STOCK-KIT-FN PIC X(12) VALUE "STOCK.KIT".
           02  STOCK-DEP-FN PIC X(12) VALUE "STOCK.DEP".
           02  STOCK-LOC-FN PIC X(12) VALUE "STOCK.LOC".
           02  STOCK-NTS-FN PIC X(12) VALUE "STOCK.NTS".
           02  STOCK-INT-FN PIC X(12) VALUE "STOCK.INT".
           02  STOCK-BUD-FN PIC X(12) VALUE "STOCK.BUD".
           02  STOCK-JOB-FN PIC X(12) VALUE "STOCK.JOB".
       01  NT-FILE-STATUS PIC XX.
       01  BG-FILE-STATUS PIC XX.
       01  JB-FILE-STATUS PIC XX.
       01  ENTERED-JOB PIC X(4).
       01  JOB-CHECK-DEPT PIC X(4).
       01  JOB-REASON PIC X(20).
       01  DEC-QTY-X PIC X(8).
       01  DEC-QTY-9 REDEFINES DEC-QTY-X PIC 9(6)V99.
       01  CHARGE-DEPT PIC X(4).
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
      *TYPING "?" AT A COVERED PROMPT SHOWS ITS HELP LINES OFF
      *STOCK.HLP AND RE-ISSUES THE PROMPT
           COPY "HLPREQ.CPY".
           COPY "CHKREQ.CPY".
       01  IN-STATUS PIC XX.
       01  CF-STATUS PIC XX.
       COPY "TERMPROF.CPY".
       01  BK-ANSWER PIC X.
       01  BK-NEXT-SEQ PIC 9(4).
       01  LT-FILE-STATUS PIC XX.
       01  LD-FILE-STATUS PIC XX.
       01  LD-NEXT-SEQ PIC 9(4).
       01  LOT-REMAINING PIC 9(6)V99.
       01  LOT-DRAWN PIC 9(6)V99.
       01  OLDEST-FOUND PIC X.
           02  LOCATION-HDNG PIC X(23) VALUE "LOCATION         <    >".
           02  UOM-HDNG PIC X(20) VALUE "UNIT OF MEASURE  < >".
           02  DEPT-HDNG PIC X(21) VALUE "DEPARTMENT     <    >".
           02  JOB-HDNG PIC X(21) VALUE "JOB NO (OPT)   <    >".
       01  STOCK-ISSUE REDEFINES STOCK-OUTWARD-FORM.
           02  FILLER PIC X(178).
           02  SI-STOCK-CODE PIC X(8).
           02  FILLER PIC X(16).
           02  SI-DEPARTMENT PIC X(4).
           02  FILLER PIC X(1).
           02  FILLER PIC X(16).
           02  SI-JOB-NO PIC X(4).
           02  FILLER PIC X(1).
       01  CONFIRM-MSG REDEFINES STOCK-OUTWARD-FORM.
           02  FILLER PIC X(184).
           02  CM-STOCK-DESCRIPT PIC X(20).
               CLOSE LOT-FILE
               OPEN I-O LOT-FILE
           END-IF.
           OPEN I-O LOT-DRAW-FILE.
           IF LD-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOT-DRAW-FILE
               CLOSE LOT-DRAW-FILE
               OPEN I-O LOT-DRAW-FILE
           END-IF.
           OPEN INPUT KIT-FILE.
           IF KT-FILE-STATUS NOT = "00"
               OPEN OUTPUT KIT-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           OPEN INPUT JOB-FILE.
           IF JB-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOB-FILE
               CLOSE JOB-FILE
               OPEN INPUT JOB-FILE
           END-IF.
           DISPLAY SPACE.
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           PERFORM READ-ISSUE-CONTROL THRU READ-ISSUE-CONTROL-EXIT.
       GET-INPUT.
           ACCEPT STOCK-ISSUE.
           IF SI-STOCK-CODE = SPACE GO TO END-IT.
      *A CODE WHOSE CHECK CHARACTER FAILS IS A KEYING SLIP, WHETHER
      *OR NOT IT HAPPENS TO BE ON FILE
           MOVE "V" TO CK-FUNCTION.
           MOVE "S" TO CK-KIND.
           MOVE SI-STOCK-CODE TO CK-CODE.
           CALL "CHECK-CHARACTER" USING CHECK-REQ-BLOCK.
           IF CK-RESULT NOT = "Y" GO TO BAD-CHECK-CODE.
           IF SI-NO-OF-UNITS NOT NUMERIC GO TO INVALID-ENTRY.
           MOVE SI-DATE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           READ DEPT-FILE; INVALID GO TO INVALID-DEPT.
           MOVE SI-LOCATION TO LOC-CODE.
           READ LOC-FILE; INVALID GO TO INVALID-LOC.
      *PARTS FOR A MAINTENANCE JOB NAME THE JOB - IT MUST BE OPEN
      *AND BELONG TO THE DEPARTMENT BEING CHARGED
           MOVE SI-JOB-NO TO ENTERED-JOB.
           MOVE SI-DEPARTMENT TO JOB-CHECK-DEPT.
           PERFORM CHECK-JOB THRU CHECK-JOB-EXIT.
           IF JOB-REASON NOT = SPACE GO TO INVALID-JOB.
      *REMEMBER WHETHER THIS BIN HOLDS THE SUPPLIER'S OWN STOCK -
      *AN ISSUE FROM IT BECOMES MONEY WE OWE THEM
           IF LOC-CONSIGN-FLAG = "Y"
      *AN ISSUE THAT WOULD BREACH THE PERIOD BUDGET NEEDS A
      *SUPERVISOR TO WAVE IT THROUGH
           PERFORM CHECK-DEPT-BUDGET THRU CHECK-BUDGET-EXIT.
           IF BUDGET-OK NOT = "N"
               PERFORM CHECK-DIVISION-BUDGET THRU CHECK-DIVISION-EXIT.
           IF BUDGET-OK = "N"
               MOVE SPACE TO CONFIRM-MSG
               MOVE "MM/DD/YYYY" TO SI-DATE
           MOVE "-" TO JP-SIGN.
           MOVE ISS-ISSUE-NO TO JP-REFERENCE.
           MOVE SPACE TO JP-TO-LOCATION.
           MOVE SI-JOB-NO TO JP-JOB-NO.
           MOVE ISS-DATE TO JP-DATE.
           MOVE OPERATOR-ID TO JP-OPERATOR-ID.
           MOVE 0 TO JP-GRN-NO.
           REWRITE LOT-RECORD.
           DISPLAY "PICK " LOT-DRAWN " FROM LOT " LT-LOT-NO
               " EXPIRY " LT-EXPIRY-DATE.
           PERFORM RECORD-LOT-DRAW THRU RECORD-LOT-DRAW-EXIT.
           GO TO DRAW-LOTS-NEXT.
       DRAW-LOTS-EXIT.
           EXIT.
      *EACH DRAW IS KEPT AGAINST ITS LOT WITH THE DEPARTMENT AND THE
      *DISPATCH NOTE, SO A SUPPLIER'S RECALL CAN FIND EVERY UNIT
       RECORD-LOT-DRAW.
           MOVE 0 TO LD-NEXT-SEQ.
           MOVE LT-STOCK-CODE TO LD-STOCK-CODE.
           MOVE LT-LOCATION TO LD-LOCATION.
           MOVE LT-LOT-NO TO LD-LOT-NO.
           MOVE 0 TO LD-SEQ.
           START LOT-DRAW-FILE KEY NOT LESS THAN LD-KEY
               INVALID GO TO RECORD-LOT-DRAW-WRITE
           END-START.
       RECORD-LOT-DRAW-SCAN.
           READ LOT-DRAW-FILE NEXT RECORD
               AT END GO TO RECORD-LOT-DRAW-WRITE
           END-READ.
           IF LD-STOCK-CODE NOT = LT-STOCK-CODE
               OR LD-LOCATION NOT = LT-LOCATION
               OR LD-LOT-NO NOT = LT-LOT-NO
               GO TO RECORD-LOT-DRAW-WRITE.
           MOVE LD-SEQ TO LD-NEXT-SEQ.
           GO TO RECORD-LOT-DRAW-SCAN.
       RECORD-LOT-DRAW-WRITE.
           MOVE SPACE TO LOT-DRAW-RECORD.
           MOVE LT-STOCK-CODE TO LD-STOCK-CODE.
           MOVE LT-LOCATION TO LD-LOCATION.
           MOVE LT-LOT-NO TO LD-LOT-NO.
           ADD 1 TO LD-NEXT-SEQ.
           MOVE LD-NEXT-SEQ TO LD-SEQ.
           MOVE ISS-DEPARTMENT TO LD-DEPARTMENT.
           MOVE LOT-DRAWN TO LD-QUANTITY.
           MOVE ISS-DATE TO LD-DATE.
           MOVE ISS-TRAN-NO TO LD-TRAN-NO.
           MOVE DISPATCH-NO TO LD-DISPATCH-NO.
           WRITE LOT-DRAW-RECORD
               INVALID DISPLAY TERM-HIGHLIGHT-ON
                   "LOT DRAW FILE I/O ERROR, STATUS: " LD-FILE-STATUS
                   TERM-HIGHLIGHT-OFF
           END-WRITE.
       RECORD-LOT-DRAW-EXIT.
           EXIT.
       FIND-OLDEST-LOT.
           MOVE "N" TO OLDEST-FOUND.
           MOVE 99999999 TO OLDEST-EXPIRY.
                   GO TO FIND-OLDEST-LOOP
               END-IF
           END-IF.
      *A LOT FROZEN UNDER A SUPPLIER RECALL IS NEVER ISSUED
           IF LT-STATUS = "F" GO TO FIND-OLDEST-LOOP.
           IF LT-QUANTITY > 0 AND LT-EXPIRY-NUM < OLDEST-EXPIRY
               MOVE "Y" TO OLDEST-FOUND
               MOVE LT-EXPIRY-NUM TO OLDEST-EXPIRY
           MOVE "INVALID CODE" TO ERR-TXT.
           DISPLAY TERM-HIGHLIGHT-ON ERROR-MSG TERM-HIGHLIGHT-OFF.
           GO TO GET-INPUT.
       BAD-CHECK-CODE.
           MOVE "CHECK CHAR WRONG" TO ERR-TXT.
           DISPLAY TERM-HIGHLIGHT-ON ERROR-MSG TERM-HIGHLIGHT-OFF.
           GO TO GET-INPUT.
       INVALID-DEPT.
           MOVE "INVALID DEPARTMENT" TO ERR-TXT.
           DISPLAY TERM-HIGHLIGHT-ON ERROR-MSG TERM-HIGHLIGHT-OFF.
           MOVE "INVALID LOCATION" TO ERR-TXT.
           DISPLAY TERM-HIGHLIGHT-ON ERROR-MSG TERM-HIGHLIGHT-OFF.
           GO TO GET-INPUT.
       INVALID-JOB.
           MOVE JOB-REASON TO ERR-TXT.
           DISPLAY TERM-HIGHLIGHT-ON ERROR-MSG TERM-HIGHLIGHT-OFF.
           GO TO GET-INPUT.
       END-IT.
           IF NOTE-OPEN = "Y"
               PERFORM CLOSE-DISPATCH-NOTE THRU CLOSE-NOTE-EXIT.
           CLOSE ALERT-FILE.
           CLOSE BACK-ORDER-FILE.
           CLOSE LOT-FILE.
           CLOSE LOT-DRAW-FILE.
           CLOSE KIT-FILE.
           CLOSE DEPT-FILE.
           CLOSE LOC-FILE.
           CLOSE PRICE-LIST-FILE.
           CLOSE NOTE-FILE.
           CLOSE BUDGET-FILE.
           CLOSE JOB-FILE.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
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
      *THE SPENT-TO-DATE GROWS AT COST AS THE ISSUE POSTS; A
      *DEPARTMENT ISSUED AGAINST BEFORE ANY BUDGET WAS SET GETS A
      *ZERO-BUDGET RECORD SO THE ACTUALS ARE NOT LOST
           DISPLAY "DISPATCH NOTE " DISPATCH-NO " IS ON STOCK.DSP".
       CLOSE-NOTE-EXIT.
           EXIT.
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
           MOVE "TRAIN.ALR" TO STOCK-ALR-FN.
           MOVE "TRAIN.BKO" TO STOCK-BKO-FN.
           MOVE "TRAIN.LOT" TO STOCK-LOT-FN.
           MOVE "TRAIN.LTD" TO STOCK-LTD-FN.
           MOVE "TRAIN.KIT" TO STOCK-KIT-FN.
           MOVE "TRAIN.DEP" TO STOCK-DEP-FN.
           MOVE "TRAIN.LOC" TO STOCK-LOC-FN.
           MOVE "TRAIN.NTS" TO STOCK-NTS-FN.
           MOVE "TRAIN.INT" TO STOCK-INT-FN.
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
