      *DEPARTMENT PER PERIOD WITH THE VARIANCE, A TOTAL PER
      *DEPARTMENT, AND AN OVERSPEND FLAGGED WHERE SPENT HAS PASSED
      *BUDGET - SO THE OVERSPEND CONVERSATION HAPPENS ON EVIDENCE.
      *THE DEPARTMENTS CAN BE GROUPED UNDER THEIR DIVISIONS, AND THE
      *DIVISIONS UNDER THEIR DIRECTORATES, WITH A TOTAL AT EACH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           ACCESS DYNAMIC
           RECORD KEY DEPT-CODE
           FILE STATUS DP-FILE-STATUS.
           SELECT DIV-FILE ASSIGN DYNAMIC STOCK-DIV-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DV-KEY
           FILE STATUS DV-FILE-STATUS.
      *THE BUDGET ROWS AGAIN WITH THE DIRECTORATE AND DIVISION IN
      *FRONT, SO THEY COME BACK IN THEIR GROUPS
           SELECT WORK-FILE ASSIGN DYNAMIC STOCK-BVW-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY BW-KEY.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-BVR-FN
           ORGANIZATION SEQUENTIAL
       FILE SECTION.
       FD  BUDGET-FILE; RECORD 30.
           COPY "BUDFILE.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  DIV-FILE; RECORD 50.
           COPY "DIVFILE.CPY".
       FD  WORK-FILE; RECORD 38.
       01  WORK-RECORD.
           02  BW-KEY.
               03  BW-DIRECTORATE PIC X(4).
               03  BW-DIVISION PIC X(4).
               03  BW-DEPT-CODE PIC X(4).
               03  BW-PERIOD PIC 9(6).
           02  BW-BUDGET-VALUE PIC 9(8)V99.
           02  BW-SPENT-VALUE PIC 9(8)V99.
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           02  STOCK-BUD-FN PIC X(12) VALUE "STOCK.BUD".
           02  STOCK-DEP-FN PIC X(12) VALUE "STOCK.DEP".
           02  STOCK-BVR-FN PIC X(12) VALUE "STOCK.BVR".
           02  STOCK-DIV-FN PIC X(12) VALUE "STOCK.DIV".
           02  STOCK-BVW-FN PIC X(12) VALUE "STOCK.BVW".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  BG-FILE-STATUS PIC XX.
       01  DP-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  DV-FILE-STATUS PIC XX.
       01  DIV-OPEN PIC X VALUE "N".
      *D - DEPARTMENT LINES ONLY, V - DIVISION SUBTOTALS AS WELL,
      *R - DIVISION AND DIRECTORATE SUBTOTALS
       01  ROLL-UP-LEVEL PIC X.
       01  PLACED-DEPT PIC X(4) VALUE LOW-VALUE.
       01  PLACED-DIVISION PIC X(4) VALUE SPACE.
       01  PLACED-DIRECTORATE PIC X(4) VALUE SPACE.
       01  FIRST-GROUP PIC X VALUE "Y".
       01  HOLD-DIVISION PIC X(4).
       01  HOLD-DIRECTORATE PIC X(4).
       01  DIV-BUDGET-TOT PIC 9(10)V99 VALUE 0.
       01  DIV-SPENT-TOT PIC 9(10)V99 VALUE 0.
       01  DIR-BUDGET-TOT PIC 9(10)V99 VALUE 0.
       01  DIR-SPENT-TOT PIC 9(10)V99 VALUE 0.
       01  RETRY-ANSWER PIC X.
       01  MORE-RECORDS PIC X VALUE "Y".
       01  RUN-DATE PIC X(10).
           02  TL-SPENT PIC ZZZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  TL-VARIANCE PIC -ZZZZZZZZ9.99.
       01  LEVEL-TOTAL-LINE.
           02  LV-LEVEL PIC X(12).
           02  LV-CODE PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  LV-NAME PIC X(10).
           02  LV-BUDGET PIC ZZZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  LV-SPENT PIC ZZZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  LV-VARIANCE PIC -ZZZZZZZZ9.99.
       01  GRAND-TOTAL-LINE.
           02  FILLER PIC X(27) VALUE "ALL DEPARTMENTS".
           02  GT-BUDGET PIC ZZZZZZZZZ9.99.
           DISPLAY SPACE.
           DISPLAY "DEPARTMENT BUDGET AGAINST ACTUAL".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           PERFORM GET-ROLL-UP THRU GET-ROLL-UP-EXIT.
           OPEN INPUT BUDGET-FILE.
           IF BG-FILE-STATUS NOT = "00"
               DISPLAY "NO BUDGET FILE ON DISK - SET BUDGETS UP"
               CLOSE DEPT-FILE
               OPEN INPUT DEPT-FILE
           END-IF.
           IF ROLL-UP-LEVEL NOT = "D"
               PERFORM BUILD-WORK-FILE THRU BUILD-WORK-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE "DEPARTMENT BUDGET AGAINST ACTUAL" TO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE 0 TO DEPT-SPENT-TOT.
           MOVE 0 TO GRAND-BUDGET-TOT.
           MOVE 0 TO GRAND-SPENT-TOT.
           IF ROLL-UP-LEVEL NOT = "D"
               GO TO REPORT-LOOP.
           MOVE LOW-VALUE TO BG-KEY.
           START BUDGET-FILE KEY NOT LESS THAN BG-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       REPORT-LOOP.
           IF MORE-RECORDS = "N" GO TO REPORT-DONE.
           IF ROLL-UP-LEVEL NOT = "D"
               GO TO REPORT-READ-WORK.
           READ BUDGET-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO REPORT-LOOP.
           GO TO REPORT-RECORD.
      *THE GROUPED ROWS GO BACK INTO THE BUDGET RECORD SO THEY PRINT
      *JUST AS THE PLAIN ONES DO
       REPORT-READ-WORK.
           READ WORK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO REPORT-LOOP.
           MOVE BW-DEPT-CODE TO BG-DEPT-CODE.
           MOVE BW-PERIOD TO BG-PERIOD.
           MOVE BW-BUDGET-VALUE TO BG-BUDGET-VALUE.
           MOVE BW-SPENT-VALUE TO BG-SPENT-VALUE.
           PERFORM CHECK-BREAKS THRU CHECK-BREAKS-EXIT.
       REPORT-RECORD.
           IF BG-DEPT-CODE NOT = HOLD-DEPT
               PERFORM PRINT-DEPT-TOTAL THRU PRINT-DEPT-EXIT
               MOVE BG-DEPT-CODE TO HOLD-DEPT.
           GO TO REPORT-LOOP.
       REPORT-DONE.
           PERFORM PRINT-DEPT-TOTAL THRU PRINT-DEPT-EXIT.
           IF ROLL-UP-LEVEL NOT = "D" AND FIRST-GROUP = "N"
               PERFORM PRINT-DIVISION-TOTAL THRU PRINT-DIVISION-EXIT.
           IF ROLL-UP-LEVEL = "R" AND FIRST-GROUP = "N"
               PERFORM PRINT-DIRECTORATE-TOTAL
                   THRU PRINT-DIRECTORATE-EXIT.
           MOVE GRAND-BUDGET-TOT TO GT-BUDGET.
           MOVE GRAND-SPENT-TOT TO GT-SPENT.
           COMPUTE GRAND-VARIANCE =
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE BUDGET-FILE.
           CLOSE DEPT-FILE.
           IF DIV-OPEN = "Y"
               CLOSE DIV-FILE.
           IF ROLL-UP-LEVEL NOT = "D"
               CLOSE WORK-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "REPORT IS ON STOCK.BVR".
           DISPLAY SPACE.
           ADD BG-SPENT-VALUE TO DEPT-SPENT-TOT.
           ADD BG-BUDGET-VALUE TO GRAND-BUDGET-TOT.
           ADD BG-SPENT-VALUE TO GRAND-SPENT-TOT.
           ADD BG-BUDGET-VALUE TO DIV-BUDGET-TOT.
           ADD BG-SPENT-VALUE TO DIV-SPENT-TOT.
       PRINT-DETAIL-EXIT.
           EXIT.
      *A TOTAL ROW CLOSES EACH DEPARTMENT, NAMED OFF THE
           MOVE 0 TO DEPT-SPENT-TOT.
       PRINT-DEPT-EXIT.
           EXIT.
      *A NEW DIVISION CLOSES THE LAST DEPARTMENT BEFORE ITS OWN
      *TOTAL, AND A NEW DIRECTORATE CLOSES THE DIVISION AS WELL
       CHECK-BREAKS.
           IF FIRST-GROUP = "Y"
               MOVE "N" TO FIRST-GROUP
               GO TO CHECK-BREAKS-HOLD.
           IF ROLL-UP-LEVEL = "R"
               AND BW-DIRECTORATE NOT = HOLD-DIRECTORATE
               PERFORM PRINT-DEPT-TOTAL THRU PRINT-DEPT-EXIT
               PERFORM PRINT-DIVISION-TOTAL THRU PRINT-DIVISION-EXIT
               PERFORM PRINT-DIRECTORATE-TOTAL
                   THRU PRINT-DIRECTORATE-EXIT
               GO TO CHECK-BREAKS-HOLD.
           IF BW-DIVISION NOT = HOLD-DIVISION
               PERFORM PRINT-DEPT-TOTAL THRU PRINT-DEPT-EXIT
               PERFORM PRINT-DIVISION-TOTAL THRU PRINT-DIVISION-EXIT.
       CHECK-BREAKS-HOLD.
           MOVE BW-DIRECTORATE TO HOLD-DIRECTORATE.
           MOVE BW-DIVISION TO HOLD-DIVISION.
       CHECK-BREAKS-EXIT.
           EXIT.
       PRINT-DIVISION-TOTAL.
           MOVE "DIVISION" TO LV-LEVEL.
           MOVE HOLD-DIVISION TO LV-CODE.
           MOVE "(NONE)" TO LV-NAME.
           IF HOLD-DIVISION NOT = SPACE
               MOVE "V" TO DV-LEVEL
               MOVE HOLD-DIVISION TO DV-CODE
               PERFORM GET-LEVEL-NAME THRU GET-LEVEL-NAME-EXIT.
           MOVE DIV-BUDGET-TOT TO LV-BUDGET.
           MOVE DIV-SPENT-TOT TO LV-SPENT.
           COMPUTE GRAND-VARIANCE =
               DIV-BUDGET-TOT - DIV-SPENT-TOT.
           MOVE GRAND-VARIANCE TO LV-VARIANCE.
           PERFORM PRINT-LEVEL-LINE THRU PRINT-LEVEL-EXIT.
           ADD DIV-BUDGET-TOT TO DIR-BUDGET-TOT.
           ADD DIV-SPENT-TOT TO DIR-SPENT-TOT.
           MOVE 0 TO DIV-BUDGET-TOT.
           MOVE 0 TO DIV-SPENT-TOT.
       PRINT-DIVISION-EXIT.
           EXIT.
       PRINT-DIRECTORATE-TOTAL.
           MOVE "DIRECTORATE" TO LV-LEVEL.
           MOVE HOLD-DIRECTORATE TO LV-CODE.
           MOVE "(NONE)" TO LV-NAME.
           IF HOLD-DIRECTORATE NOT = SPACE
               MOVE "R" TO DV-LEVEL
               MOVE HOLD-DIRECTORATE TO DV-CODE
               PERFORM GET-LEVEL-NAME THRU GET-LEVEL-NAME-EXIT.
           MOVE DIR-BUDGET-TOT TO LV-BUDGET.
           MOVE DIR-SPENT-TOT TO LV-SPENT.
           COMPUTE GRAND-VARIANCE =
               DIR-BUDGET-TOT - DIR-SPENT-TOT.
           MOVE GRAND-VARIANCE TO LV-VARIANCE.
           PERFORM PRINT-LEVEL-LINE THRU PRINT-LEVEL-EXIT.
           MOVE 0 TO DIR-BUDGET-TOT.
           MOVE 0 TO DIR-SPENT-TOT.
       PRINT-DIRECTORATE-EXIT.
           EXIT.
       GET-LEVEL-NAME.
           MOVE SPACE TO LV-NAME.
           IF DIV-OPEN NOT = "Y"
               GO TO GET-LEVEL-NAME-EXIT.
           READ DIV-FILE
               INVALID GO TO GET-LEVEL-NAME-EXIT
           END-READ.
           MOVE DV-NAME TO LV-NAME.
       GET-LEVEL-NAME-EXIT.
           EXIT.
       PRINT-LEVEL-LINE.
           MOVE LEVEL-TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY LEVEL-TOTAL-LINE.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       PRINT-LEVEL-EXIT.
           EXIT.
      *EVERY BUDGET ROW IS COPIED TO THE WORK FILE UNDER ITS
      *DEPARTMENT'S DIVISION - AND THE DIVISION'S DIRECTORATE WHEN
      *THAT LEVEL IS WANTED.  A DEPARTMENT NOT YET PLACED GROUPS
      *UNDER A BLANK DIVISION, SHOWN AS (NONE).
       BUILD-WORK-FILE.
           OPEN INPUT DIV-FILE.
           IF DV-FILE-STATUS = "00"
               MOVE "Y" TO DIV-OPEN.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           MOVE LOW-VALUE TO BG-KEY.
           START BUDGET-FILE KEY NOT LESS THAN BG-KEY
               INVALID GO TO BUILD-WORK-DONE.
       BUILD-WORK-LOOP.
           READ BUDGET-FILE NEXT RECORD
               AT END GO TO BUILD-WORK-DONE.
           PERFORM PLACE-DEPARTMENT THRU PLACE-DEPARTMENT-EXIT.
           MOVE PLACED-DIRECTORATE TO BW-DIRECTORATE.
           MOVE PLACED-DIVISION TO BW-DIVISION.
           MOVE BG-DEPT-CODE TO BW-DEPT-CODE.
           MOVE BG-PERIOD TO BW-PERIOD.
           MOVE BG-BUDGET-VALUE TO BW-BUDGET-VALUE.
           MOVE BG-SPENT-VALUE TO BW-SPENT-VALUE.
           WRITE WORK-RECORD
               INVALID CONTINUE
           END-WRITE.
           GO TO BUILD-WORK-LOOP.
       BUILD-WORK-DONE.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           MOVE LOW-VALUE TO BW-KEY.
           START WORK-FILE KEY NOT LESS THAN BW-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       BUILD-WORK-EXIT.
           EXIT.
      *THE BUDGET FILE RUNS IN DEPARTMENT ORDER, SO EACH DEPARTMENT
      *IS LOOKED UP ONCE AND KEPT FOR ALL ITS PERIODS
       PLACE-DEPARTMENT.
           IF BG-DEPT-CODE = PLACED-DEPT
               GO TO PLACE-DEPARTMENT-EXIT.
           MOVE BG-DEPT-CODE TO PLACED-DEPT.
           MOVE SPACE TO PLACED-DIVISION.
           MOVE SPACE TO PLACED-DIRECTORATE.
           MOVE BG-DEPT-CODE TO DEPT-CODE.
           READ DEPT-FILE
               INVALID GO TO PLACE-DEPARTMENT-EXIT
           END-READ.
           MOVE DEPT-DIVISION TO PLACED-DIVISION.
           IF ROLL-UP-LEVEL NOT = "R" OR DIV-OPEN NOT = "Y"
               OR PLACED-DIVISION = SPACE
               GO TO PLACE-DEPARTMENT-EXIT.
           MOVE "V" TO DV-LEVEL.
           MOVE PLACED-DIVISION TO DV-CODE.
           READ DIV-FILE
               INVALID GO TO PLACE-DEPARTMENT-EXIT
           END-READ.
           MOVE DV-PARENT TO PLACED-DIRECTORATE.
       PLACE-DEPARTMENT-EXIT.
           EXIT.
       GET-ROLL-UP.
           DISPLAY "(D) DEPARTMENT LINES ONLY, (V) WITH DIVISION".
           DISPLAY "SUBTOTALS, (R) WITH DIVISION AND DIRECTORATE".
           DISPLAY "SUBTOTALS (BLANK = D): ".
           MOVE SPACE TO ROLL-UP-LEVEL.
           ACCEPT ROLL-UP-LEVEL.
           IF ROLL-UP-LEVEL = SPACE OR ROLL-UP-LEVEL = "d"
               MOVE "D" TO ROLL-UP-LEVEL.
           IF ROLL-UP-LEVEL = "v" MOVE "V" TO ROLL-UP-LEVEL.
           IF ROLL-UP-LEVEL = "r" MOVE "R" TO ROLL-UP-LEVEL.
           IF ROLL-UP-LEVEL NOT = "D" AND ROLL-UP-LEVEL NOT = "V"
               AND ROLL-UP-LEVEL NOT = "R"
               DISPLAY "INVALID CHOICE, TRY AGAIN."
               GO TO GET-ROLL-UP.
       GET-ROLL-UP-EXIT.
           EXIT.
      *EVERY PRINTED LINE GOES THROUGH THE SHARED REPORT-FORMAT
      *SUBPROGRAM, WHICH HANDS BACK THE PAGE-HEADING LINES WHENEVER
      *A PAGE FILLS - THIS PARAGRAPH WRITES WHATEVER CAME BACK
           MOVE "TRAIN.BUD" TO STOCK-BUD-FN.
           MOVE "TRAIN.DEP" TO STOCK-DEP-FN.
           MOVE "TRAIN.BVR" TO STOCK-BVR-FN.
           MOVE "TRAIN.DIV" TO STOCK-DIV-FN.
           MOVE "TRAIN.BVW" TO STOCK-BVW-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
