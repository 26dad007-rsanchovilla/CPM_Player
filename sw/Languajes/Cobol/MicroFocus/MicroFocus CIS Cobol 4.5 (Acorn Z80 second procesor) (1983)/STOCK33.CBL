           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DEPT-CODE.
           SELECT DIV-FILE ASSIGN DYNAMIC STOCK-DIV-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DV-KEY
           FILE STATUS DV-FILE-STATUS.
      *PER-DEPARTMENT TOTALS ACCUMULATE ON A WORK FILE KEYED BY
      *DEPARTMENT CODE - NO CEILING ON HOW MANY BUDGET HOLDERS.
      *WHEN SUBTOTALS ARE WANTED THE DIRECTORATE AND DIVISION GO
      *IN FRONT SO THE DEPARTMENTS COME BACK IN THEIR GROUPS.
           SELECT WORK-FILE ASSIGN DYNAMIC STOCK-DCW-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DC-KEY.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-DCA-FN
           ORGANIZATION SEQUENTIAL.
           COPY "JRNREC.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  DIV-FILE; RECORD 50.
           COPY "DIVFILE.CPY".
       FD  WORK-FILE; RECORD 44.
       01  WORK-RECORD.
           02  DC-KEY.
               03  DC-DIRECTORATE PIC X(4).
               03  DC-DIVISION PIC X(4).
               03  DC-DEPARTMENT PIC X(4).
           02  DC-QUANTITY PIC S9(8).
           02  DC-VALUE PIC S9(10)V99.
           02  DC-RECHARGE PIC S9(10)V99.
           02  STOCK-DEP-FN PIC X(12) VALUE "STOCK.DEP".
           02  STOCK-DCW-FN PIC X(12) VALUE "STOCK.DCW".
           02  STOCK-DCA-FN PIC X(12) VALUE "STOCK.DCA".
           02  STOCK-DIV-FN PIC X(12) VALUE "STOCK.DIV".
       01  JR-FILE-STATUS PIC XX.
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
       01  DIV-VALUE PIC S9(12)V99 VALUE 0.
       01  DIV-RECHARGE PIC S9(12)V99 VALUE 0.
       01  DIR-VALUE PIC S9(12)V99 VALUE 0.
       01  DIR-RECHARGE PIC S9(12)V99 VALUE 0.
       01  JRN-EOF PIC X VALUE "N".
       01  WANTED-PERIOD.
           02  WP-MM PIC 99.
           02  TL-VALUE PIC -ZZZZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  TL-RECHARGE PIC -ZZZZZZZZZZ9.99.
       01  SUBTOTAL-LINE.
           02  FILLER PIC XX VALUE SPACE.
           02  SL-LEVEL PIC X(12).
           02  SL-CODE PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  SL-NAME PIC X(14).
           02  SL-VALUE PIC -ZZZZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  SL-RECHARGE PIC -ZZZZZZZZZZ9.99.
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
           DISPLAY "DEPARTMENT COST ALLOCATION REPORT".
           DISPLAY "ENTER PERIOD TO REPORT (MM/YY): ".
           ACCEPT WANTED-PERIOD.
       ASK-ROLL-UP.
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
               GO TO ASK-ROLL-UP.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               DISPLAY "NO JOURNAL ON DISK"
               GOBACK.
           OPEN INPUT STOCK-FILE.
           OPEN INPUT DEPT-FILE.
           IF ROLL-UP-LEVEL NOT = "D"
               OPEN INPUT DIV-FILE
               IF DV-FILE-STATUS = "00"
                   MOVE "Y" TO DIV-OPEN.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           COMPUTE ITEM-VALUE ROUNDED = JR-QUANTITY * HELD-COST.
           COMPUTE RECHARGE-VALUE ROUNDED =
               JR-QUANTITY * HELD-CHARGE.
           IF ROLL-UP-LEVEL NOT = "D"
               PERFORM PLACE-DEPARTMENT THRU PLACE-DEPARTMENT-EXIT.
           MOVE PLACED-DIRECTORATE TO DC-DIRECTORATE.
           MOVE PLACED-DIVISION TO DC-DIVISION.
           MOVE JR-DEPARTMENT TO DC-DEPARTMENT.
           READ WORK-FILE
               INVALID
                   MOVE PLACED-DIRECTORATE TO DC-DIRECTORATE
                   MOVE PLACED-DIVISION TO DC-DIVISION
                   MOVE JR-DEPARTMENT TO DC-DEPARTMENT
                   MOVE 0 TO DC-QUANTITY
                   MOVE 0 TO DC-VALUE
               END-COMPUTE.
       GET-ITEM-COST-EXIT.
           EXIT.
      *THE DIVISION COMES OFF THE DEPARTMENT AND THE DIRECTORATE OFF
      *THE DIVISION.  THE JOURNAL RUNS IN DATE ORDER SO THE SAME
      *DEPARTMENT TURNS UP AGAIN AND AGAIN - THE LAST ONE IS KEPT.
       PLACE-DEPARTMENT.
           IF JR-DEPARTMENT = PLACED-DEPT
               GO TO PLACE-DEPARTMENT-EXIT.
           MOVE JR-DEPARTMENT TO PLACED-DEPT.
           MOVE SPACE TO PLACED-DIVISION.
           MOVE SPACE TO PLACED-DIRECTORATE.
           MOVE JR-DEPARTMENT TO DEPT-CODE.
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
       PRINT-REPORT.
           CLOSE JOURNAL-FILE.
           CLOSE WORK-FILE.
           WRITE PRINT-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE LOW-VALUE TO DC-KEY.
           START WORK-FILE KEY NOT LESS THAN DC-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       PRINT-LOOP.
           IF MORE-RECORDS = "N" GO TO END-IT.
           READ WORK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO PRINT-LOOP.
           IF ROLL-UP-LEVEL NOT = "D"
               PERFORM CHECK-BREAKS THRU CHECK-BREAKS-EXIT
               ADD DC-VALUE TO DIV-VALUE
               ADD DC-RECHARGE TO DIV-RECHARGE.
           MOVE DC-DEPARTMENT TO DL-DEPARTMENT.
           MOVE DC-DEPARTMENT TO DEPT-CODE.
           READ DEPT-FILE
           WRITE PRINT-LINE.
           DISPLAY DETAIL-LINE.
           GO TO PRINT-LOOP.
      *A NEW DIRECTORATE CLOSES OFF THE DIVISION BEFORE IT AS WELL
       CHECK-BREAKS.
           IF FIRST-GROUP = "Y"
               MOVE "N" TO FIRST-GROUP
               GO TO CHECK-BREAKS-HOLD.
           IF ROLL-UP-LEVEL = "R"
               AND DC-DIRECTORATE NOT = HOLD-DIRECTORATE
               PERFORM PRINT-DIVISION-TOTAL THRU PRINT-DIVISION-EXIT
               PERFORM PRINT-DIRECTORATE-TOTAL
                   THRU PRINT-DIRECTORATE-EXIT
               GO TO CHECK-BREAKS-HOLD.
           IF DC-DIVISION NOT = HOLD-DIVISION
               PERFORM PRINT-DIVISION-TOTAL THRU PRINT-DIVISION-EXIT.
       CHECK-BREAKS-HOLD.
           MOVE DC-DIRECTORATE TO HOLD-DIRECTORATE.
           MOVE DC-DIVISION TO HOLD-DIVISION.
       CHECK-BREAKS-EXIT.
           EXIT.
       PRINT-DIVISION-TOTAL.
           MOVE "DIVISION" TO SL-LEVEL.
           MOVE HOLD-DIVISION TO SL-CODE.
           MOVE "(NONE)" TO SL-NAME.
           IF HOLD-DIVISION NOT = SPACE
               MOVE "V" TO DV-LEVEL
               MOVE HOLD-DIVISION TO DV-CODE
               PERFORM GET-LEVEL-NAME THRU GET-LEVEL-NAME-EXIT.
           MOVE DIV-VALUE TO SL-VALUE.
           MOVE DIV-RECHARGE TO SL-RECHARGE.
           PERFORM WRITE-SUBTOTAL THRU WRITE-SUBTOTAL-EXIT.
           ADD DIV-VALUE TO DIR-VALUE.
           ADD DIV-RECHARGE TO DIR-RECHARGE.
           MOVE 0 TO DIV-VALUE.
           MOVE 0 TO DIV-RECHARGE.
       PRINT-DIVISION-EXIT.
           EXIT.
       PRINT-DIRECTORATE-TOTAL.
           MOVE "DIRECTORATE" TO SL-LEVEL.
           MOVE HOLD-DIRECTORATE TO SL-CODE.
           MOVE "(NONE)" TO SL-NAME.
           IF HOLD-DIRECTORATE NOT = SPACE
               MOVE "R" TO DV-LEVEL
               MOVE HOLD-DIRECTORATE TO DV-CODE
               PERFORM GET-LEVEL-NAME THRU GET-LEVEL-NAME-EXIT.
           MOVE DIR-VALUE TO SL-VALUE.
           MOVE DIR-RECHARGE TO SL-RECHARGE.
           PERFORM WRITE-SUBTOTAL THRU WRITE-SUBTOTAL-EXIT.
           MOVE 0 TO DIR-VALUE.
           MOVE 0 TO DIR-RECHARGE.
       PRINT-DIRECTORATE-EXIT.
           EXIT.
       GET-LEVEL-NAME.
           MOVE SPACE TO SL-NAME.
           IF DIV-OPEN NOT = "Y"
               GO TO GET-LEVEL-NAME-EXIT.
           READ DIV-FILE
               INVALID GO TO GET-LEVEL-NAME-EXIT
           END-READ.
           MOVE DV-NAME TO SL-NAME.
       GET-LEVEL-NAME-EXIT.
           EXIT.
       WRITE-SUBTOTAL.
           MOVE SUBTOTAL-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY SUBTOTAL-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
       WRITE-SUBTOTAL-EXIT.
           EXIT.
       END-IT.
           IF ROLL-UP-LEVEL NOT = "D" AND FIRST-GROUP = "N"
               PERFORM PRINT-DIVISION-TOTAL THRU PRINT-DIVISION-EXIT.
           IF ROLL-UP-LEVEL = "R" AND FIRST-GROUP = "N"
               PERFORM PRINT-DIRECTORATE-TOTAL
                   THRU PRINT-DIRECTORATE-EXIT.
           MOVE GRAND-VALUE TO TL-VALUE.
           MOVE GRAND-RECHARGE TO TL-RECHARGE.
           MOVE SPACE TO PRINT-LINE.
           DISPLAY TOTAL-LINE.
           CLOSE STOCK-FILE.
           CLOSE DEPT-FILE.
           IF DIV-OPEN = "Y"
               CLOSE DIV-FILE.
           CLOSE WORK-FILE.
           CLOSE PRINT-FILE.
           DISPLAY SPACE.
           MOVE "TRAIN.DEP" TO STOCK-DEP-FN.
           MOVE "TRAIN.DCW" TO STOCK-DCW-FN.
           MOVE "TRAIN.DCA" TO STOCK-DCA-FN.
           MOVE "TRAIN.DIV" TO STOCK-DIV-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
