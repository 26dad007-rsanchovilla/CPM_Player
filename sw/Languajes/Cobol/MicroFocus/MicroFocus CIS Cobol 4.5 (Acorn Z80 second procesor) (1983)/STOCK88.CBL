      *MAKES ON INTERNAL RECHARGING NOW THAT ISSUES CAN GO OUT AT
      *SELLING PRICE OR COST-PLUS.  TYPE D RETURNS NET OFF BOTH
      *SIDES THE SAME WAY THE COST REPORT NETS THEM.
      *THE FIGURES COME OFF THE DAILY MOVEMENT SUMMARY ON STOCK.MSM,
      *VALUED WHEN EACH ISSUE WAS POSTED, SO A LATER COST OR PRICE
      *CHANGE NO LONGER RE-PRICES A PAST PERIOD.
      *THE DEPARTMENTS CAN BE GROUPED UNDER THEIR DIVISIONS, AND THE
      *DIVISIONS UNDER THEIR DIRECTORATES, WITH A TOTAL AT EACH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN DYNAMIC STOCK-MSM-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY MS-KEY
           FILE STATUS MS-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN DYNAMIC STOCK-DEP-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DEPT-CODE
           FILE STATUS DP-FILE-STATUS.
           SELECT DIV-FILE ASSIGN DYNAMIC STOCK-DIV-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DV-KEY
           FILE STATUS DV-FILE-STATUS.
      *THE DEPARTMENT TOTALS AGAIN WITH THE DIRECTORATE AND DIVISION
      *IN FRONT, SO THEY COME BACK IN THEIR GROUPS
           SELECT WORK-FILE ASSIGN DYNAMIC STOCK-MGW-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY MW-KEY.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-MGN-FN
           ORGANIZATION SEQUENTIAL
      /
       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE; RECORD 72.
           COPY "MSMFILE.CPY".
       FD  DEPT-FILE; RECORD 100.
           COPY "DEPTFILE.CPY".
       FD  DIV-FILE; RECORD 50.
           COPY "DIVFILE.CPY".
       FD  WORK-FILE; RECORD 36.
       01  WORK-RECORD.
           02  MW-KEY.
               03  MW-DIRECTORATE PIC X(4).
               03  MW-DIVISION PIC X(4).
               03  MW-DEPT PIC X(4).
           02  MW-COST PIC S9(10)V99.
           02  MW-CHARGE PIC S9(10)V99.
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-MSM-FN PIC X(12) VALUE "STOCK.MSM".
           02  STOCK-MGN-FN PIC X(12) VALUE "STOCK.MGN".
           02  STOCK-DEP-FN PIC X(12) VALUE "STOCK.DEP".
           02  STOCK-DIV-FN PIC X(12) VALUE "STOCK.DIV".
           02  STOCK-MGW-FN PIC X(12) VALUE "STOCK.MGW".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  MS-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  DP-FILE-STATUS PIC XX.
       01  DV-FILE-STATUS PIC XX.
       01  DEPT-OPEN PIC X VALUE "N".
       01  DIV-OPEN PIC X VALUE "N".
      *D - DEPARTMENT LINES ONLY, V - DIVISION SUBTOTALS AS WELL,
      *R - DIVISION AND DIRECTORATE SUBTOTALS
       01  ROLL-UP-LEVEL PIC X.
       01  WORK-EOF PIC X VALUE "N".
       01  FIRST-GROUP PIC X VALUE "Y".
       01  HOLD-DIVISION PIC X(4).
       01  HOLD-DIRECTORATE PIC X(4).
       01  DIV-COST PIC S9(12)V99 VALUE 0.
       01  DIV-CHARGE PIC S9(12)V99 VALUE 0.
       01  DIR-COST PIC S9(12)V99 VALUE 0.
       01  DIR-CHARGE PIC S9(12)V99 VALUE 0.
       01  RETRY-ANSWER PIC X.
       01  JRN-EOF PIC X VALUE "N".
       01  RUN-DATE PIC X(10).
           02  WP-MM PIC 99.
           02  FILLER PIC X.
           02  WP-YYYY PIC 9999.
       01  COST-VALUE PIC S9(10)V99.
       01  CHARGE-VALUE PIC S9(10)V99.
       01  MARGIN-VALUE PIC S9(10)V99.
      *ONE SLOT PER DEPARTMENT AND PER CATEGORY PREFIX, FILLED ON
      *THE ONE PASS OF THE SUMMARY AND PRINTED AT THE END
       01  DEP-COUNT PIC 99 VALUE 0.
       01  DEP-IX PIC 99.
       01  DEP-TABLE.
           02  TL-CHARGE PIC -ZZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  TL-MARGIN PIC -ZZZZZZZZ9.99.
       01  LEVEL-TOTAL-LINE.
           02  LV-CODE PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  LV-COST PIC -ZZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  LV-CHARGE PIC -ZZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  LV-MARGIN PIC -ZZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  LV-LEVEL PIC X(12).
           02  LV-NAME PIC X(17).
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
           DISPLAY "INTERNAL RECHARGE MARGIN REPORT".
           DISPLAY "ENTER PERIOD TO REPORT (MM/YYYY): ".
           ACCEPT WANTED-PERIOD.
           PERFORM GET-ROLL-UP THRU GET-ROLL-UP-EXIT.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           OPEN INPUT SUMMARY-FILE.
           IF MS-FILE-STATUS NOT = "00"
               DISPLAY "NO MOVEMENT SUMMARY ON DISK"
               GOBACK.
           MOVE LOW-VALUE TO MS-KEY.
           MOVE WP-YYYY TO MS-DATE-NUM (1:4).
           MOVE WP-MM TO MS-DATE-NUM (5:2).
           MOVE "00" TO MS-DATE-NUM (7:2).
           START SUMMARY-FILE KEY NOT LESS THAN MS-KEY
               INVALID MOVE "Y" TO JRN-EOF.
       SCAN-LOOP.
           IF JRN-EOF = "Y" GO TO PRINT-REPORT.
           READ SUMMARY-FILE NEXT RECORD
               AT END MOVE "Y" TO JRN-EOF
               GO TO SCAN-LOOP.
           IF MS-DATE-NUM (1:4) NOT = WP-YYYY
               OR MS-DATE-NUM (5:2) NOT = WP-MM
               MOVE "Y" TO JRN-EOF
               GO TO SCAN-LOOP.
           IF MS-TYPE NOT = "I" AND MS-TYPE NOT = "D"
               GO TO SCAN-LOOP.
           PERFORM VALUE-THE-ROW THRU VALUE-ROW-EXIT.
           PERFORM POST-DEPARTMENT THRU POST-DEPARTMENT-EXIT.
           ADD COST-VALUE TO GRAND-COST.
           ADD CHARGE-VALUE TO GRAND-CHARGE.
           GO TO SCAN-LOOP.
      *COST AND CHARGE WERE FIXED WHEN THE ROWS WERE POSTED - THE
      *CHARGE AT THE ISSUING DEPARTMENT'S BASIS THEN.  A TYPE D
      *RETURN CARRIES BOTH FIGURES NEGATIVE.
       VALUE-THE-ROW.
           MOVE MS-COST-VALUE TO COST-VALUE.
           MOVE MS-CHARGE-VALUE TO CHARGE-VALUE.
           IF MS-TYPE = "D"
               COMPUTE COST-VALUE = 0 - COST-VALUE
               COMPUTE CHARGE-VALUE = 0 - CHARGE-VALUE.
       VALUE-ROW-EXIT.
       POST-DEPARTMENT-LOOP.
           ADD 1 TO DEP-IX.
           IF DEP-IX > DEP-COUNT GO TO POST-DEPARTMENT-NEW.
           IF DT-DEPT (DEP-IX) = MS-DEPARTMENT
               GO TO POST-DEPARTMENT-ADD.
           GO TO POST-DEPARTMENT-LOOP.
       POST-DEPARTMENT-NEW.
           IF DEP-COUNT NOT < 40 GO TO POST-DEPARTMENT-EXIT.
           ADD 1 TO DEP-COUNT.
           MOVE DEP-COUNT TO DEP-IX.
           MOVE MS-DEPARTMENT TO DT-DEPT (DEP-IX).
           MOVE 0 TO DT-COST (DEP-IX).
           MOVE 0 TO DT-CHARGE (DEP-IX).
       POST-DEPARTMENT-ADD.
       POST-CATEGORY-LOOP.
           ADD 1 TO CAT-IX.
           IF CAT-IX > CAT-COUNT GO TO POST-CATEGORY-NEW.
           IF CT-PREFIX (CAT-IX) = MS-CATEGORY
               GO TO POST-CATEGORY-ADD.
           GO TO POST-CATEGORY-LOOP.
       POST-CATEGORY-NEW.
           IF CAT-COUNT NOT < 40 GO TO POST-CATEGORY-EXIT.
           ADD 1 TO CAT-COUNT.
           MOVE CAT-COUNT TO CAT-IX.
           MOVE MS-CATEGORY TO CT-PREFIX (CAT-IX).
           MOVE 0 TO CT-COST (CAT-IX).
           MOVE 0 TO CT-CHARGE (CAT-IX).
       POST-CATEGORY-ADD.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           IF ROLL-UP-LEVEL NOT = "D"
               GO TO PRINT-GROUPED.
           MOVE 0 TO DEP-IX.
       PRINT-DEP-LOOP.
           ADD 1 TO DEP-IX.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY DETAIL-LINE.
           GO TO PRINT-DEP-LOOP.
      *THE DEPARTMENT TOTALS GO OUT TO THE WORK FILE UNDER THEIR
      *DIVISION AND DIRECTORATE AND COME BACK IN THEIR GROUPS
       PRINT-GROUPED.
           PERFORM BUILD-WORK-FILE THRU BUILD-WORK-EXIT.
       PRINT-GROUPED-LOOP.
           IF WORK-EOF = "Y" GO TO PRINT-GROUPED-END.
           READ WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WORK-EOF
               GO TO PRINT-GROUPED-LOOP.
           PERFORM CHECK-BREAKS THRU CHECK-BREAKS-EXIT.
           MOVE MW-DEPT TO DL-KEY.
           MOVE MW-COST TO DL-COST.
           MOVE MW-CHARGE TO DL-CHARGE.
           COMPUTE MARGIN-VALUE = MW-CHARGE - MW-COST.
           MOVE MARGIN-VALUE TO DL-MARGIN.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY DETAIL-LINE.
           ADD MW-COST TO DIV-COST.
           ADD MW-CHARGE TO DIV-CHARGE.
           GO TO PRINT-GROUPED-LOOP.
       PRINT-GROUPED-END.
           IF FIRST-GROUP = "N"
               PERFORM PRINT-DIVISION-TOTAL THRU PRINT-DIVISION-EXIT.
           IF ROLL-UP-LEVEL = "R" AND FIRST-GROUP = "N"
               PERFORM PRINT-DIRECTORATE-TOTAL
                   THRU PRINT-DIRECTORATE-EXIT.
           CLOSE WORK-FILE.
           IF DEPT-OPEN = "Y"
               CLOSE DEPT-FILE.
           IF DIV-OPEN = "Y"
               CLOSE DIV-FILE.
       PRINT-CATEGORIES.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE SUMMARY-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "REPORT IS ON STOCK.MGN".
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A NEW DIRECTORATE CLOSES OFF THE DIVISION BEFORE IT AS WELL
       CHECK-BREAKS.
           IF FIRST-GROUP = "Y"
               MOVE "N" TO FIRST-GROUP
               GO TO CHECK-BREAKS-HOLD.
           IF ROLL-UP-LEVEL = "R"
               AND MW-DIRECTORATE NOT = HOLD-DIRECTORATE
               PERFORM PRINT-DIVISION-TOTAL THRU PRINT-DIVISION-EXIT
               PERFORM PRINT-DIRECTORATE-TOTAL
                   THRU PRINT-DIRECTORATE-EXIT
               GO TO CHECK-BREAKS-HOLD.
           IF MW-DIVISION NOT = HOLD-DIVISION
               PERFORM PRINT-DIVISION-TOTAL THRU PRINT-DIVISION-EXIT.
       CHECK-BREAKS-HOLD.
           MOVE MW-DIRECTORATE TO HOLD-DIRECTORATE.
           MOVE MW-DIVISION TO HOLD-DIVISION.
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
           MOVE DIV-COST TO LV-COST.
           MOVE DIV-CHARGE TO LV-CHARGE.
           COMPUTE MARGIN-VALUE = DIV-CHARGE - DIV-COST.
           MOVE MARGIN-VALUE TO LV-MARGIN.
           PERFORM PRINT-LEVEL-LINE THRU PRINT-LEVEL-EXIT.
           ADD DIV-COST TO DIR-COST.
           ADD DIV-CHARGE TO DIR-CHARGE.
           MOVE 0 TO DIV-COST.
           MOVE 0 TO DIV-CHARGE.
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
           MOVE DIR-COST TO LV-COST.
           MOVE DIR-CHARGE TO LV-CHARGE.
           COMPUTE MARGIN-VALUE = DIR-CHARGE - DIR-COST.
           MOVE MARGIN-VALUE TO LV-MARGIN.
           PERFORM PRINT-LEVEL-LINE THRU PRINT-LEVEL-EXIT.
           MOVE 0 TO DIR-COST.
           MOVE 0 TO DIR-CHARGE.
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
      *EACH DEPARTMENT IN THE TABLE IS PLACED UNDER ITS DIVISION -
      *AND THE DIVISION'S DIRECTORATE WHEN THAT LEVEL IS WANTED.
      *A DEPARTMENT NOT YET PLACED GROUPS UNDER A BLANK DIVISION,
      *SHOWN AS (NONE).
       BUILD-WORK-FILE.
           OPEN INPUT DEPT-FILE.
           IF DP-FILE-STATUS = "00"
               MOVE "Y" TO DEPT-OPEN.
           OPEN INPUT DIV-FILE.
           IF DV-FILE-STATUS = "00"
               MOVE "Y" TO DIV-OPEN.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           MOVE 0 TO DEP-IX.
       BUILD-WORK-LOOP.
           ADD 1 TO DEP-IX.
           IF DEP-IX > DEP-COUNT GO TO BUILD-WORK-DONE.
           MOVE SPACE TO MW-DIRECTORATE.
           MOVE SPACE TO MW-DIVISION.
           MOVE DT-DEPT (DEP-IX) TO MW-DEPT.
           PERFORM PLACE-DEPARTMENT THRU PLACE-DEPARTMENT-EXIT.
           MOVE DT-COST (DEP-IX) TO MW-COST.
           MOVE DT-CHARGE (DEP-IX) TO MW-CHARGE.
           WRITE WORK-RECORD
               INVALID CONTINUE
           END-WRITE.
           GO TO BUILD-WORK-LOOP.
       BUILD-WORK-DONE.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           MOVE LOW-VALUE TO MW-KEY.
           START WORK-FILE KEY NOT LESS THAN MW-KEY
               INVALID MOVE "Y" TO WORK-EOF.
       BUILD-WORK-EXIT.
           EXIT.
       PLACE-DEPARTMENT.
           IF DEPT-OPEN NOT = "Y"
               GO TO PLACE-DEPARTMENT-EXIT.
           MOVE MW-DEPT TO DEPT-CODE.
           READ DEPT-FILE
               INVALID GO TO PLACE-DEPARTMENT-EXIT
           END-READ.
           MOVE DEPT-DIVISION TO MW-DIVISION.
           IF ROLL-UP-LEVEL NOT = "R" OR DIV-OPEN NOT = "Y"
               OR MW-DIVISION = SPACE
               GO TO PLACE-DEPARTMENT-EXIT.
           MOVE "V" TO DV-LEVEL.
           MOVE MW-DIVISION TO DV-CODE.
           READ DIV-FILE
               INVALID GO TO PLACE-DEPARTMENT-EXIT
           END-READ.
           MOVE DV-PARENT TO MW-DIRECTORATE.
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
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.MSM" TO STOCK-MSM-FN.
           MOVE "TRAIN.MGN" TO STOCK-MGN-FN.
           MOVE "TRAIN.DEP" TO STOCK-DEP-FN.
           MOVE "TRAIN.DIV" TO STOCK-DIV-FN.
           MOVE "TRAIN.MGW" TO STOCK-MGW-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
