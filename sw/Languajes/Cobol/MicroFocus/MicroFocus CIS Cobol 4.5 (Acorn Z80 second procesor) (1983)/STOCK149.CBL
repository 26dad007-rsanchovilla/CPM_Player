       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVEMENT-SUMMARY-CHECK.
       AUTHOR. MICRO FOCUS LTD.
      *LOOKS AFTER THE DAILY MOVEMENT SUMMARY ON STOCK.MSM FOR A
      *RANGE OF DAYS.
      *  (C)HECK SUMS THE JOURNAL AFRESH INTO THE WORK FILE
      *     STOCK.MSW AND PROVES THE SUMMARY AGAINST IT ROW BY ROW,
      *     ON COUNTS AND UNITS.  VALUES ARE NOT COMPARED - THE
      *     SUMMARY HOLDS THEM AT THE COST OF THE DAY THEY WERE
      *     POSTED, AND COSTS MOVE.
      *  (R)EBUILD THROWS AWAY THE SUMMARY ROWS FOR THE RANGE AND
      *     SUMS THEM AGAIN FROM THE JOURNAL, VALUED AT TODAYS
      *     COSTS.  A DAY ALREADY ARCHIVED OFF THE JOURNAL HAS
      *     NOTHING LEFT TO REBUILD FROM, SO KEEP THE RANGE INSIDE
      *     WHAT THE JOURNAL STILL HOLDS.  SUPERVISORS ONLY.
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
           SELECT SUMMARY-FILE ASSIGN DYNAMIC STOCK-MSM-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY MS-KEY
           FILE STATUS MS-FILE-STATUS.
           SELECT CHECK-FILE ASSIGN DYNAMIC STOCK-MSW-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CK-KEY
           FILE STATUS CK-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  SUMMARY-FILE; RECORD 72.
           COPY "MSMFILE.CPY".
      *THE WORK FILE HOLDS SUMMARY ROWS TOO - ONLY THE KEY, COUNT
      *AND UNITS ARE NEEDED HERE
       FD  CHECK-FILE; RECORD 72.
       01  CHECK-RECORD.
           02  CK-KEY PIC X(21).
           02  CK-COUNT PIC 9(6).
           02  CK-QUANTITY PIC 9(8)V99.
           02  FILLER PIC X(35).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-MSM-FN PIC X(12) VALUE "STOCK.MSM".
           02  STOCK-MSW-FN PIC X(12) VALUE "STOCK.MSW".
       COPY "TERMPROF.CPY".
           COPY "MSMREQ.CPY".
       01  JR-FILE-STATUS PIC XX.
       01  MS-FILE-STATUS PIC XX.
       01  CK-FILE-STATUS PIC XX.
       01  RUN-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  SUMMARY-OPEN PIC X.
       01  FROM-DATE-NUM PIC 9(8).
       01  TO-DATE-NUM PIC 9(8).
       01  ROW-DATE-NUM PIC 9(8).
       01  JOURNAL-ROWS PIC 9(7).
       01  REMOVED-ROWS PIC 9(6).
       01  SUMMARY-ROWS PIC 9(6).
       01  MISMATCH-COUNT PIC 9(6).
       01  MISSING-COUNT PIC 9(6).
       01  EXTRA-COUNT PIC 9(6).
       01  DIFF-LINE.
           02  DL-DATE PIC 9(8).
           02  FILLER PIC X VALUE SPACE.
           02  DL-TYPE PIC X.
           02  DL-SIGN PIC X.
           02  FILLER PIC X VALUE SPACE.
           02  DL-CATEGORY PIC XX.
           02  FILLER PIC X VALUE SPACE.
           02  DL-DEPARTMENT PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  DL-OPERATOR PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  DL-REASON PIC X.
           02  FILLER PIC X VALUE SPACE.
           02  DL-SUM-COUNT PIC ZZZZZ9.
           02  DL-SUM-QTY PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-JRN-COUNT PIC ZZZZZ9.
           02  DL-JRN-QTY PIC ZZZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-NOTE PIC X(8).
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
           DISPLAY "DAILY MOVEMENT SUMMARY - CHECK OR REBUILD".
           DISPLAY "(C)HECK AGAINST THE JOURNAL, (R)EBUILD: ".
           ACCEPT RUN-CHOICE.
           IF RUN-CHOICE = "c" MOVE "C" TO RUN-CHOICE.
           IF RUN-CHOICE = "r" MOVE "R" TO RUN-CHOICE.
           IF RUN-CHOICE NOT = "C" AND RUN-CHOICE NOT = "R"
               DISPLAY "NOTHING DONE"
               GO TO END-IT.
           IF RUN-CHOICE = "R" AND SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GO TO END-IT.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               DISPLAY "NO JOURNAL ON DISK - NOTHING TO SUM."
               GO TO END-IT.
           CLOSE JOURNAL-FILE.
           PERFORM GET-FROM-DATE THRU GET-FROM-DATE-EXIT.
           PERFORM GET-TO-DATE THRU GET-TO-DATE-EXIT.
           MOVE SGN-TRAINING-FLAG TO MQ-TRAINING-FLAG.
           IF RUN-CHOICE = "R"
               PERFORM REBUILD-SUMMARY THRU REBUILD-EXIT
           ELSE
               PERFORM CHECK-SUMMARY THRU CHECK-EXIT.
       END-IT.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *THE OLD ROWS FOR THE RANGE GO FIRST, THEN EVERY JOURNAL ROW
      *DATED IN THE RANGE IS SUMMED BACK IN THROUGH THE SAME
      *SUBPROGRAM POST-JOURNAL USES
       REBUILD-SUMMARY.
           DISPLAY "THE SUMMARY FOR THESE DAYS IS THROWN AWAY AND".
           DISPLAY "SUMMED AGAIN FROM THE JOURNAL AT TODAYS COSTS.".
           DISPLAY "DAYS ALREADY ARCHIVED OFF THE JOURNAL ARE LOST.".
           DISPLAY "CARRY ON? (Y/N): ".
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y" AND CONFIRM-ANSWER NOT = "y"
               DISPLAY "SUMMARY NOT REBUILT"
               GO TO REBUILD-EXIT.
           MOVE 0 TO REMOVED-ROWS.
           OPEN I-O SUMMARY-FILE.
           IF MS-FILE-STATUS NOT = "00" GO TO REBUILD-POST.
           MOVE LOW-VALUE TO MS-KEY.
           MOVE FROM-DATE-NUM TO MS-DATE-NUM.
           START SUMMARY-FILE KEY NOT LESS THAN MS-KEY
               INVALID GO TO REBUILD-CLEARED
           END-START.
       REBUILD-CLEAR-LOOP.
           READ SUMMARY-FILE NEXT RECORD
               AT END GO TO REBUILD-CLEARED
           END-READ.
           IF MS-DATE-NUM > TO-DATE-NUM GO TO REBUILD-CLEARED.
           DELETE SUMMARY-FILE
               INVALID CONTINUE
               NOT INVALID ADD 1 TO REMOVED-ROWS
           END-DELETE.
           GO TO REBUILD-CLEAR-LOOP.
       REBUILD-CLEARED.
           CLOSE SUMMARY-FILE.
       REBUILD-POST.
           MOVE "S" TO MQ-TARGET.
           PERFORM SUM-JOURNAL THRU SUM-JOURNAL-EXIT.
           DISPLAY "SUMMARY ROWS REMOVED: " REMOVED-ROWS.
           DISPLAY "JOURNAL ROWS SUMMED AGAIN: " JOURNAL-ROWS.
       REBUILD-EXIT.
           EXIT.
      *THE WORK FILE STARTS EMPTY EACH RUN, IS SUMMED FROM THE
      *JOURNAL, AND IS THEN COMPARED BOTH WAYS - EVERY SUMMARY ROW
      *AGAINST ITS WORK ROW, AND EVERY WORK ROW THE SUMMARY LACKS
       CHECK-SUMMARY.
           OPEN OUTPUT CHECK-FILE.
           IF CK-FILE-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON
                   "CANNOT CREATE THE WORK FILE, STATUS: "
                   CK-FILE-STATUS TERM-HIGHLIGHT-OFF
               GO TO CHECK-EXIT.
           CLOSE CHECK-FILE.
           MOVE "W" TO MQ-TARGET.
           PERFORM SUM-JOURNAL THRU SUM-JOURNAL-EXIT.
           MOVE 0 TO SUMMARY-ROWS.
           MOVE 0 TO MISMATCH-COUNT.
           MOVE 0 TO MISSING-COUNT.
           MOVE 0 TO EXTRA-COUNT.
           OPEN INPUT CHECK-FILE.
           IF CK-FILE-STATUS NOT = "00" GO TO CHECK-EXIT.
           DISPLAY SPACE.
           DISPLAY "DATE     TYPE CAT DEPT OPER R"
               "  SUMMARY        JOURNAL".
           MOVE "N" TO SUMMARY-OPEN.
           OPEN INPUT SUMMARY-FILE.
           IF MS-FILE-STATUS NOT = "00" GO TO CHECK-WORK-START.
           MOVE "Y" TO SUMMARY-OPEN.
           MOVE LOW-VALUE TO MS-KEY.
           MOVE FROM-DATE-NUM TO MS-DATE-NUM.
           START SUMMARY-FILE KEY NOT LESS THAN MS-KEY
               INVALID GO TO CHECK-WORK-START
           END-START.
       CHECK-SUMMARY-LOOP.
           READ SUMMARY-FILE NEXT RECORD
               AT END GO TO CHECK-WORK-START
           END-READ.
           IF MS-DATE-NUM > TO-DATE-NUM GO TO CHECK-WORK-START.
           ADD 1 TO SUMMARY-ROWS.
           MOVE MS-KEY TO CK-KEY.
           READ CHECK-FILE
               INVALID
                   MOVE 0 TO CK-COUNT
                   MOVE 0 TO CK-QUANTITY
                   MOVE "EXTRA" TO DL-NOTE
                   ADD 1 TO EXTRA-COUNT
                   PERFORM SHOW-DIFFERENCE THRU SHOW-DIFFERENCE-EXIT
                   GO TO CHECK-SUMMARY-LOOP
           END-READ.
           IF MS-COUNT NOT = CK-COUNT OR MS-QUANTITY NOT = CK-QUANTITY
               MOVE "DIFFERS" TO DL-NOTE
               ADD 1 TO MISMATCH-COUNT
               PERFORM SHOW-DIFFERENCE THRU SHOW-DIFFERENCE-EXIT.
           GO TO CHECK-SUMMARY-LOOP.
       CHECK-WORK-START.
           MOVE LOW-VALUE TO CK-KEY.
           START CHECK-FILE KEY NOT LESS THAN CK-KEY
               INVALID GO TO CHECK-TOTALS
           END-START.
       CHECK-WORK-LOOP.
           READ CHECK-FILE NEXT RECORD
               AT END GO TO CHECK-TOTALS
           END-READ.
           IF SUMMARY-OPEN NOT = "Y" GO TO CHECK-WORK-MISSING.
           MOVE CK-KEY TO MS-KEY.
           READ SUMMARY-FILE
               INVALID GO TO CHECK-WORK-MISSING
           END-READ.
           GO TO CHECK-WORK-LOOP.
       CHECK-WORK-MISSING.
           MOVE CK-KEY TO MS-KEY.
           MOVE 0 TO MS-COUNT.
           MOVE 0 TO MS-QUANTITY.
           MOVE "MISSING" TO DL-NOTE.
           ADD 1 TO MISSING-COUNT.
           PERFORM SHOW-DIFFERENCE THRU SHOW-DIFFERENCE-EXIT.
           GO TO CHECK-WORK-LOOP.
       CHECK-TOTALS.
           CLOSE CHECK-FILE.
           IF SUMMARY-OPEN = "Y" CLOSE SUMMARY-FILE.
           DISPLAY SPACE.
           DISPLAY "JOURNAL ROWS IN THE RANGE:   " JOURNAL-ROWS.
           DISPLAY "SUMMARY ROWS IN THE RANGE:   " SUMMARY-ROWS.
           DISPLAY "ROWS THAT DIFFER:            " MISMATCH-COUNT.
           DISPLAY "ROWS MISSING FROM SUMMARY:   " MISSING-COUNT.
           DISPLAY "ROWS NOT ON THE JOURNAL:     " EXTRA-COUNT.
           IF MISMATCH-COUNT = 0 AND MISSING-COUNT = 0
               AND EXTRA-COUNT = 0
               DISPLAY "SUMMARY AGREES WITH THE JOURNAL."
           ELSE
               DISPLAY TERM-HIGHLIGHT-ON
                   "SUMMARY DISAGREES - REBUILD THE RANGE TO CORRECT"
                   TERM-HIGHLIGHT-OFF.
       CHECK-EXIT.
           EXIT.
      *EVERY JOURNAL ROW DATED IN THE RANGE GOES TO MOVEMENT-SUMMARY
      *FOR THE TARGET ALREADY SET.  THE JOURNAL IS KEYED BY BIN, SO
      *IT IS READ END TO END - THIS IS THE ONE PLACE LEFT THAT DOES.
       SUM-JOURNAL.
           MOVE 0 TO JOURNAL-ROWS.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00" GO TO SUM-JOURNAL-EXIT.
           MOVE LOW-VALUE TO JR-KEY.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID GO TO SUM-JOURNAL-DONE
           END-START.
       SUM-JOURNAL-LOOP.
           READ JOURNAL-FILE NEXT RECORD
               AT END GO TO SUM-JOURNAL-DONE
           END-READ.
           IF JR-MM NOT NUMERIC OR JR-DD NOT NUMERIC
               OR JR-YYYY NOT NUMERIC
               MOVE 0 TO ROW-DATE-NUM
           ELSE
               MOVE JR-YYYY TO ROW-DATE-NUM (1:4)
               MOVE JR-MM TO ROW-DATE-NUM (5:2)
               MOVE JR-DD TO ROW-DATE-NUM (7:2).
           IF ROW-DATE-NUM < FROM-DATE-NUM GO TO SUM-JOURNAL-LOOP.
           IF ROW-DATE-NUM > TO-DATE-NUM GO TO SUM-JOURNAL-LOOP.
           MOVE "A" TO MQ-FUNCTION.
           MOVE JR-TYPE TO MQ-TYPE.
           MOVE JR-SIGN TO MQ-SIGN.
           MOVE JR-STOCK-CODE TO MQ-STOCK-CODE.
           MOVE JR-LOCATION TO MQ-LOCATION.
           MOVE JR-QUANTITY TO MQ-QUANTITY.
           MOVE JR-DATE TO MQ-DATE.
           MOVE JR-DEPARTMENT TO MQ-DEPARTMENT.
           MOVE JR-OPERATOR-ID TO MQ-OPERATOR-ID.
           MOVE JR-REFERENCE TO MQ-REFERENCE.
           CALL "MOVEMENT-SUMMARY" USING MOVEMENT-REQ-BLOCK.
           ADD 1 TO JOURNAL-ROWS.
           GO TO SUM-JOURNAL-LOOP.
       SUM-JOURNAL-DONE.
           CLOSE JOURNAL-FILE.
           MOVE "C" TO MQ-FUNCTION.
           CALL "MOVEMENT-SUMMARY" USING MOVEMENT-REQ-BLOCK.
       SUM-JOURNAL-EXIT.
           EXIT.
       SHOW-DIFFERENCE.
           MOVE MS-DATE-NUM TO DL-DATE.
           MOVE MS-TYPE TO DL-TYPE.
           MOVE MS-SIGN TO DL-SIGN.
           MOVE MS-CATEGORY TO DL-CATEGORY.
           MOVE MS-DEPARTMENT TO DL-DEPARTMENT.
           MOVE MS-OPERATOR TO DL-OPERATOR.
           MOVE MS-REASON TO DL-REASON.
           MOVE MS-COUNT TO DL-SUM-COUNT.
           MOVE MS-QUANTITY TO DL-SUM-QTY.
           MOVE CK-COUNT TO DL-JRN-COUNT.
           MOVE CK-QUANTITY TO DL-JRN-QTY.
           DISPLAY DIFF-LINE.
       SHOW-DIFFERENCE-EXIT.
           EXIT.
      *A TRAINING SESSION RUNS AGAINST THE PRACTICE COPIES SO A
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.MSM" TO STOCK-MSM-FN.
           MOVE "TRAIN.MSW" TO STOCK-MSW-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-FROM-DATE.
           DISPLAY "FROM DATE (MM/DD/YYYY): ".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-FROM-DATE.
           MOVE DC-DATE-NUM TO FROM-DATE-NUM.
       GET-FROM-DATE-EXIT.
           EXIT.
       GET-TO-DATE.
           DISPLAY "TO DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-TO-DATE.
           MOVE DC-DATE-NUM TO TO-DATE-NUM.
           IF TO-DATE-NUM < FROM-DATE-NUM
               DISPLAY "TO DATE IS BEFORE FROM DATE, TRY AGAIN."
               GO TO GET-TO-DATE.
       GET-TO-DATE-EXIT.
           EXIT.
