       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-TIME-TREND.
       AUTHOR. MICRO FOCUS LTD.
      *HOW LONG EACH STEP OF THE DAY-END AND MONTH-END RUNS HAS
      *BEEN TAKING, FROM THE RUN HISTORY STEP-TIMING KEEPS ON
      *STOCK.BRH.  EVERY STEP LISTS ITS LAST 30 RUNS OLDEST FIRST -
      *WHEN IT STARTED, HOW LONG IT TOOK, THE RECORDS IT HANDLED
      *AND HOW IT ENDED - THEN ITS AVERAGE AND WORST TIME, SO A
      *STEP THAT IS GROWING WITH THE FILES CAN BE SEEN COMING.
      *RUNS THE DRIVER FLAGGED AS SLOW ARE MARKED.  DAY-END,
      *MONTH-END OR BOTH; THE LISTING GOES TO STOCK.STT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN DYNAMIC STOCK-BRH-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY BR-KEY
           FILE STATUS BR-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-STT-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE; RECORD 90.
           COPY "BRHFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-BRH-FN PIC X(12) VALUE "STOCK.BRH".
           02  STOCK-STT-FN PIC X(12) VALUE "STOCK.STT".
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  BR-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  MORE-RECORDS PIC X VALUE "Y".
       01  WANTED-KIND PIC X.
       01  STEP-KIND PIC X.
       01  STEP-NAME PIC X(24).
       01  STEP-RUNS PIC 99 VALUE 0.
       01  STEP-TOTAL PIC 9(8).
       01  STEP-WORST PIC 9(6).
       01  STEP-AVERAGE PIC 9(6).
       01  STEPS-PRINTED PIC 9(4) VALUE 0.
      *SECONDS TURNED INTO HH:MM:SS FOR PRINTING
       01  SHOW-SECONDS PIC 9(6).
       01  SHOW-MINUTES PIC 9(6).
       01  SHOW-TIME.
           02  ST-HH PIC 99.
           02  FILLER PIC X VALUE ":".
           02  ST-MM PIC 99.
           02  FILLER PIC X VALUE ":".
           02  ST-SS PIC 99.
       01  CLOCK-TIME PIC 9(6).
       01  CLOCK-PARTS REDEFINES CLOCK-TIME.
           02  CLOCK-HH PIC 99.
           02  CLOCK-MM PIC 99.
           02  CLOCK-SS PIC 99.
       01  HEADING-2.
           02  FILLER PIC X(12) VALUE "RUN DATE".
           02  FILLER PIC X(10) VALUE "STARTED".
           02  FILLER PIC X(10) VALUE "  ELAPSED".
           02  FILLER PIC X(10) VALUE "   RECORDS".
           02  FILLER PIC X(2) VALUE SPACE.
           02  FILLER PIC X(10) VALUE "OUTCOME".
       01  STEP-HEAD-LINE.
           02  SH-KIND PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  SH-STEP PIC X(24).
       01  DETAIL-LINE.
           02  DL-RUN-DATE PIC X(10).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-STARTED PIC X(8).
           02  FILLER PIC X(3) VALUE SPACE.
           02  DL-ELAPSED PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  DL-RECORDS PIC ZZZZZZZZ9.
           02  FILLER PIC XX VALUE SPACE.
           02  DL-OUTCOME PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-SLOW PIC X(4).
       01  STEP-TOTAL-LINE.
           02  FILLER PIC X(6) VALUE "RUNS ".
           02  TL-RUNS PIC Z9.
           02  FILLER PIC X(12) VALUE "   AVERAGE ".
           02  TL-AVERAGE PIC X(8).
           02  FILLER PIC X(10) VALUE "   WORST ".
           02  TL-WORST PIC X(8).
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
           DISPLAY "BATCH STEP RUN-TIME TREND".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
       ASK-KIND.
           DISPLAY "(D)AY-END, (M)ONTH-END OR BLANK FOR BOTH: ".
           MOVE SPACE TO WANTED-KIND.
           ACCEPT WANTED-KIND.
           IF WANTED-KIND = "d" MOVE "D" TO WANTED-KIND.
           IF WANTED-KIND = "m" MOVE "M" TO WANTED-KIND.
           IF WANTED-KIND NOT = SPACE AND WANTED-KIND NOT = "D"
               AND WANTED-KIND NOT = "M"
               DISPLAY TERM-HIGHLIGHT-ON "ANSWER D, M OR BLANK"
                   TERM-HIGHLIGHT-OFF
               GO TO ASK-KIND.
           OPEN INPUT HISTORY-FILE.
           IF BR-FILE-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON
                   "NO RUN HISTORY YET - NOTHING HAS BEEN TIMED"
                   TERM-HIGHLIGHT-OFF
               GOBACK.
           OPEN OUTPUT PRINT-FILE.
           MOVE "BATCH STEP RUN TIMES - LAST 30 RUNS OF EACH STEP"
               TO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE SPACE TO STEP-KIND.
           MOVE SPACE TO STEP-NAME.
           MOVE LOW-VALUE TO BR-KEY.
           IF WANTED-KIND NOT = SPACE
               MOVE WANTED-KIND TO BR-RUN-KIND.
           START HISTORY-FILE KEY NOT LESS THAN BR-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       PRINT-LOOP.
           IF MORE-RECORDS = "N" GO TO END-IT.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO PRINT-LOOP.
           IF WANTED-KIND NOT = SPACE AND BR-RUN-KIND NOT = WANTED-KIND
               MOVE "N" TO MORE-RECORDS
               GO TO PRINT-LOOP.
           IF BR-RUN-KIND NOT = STEP-KIND
               OR BR-STEP-NAME NOT = STEP-NAME
               PERFORM STEP-BREAK THRU STEP-BREAK-EXIT.
           ADD 1 TO STEP-RUNS.
           ADD BR-ELAPSED TO STEP-TOTAL.
           IF BR-ELAPSED > STEP-WORST
               MOVE BR-ELAPSED TO STEP-WORST.
           MOVE BR-RUN-DATE TO DL-RUN-DATE.
           MOVE BR-START-TIME TO CLOCK-TIME.
           MOVE CLOCK-HH TO ST-HH.
           MOVE CLOCK-MM TO ST-MM.
           MOVE CLOCK-SS TO ST-SS.
           MOVE SHOW-TIME TO DL-STARTED.
           MOVE BR-ELAPSED TO SHOW-SECONDS.
           PERFORM FORMAT-SECONDS THRU FORMAT-SECONDS-EXIT.
           MOVE SHOW-TIME TO DL-ELAPSED.
           MOVE BR-RECORDS TO DL-RECORDS.
           MOVE BR-OUTCOME TO DL-OUTCOME.
           MOVE SPACE TO DL-SLOW.
           IF BR-SLOW-FLAG = "Y"
               MOVE "SLOW" TO DL-SLOW.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO PRINT-LOOP.
       END-IT.
           PERFORM STEP-TOTALS THRU STEP-TOTALS-EXIT.
           IF STEPS-PRINTED = 0
               MOVE "NO TIMED RUNS ON THE HISTORY" TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               DISPLAY "NO TIMED RUNS ON THE HISTORY".
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "A RUN MARKED SLOW TOOK MORE THAN HALF AS LONG AGAIN"
               TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "AS THE STEP'S AVERAGE UP TO THAT NIGHT."
               TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           CLOSE HISTORY-FILE.
           DISPLAY "STEPS LISTED: " STEPS-PRINTED.
           DISPLAY "REPORT WRITTEN TO " STOCK-STT-FN.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A NEW STEP - CLOSE OFF THE ONE BEFORE WITH ITS AVERAGE AND
      *WORST, THEN HEAD UP THE NEW ONE
       STEP-BREAK.
           PERFORM STEP-TOTALS THRU STEP-TOTALS-EXIT.
           MOVE BR-RUN-KIND TO STEP-KIND.
           MOVE BR-STEP-NAME TO STEP-NAME.
           MOVE 0 TO STEP-RUNS.
           MOVE 0 TO STEP-TOTAL.
           MOVE 0 TO STEP-WORST.
           IF STEP-KIND = "D"
               MOVE "DAY-END" TO SH-KIND
           ELSE
               MOVE "MONTH-END" TO SH-KIND
           END-IF.
           MOVE STEP-NAME TO SH-STEP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE STEP-HEAD-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       STEP-BREAK-EXIT.
           EXIT.
       STEP-TOTALS.
           IF STEP-RUNS = 0 GO TO STEP-TOTALS-EXIT.
           COMPUTE STEP-AVERAGE ROUNDED = STEP-TOTAL / STEP-RUNS.
           MOVE STEP-RUNS TO TL-RUNS.
           MOVE STEP-AVERAGE TO SHOW-SECONDS.
           PERFORM FORMAT-SECONDS THRU FORMAT-SECONDS-EXIT.
           MOVE SHOW-TIME TO TL-AVERAGE.
           MOVE STEP-WORST TO SHOW-SECONDS.
           PERFORM FORMAT-SECONDS THRU FORMAT-SECONDS-EXIT.
           MOVE SHOW-TIME TO TL-WORST.
           MOVE STEP-TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY SH-KIND " " STEP-NAME " " STEP-TOTAL-LINE.
           ADD 1 TO STEPS-PRINTED.
       STEP-TOTALS-EXIT.
           EXIT.
       FORMAT-SECONDS.
           DIVIDE SHOW-SECONDS BY 60 GIVING SHOW-MINUTES
               REMAINDER ST-SS.
           DIVIDE SHOW-MINUTES BY 60 GIVING ST-HH
               REMAINDER ST-MM.
       FORMAT-SECONDS-EXIT.
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
           MOVE "TRAIN.BRH" TO STOCK-BRH-FN.
           MOVE "TRAIN.STT" TO STOCK-STT-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *DATES GO THROUGH THE SHARED CALENDAR CHECK - A BARE RETURN
      *TAKES TODAYS DATE, SO THE OPERATOR CONFIRMS RATHER THAN TYPES
       GET-RUN-DATE.
           DISPLAY "ENTER RUN DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-RUN-DATE.
           MOVE DC-DATE TO RUN-DATE.
       GET-RUN-DATE-EXIT.
           EXIT.
