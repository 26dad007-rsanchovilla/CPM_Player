       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNT-ACCURACY.
       AUTHOR. MICRO FOCUS LTD.
      *INVENTORY RECORD ACCURACY FOR A MONTH, FROM THE COUNT RESULTS
      *STOCK-COUNT LEAVES ON STOCK.CRS.  A COUNT IS "RIGHT" WHEN
      *WHAT WAS FOUND IS WITHIN TOLERANCE OF THE BOOK FIGURE - THE
      *TOLERANCE IS A PERCENTAGE OF THE BOOK QUANTITY SET PER ABC
      *CLASS AS CNT-TOL-A, CNT-TOL-B AND CNT-TOL-C ON STOCK.PRM
      *(A BIN WITH NO CLASS TAKES C'S).  A BIN BOOKED AT NOTHING IS
      *ONLY RIGHT WHEN NOTHING WAS FOUND.  THE CLASS IS THE ONE THE
      *BIN HAD WHEN IT WAS COUNTED; THE TOLERANCES ARE TODAY'S.
      *THE MONTH IS BROKEN DOWN BY CLASS, ZONE, CATEGORY, COUNTER
      *AND WHERE THE COUNT CAME FROM, AND THE PERCENTAGE RIGHT IS
      *SHOWN FOR EACH OF THE TWELVE MONTHS TO IT.  PRINTED ON
      *STOCK.CRA.  SUPERVISORS ONLY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN DYNAMIC STOCK-CRS-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CR-KEY
           FILE STATUS CR-FILE-STATUS.
           SELECT CAT-FILE ASSIGN DYNAMIC STOCK-CAT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CAT-CODE
           FILE STATUS CT-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-CRA-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE; RECORD 72.
           COPY "CRSFILE.CPY".
       FD  CAT-FILE; RECORD 40.
           COPY "CATFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-CRS-FN PIC X(12) VALUE "STOCK.CRS".
           02  STOCK-CAT-FN PIC X(12) VALUE "STOCK.CAT".
           02  STOCK-CRA-FN PIC X(12) VALUE "STOCK.CRA".
           COPY "RPTCTL.CPY".
           COPY "PRMREQ.CPY".
       01  RPT-OUT-IX PIC 9.
       01  CR-FILE-STATUS PIC XX.
       01  CT-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  MORE-RECORDS PIC X.
       01  CAT-OPEN PIC X VALUE "N".
       01  RUN-DATE PIC X(10).
       01  WANTED-PERIOD.
           02  WP-MM PIC 99.
           02  FILLER PIC X.
           02  WP-YYYY PIC 9999.
      *THE TWELVE MONTHS TO THE ONE ASKED FOR, AS MONTH NUMBERS
      *(YEAR TIMES 12 PLUS MONTH) SO THEY SUBTRACT
       01  END-MONTH-NO PIC 9(6).
       01  START-MONTH-NO PIC 9(6).
       01  ROW-MONTH-NO PIC 9(6).
       01  START-YYYY PIC 9999.
       01  START-MM PIC 99.
       01  MONTH-REM PIC 99.
       01  ROW-YYYY PIC 9999.
       01  ROW-MM PIC 99.
       01  TREND-IX PIC 99.
      *TOLERANCE PER CLASS, PERCENT OF THE BOOK QUANTITY
       01  TOL-A-PCT PIC 9(3)V99 VALUE 0.
       01  TOL-B-PCT PIC 9(3)V99 VALUE 2.00.
       01  TOL-C-PCT PIC 9(3)V99 VALUE 5.00.
       01  TOL-PCT PIC 9(3)V99.
       01  ALLOWED-QTY PIC 9(7)V99.
       01  DIFF-QTY PIC 9(7)V99.
       01  ROW-RIGHT PIC X.
       01  ROW-COUNTED PIC 9(5).
       01  ROW-WITHIN PIC 9(5).
       01  ROW-PCT PIC 9(3)V9.
       01  MONTH-COUNTED PIC 9(5) VALUE 0.
       01  MONTH-WITHIN PIC 9(5) VALUE 0.
      *ONE SLOT PER CLASS, ZONE, CATEGORY, COUNTER AND SOURCE SEEN
      *IN THE MONTH - BD-KIND SAYS WHICH - FILLED ON THE ONE PASS
      *OF THE RESULTS AND PRINTED A KIND AT A TIME
       01  BD-COUNT PIC 999 VALUE 0.
       01  BD-IX PIC 999.
       01  NEXT-IX PIC 999.
       01  WANTED-KIND PIC X.
       01  SECTION-TITLE PIC X(40).
       01  WANTED-KEY PIC X(4).
       01  LAST-KEY PIC X(4).
       01  NEXT-KEY PIC X(4).
       01  BD-TABLE.
           02  BD-ENTRY OCCURS 200 TIMES.
               03  BD-KIND PIC X.
               03  BD-KEY PIC X(4).
               03  BD-COUNTED PIC 9(5).
               03  BD-WITHIN PIC 9(5).
       01  TREND-TABLE.
           02  TREND-ENTRY OCCURS 12 TIMES.
               03  TR-COUNTED PIC 9(5).
               03  TR-WITHIN PIC 9(5).
       01  HEADING-2.
           02  FILLER PIC X(22) VALUE SPACE.
           02  FILLER PIC X(7) VALUE "COUNTED".
           02  FILLER PIC X(2) VALUE SPACE.
           02  FILLER PIC X(6) VALUE "WITHIN".
           02  FILLER PIC X(1) VALUE SPACE.
           02  FILLER PIC X(7) VALUE "OUTSIDE".
           02  FILLER PIC X(2) VALUE SPACE.
           02  FILLER PIC X(8) VALUE "ACCURACY".
       01  ACCURACY-LINE.
           02  AC-LABEL.
               03  AC-KEY PIC X(4).
               03  FILLER PIC XX.
               03  AC-NOTE PIC X(16).
           02  FILLER PIC XX.
           02  AC-COUNTED PIC ZZZZ9.
           02  FILLER PIC X(3).
           02  AC-WITHIN PIC ZZZZ9.
           02  FILLER PIC X(3).
           02  AC-OUTSIDE PIC ZZZZ9.
           02  FILLER PIC X(4).
           02  AC-PCT PIC ZZ9.9.
           02  AC-PCT-SIGN PIC X.
       01  TOL-NOTE.
           02  FILLER PIC X(4) VALUE "TOL ".
           02  TN-PCT PIC Z9.99.
           02  FILLER PIC X(7) VALUE " PCT".
       01  MONTH-LABEL.
           02  ML-MM PIC 99.
           02  FILLER PIC X VALUE "/".
           02  ML-YYYY PIC 9999.
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
       START-PROC.
           IF SGN-AUTHORITY < 2
               DISPLAY "NOT AUTHORIZED - SUPERVISOR FUNCTION."
               GOBACK.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "INVENTORY RECORD ACCURACY REPORT".
           PERFORM GET-PERIOD THRU GET-PERIOD-EXIT.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE "CNT-TOL-A" TO PQ-KEY.
           MOVE TOL-A-PCT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO TOL-A-PCT.
           MOVE "CNT-TOL-B" TO PQ-KEY.
           MOVE TOL-B-PCT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO TOL-B-PCT.
           MOVE "CNT-TOL-C" TO PQ-KEY.
           MOVE TOL-C-PCT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO TOL-C-PCT.
           OPEN INPUT RESULT-FILE.
           IF CR-FILE-STATUS NOT = "00"
               DISPLAY "NO COUNT RESULTS ON DISK - NOTHING TO REPORT."
               GO TO FINISH.
           MOVE 1 TO TREND-IX.
       CLEAR-TREND.
           MOVE 0 TO TR-COUNTED (TREND-IX).
           MOVE 0 TO TR-WITHIN (TREND-IX).
           ADD 1 TO TREND-IX.
           IF TREND-IX NOT > 12 GO TO CLEAR-TREND.
      *THE EARLIEST OF THE TWELVE MONTHS, AND A KEYED START AT ITS
      *FIRST DAY
           COMPUTE END-MONTH-NO = WP-YYYY * 12 + WP-MM.
           COMPUTE START-MONTH-NO = END-MONTH-NO - 11.
           DIVIDE 12 INTO START-MONTH-NO GIVING START-YYYY
               REMAINDER MONTH-REM.
           IF MONTH-REM = 0
               SUBTRACT 1 FROM START-YYYY
               MOVE 12 TO START-MM
           ELSE
               MOVE MONTH-REM TO START-MM
           END-IF.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO CR-KEY.
           MOVE START-YYYY TO CR-DATE-NUM (1:4).
           MOVE START-MM TO CR-DATE-NUM (5:2).
           MOVE "00" TO CR-DATE-NUM (7:2).
           START RESULT-FILE KEY NOT LESS THAN CR-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       SCAN-LOOP.
           IF MORE-RECORDS = "N" GO TO PRINT-REPORT.
           READ RESULT-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO SCAN-LOOP.
           MOVE CR-DATE-NUM (1:4) TO ROW-YYYY.
           MOVE CR-DATE-NUM (5:2) TO ROW-MM.
           COMPUTE ROW-MONTH-NO = ROW-YYYY * 12 + ROW-MM.
           IF ROW-MONTH-NO > END-MONTH-NO
               MOVE "N" TO MORE-RECORDS
               GO TO SCAN-LOOP.
           PERFORM JUDGE-COUNT THRU JUDGE-COUNT-EXIT.
           COMPUTE TREND-IX = ROW-MONTH-NO - START-MONTH-NO + 1.
           ADD 1 TO TR-COUNTED (TREND-IX).
           IF ROW-RIGHT = "Y"
               ADD 1 TO TR-WITHIN (TREND-IX).
           IF ROW-MONTH-NO NOT = END-MONTH-NO GO TO SCAN-LOOP.
           ADD 1 TO MONTH-COUNTED.
           IF ROW-RIGHT = "Y"
               ADD 1 TO MONTH-WITHIN.
           MOVE "A" TO WANTED-KIND.
           MOVE CR-ABC-CLASS TO WANTED-KEY.
           IF CR-ABC-CLASS NOT = "A" AND CR-ABC-CLASS NOT = "B"
               MOVE "C" TO WANTED-KEY.
           PERFORM POST-BREAKDOWN THRU POST-BREAKDOWN-EXIT.
           MOVE "Z" TO WANTED-KIND.
           MOVE CR-ZONE TO WANTED-KEY.
           PERFORM POST-BREAKDOWN THRU POST-BREAKDOWN-EXIT.
           MOVE "C" TO WANTED-KIND.
           MOVE CR-STOCK-CODE (1:2) TO WANTED-KEY.
           PERFORM POST-BREAKDOWN THRU POST-BREAKDOWN-EXIT.
           MOVE "O" TO WANTED-KIND.
           MOVE CR-COUNTER-ID TO WANTED-KEY.
           PERFORM POST-BREAKDOWN THRU POST-BREAKDOWN-EXIT.
           MOVE "S" TO WANTED-KIND.
           MOVE CR-SOURCE TO WANTED-KEY.
           PERFORM POST-BREAKDOWN THRU POST-BREAKDOWN-EXIT.
           GO TO SCAN-LOOP.
      *RIGHT WHEN THE DIFFERENCE EITHER WAY IS NO MORE THAN THE
      *CLASS'S PERCENTAGE OF THE BOOK QUANTITY
       JUDGE-COUNT.
           MOVE TOL-C-PCT TO TOL-PCT.
           IF CR-ABC-CLASS = "A"
               MOVE TOL-A-PCT TO TOL-PCT.
           IF CR-ABC-CLASS = "B"
               MOVE TOL-B-PCT TO TOL-PCT.
           COMPUTE ALLOWED-QTY ROUNDED = CR-BOOK-QTY * TOL-PCT / 100.
           IF CR-COUNTED-QTY > CR-BOOK-QTY
               COMPUTE DIFF-QTY = CR-COUNTED-QTY - CR-BOOK-QTY
           ELSE
               COMPUTE DIFF-QTY = CR-BOOK-QTY - CR-COUNTED-QTY
           END-IF.
           MOVE "N" TO ROW-RIGHT.
           IF DIFF-QTY NOT > ALLOWED-QTY
               MOVE "Y" TO ROW-RIGHT.
       JUDGE-COUNT-EXIT.
           EXIT.
       POST-BREAKDOWN.
           MOVE 0 TO BD-IX.
       POST-BREAKDOWN-LOOP.
           ADD 1 TO BD-IX.
           IF BD-IX > BD-COUNT GO TO POST-BREAKDOWN-NEW.
           IF BD-KIND (BD-IX) = WANTED-KIND
               AND BD-KEY (BD-IX) = WANTED-KEY
               GO TO POST-BREAKDOWN-ADD.
           GO TO POST-BREAKDOWN-LOOP.
       POST-BREAKDOWN-NEW.
           IF BD-COUNT NOT < 200 GO TO POST-BREAKDOWN-EXIT.
           ADD 1 TO BD-COUNT.
           MOVE BD-COUNT TO BD-IX.
           MOVE WANTED-KIND TO BD-KIND (BD-IX).
           MOVE WANTED-KEY TO BD-KEY (BD-IX).
           MOVE 0 TO BD-COUNTED (BD-IX).
           MOVE 0 TO BD-WITHIN (BD-IX).
       POST-BREAKDOWN-ADD.
           ADD 1 TO BD-COUNTED (BD-IX).
           IF ROW-RIGHT = "Y"
               ADD 1 TO BD-WITHIN (BD-IX).
       POST-BREAKDOWN-EXIT.
           EXIT.
       PRINT-REPORT.
           CLOSE RESULT-FILE.
           OPEN INPUT CAT-FILE.
           IF CT-FILE-STATUS = "00"
               MOVE "Y" TO CAT-OPEN.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACE TO RPT-TITLE.
           STRING "INVENTORY RECORD ACCURACY " WANTED-PERIOD
               DELIMITED BY SIZE INTO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE SPACE TO ACCURACY-LINE.
           MOVE "ALL COUNTS THIS MONTH" TO AC-LABEL.
           MOVE MONTH-COUNTED TO ROW-COUNTED.
           MOVE MONTH-WITHIN TO ROW-WITHIN.
           PERFORM PRINT-ROW THRU PRINT-ROW-EXIT.
           MOVE "BY ABC CLASS" TO SECTION-TITLE.
           MOVE "A" TO WANTED-KIND.
           PERFORM PRINT-KIND THRU PRINT-KIND-EXIT.
           MOVE "BY ZONE" TO SECTION-TITLE.
           MOVE "Z" TO WANTED-KIND.
           PERFORM PRINT-KIND THRU PRINT-KIND-EXIT.
           MOVE "BY CATEGORY" TO SECTION-TITLE.
           MOVE "C" TO WANTED-KIND.
           PERFORM PRINT-KIND THRU PRINT-KIND-EXIT.
           MOVE "BY COUNTER" TO SECTION-TITLE.
           MOVE "O" TO WANTED-KIND.
           PERFORM PRINT-KIND THRU PRINT-KIND-EXIT.
           MOVE "BY WHERE THE COUNT CAME FROM" TO SECTION-TITLE.
           MOVE "S" TO WANTED-KIND.
           PERFORM PRINT-KIND THRU PRINT-KIND-EXIT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "TWELVE-MONTH TREND" TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE START-YYYY TO ROW-YYYY.
           MOVE START-MM TO ROW-MM.
           MOVE 1 TO TREND-IX.
       PRINT-TREND-LOOP.
           MOVE SPACE TO ACCURACY-LINE.
           MOVE ROW-MM TO ML-MM.
           MOVE ROW-YYYY TO ML-YYYY.
           MOVE MONTH-LABEL TO AC-LABEL.
           MOVE TR-COUNTED (TREND-IX) TO ROW-COUNTED.
           MOVE TR-WITHIN (TREND-IX) TO ROW-WITHIN.
           PERFORM PRINT-ROW THRU PRINT-ROW-EXIT.
           ADD 1 TO ROW-MM.
           IF ROW-MM > 12
               MOVE 1 TO ROW-MM
               ADD 1 TO ROW-YYYY.
           ADD 1 TO TREND-IX.
           IF TREND-IX NOT > 12 GO TO PRINT-TREND-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           IF CAT-OPEN = "Y"
               CLOSE CAT-FILE.
           MOVE SPACE TO ACCURACY-LINE.
           MOVE "ALL COUNTS THIS MONTH" TO AC-LABEL.
           MOVE MONTH-COUNTED TO ROW-COUNTED.
           MOVE MONTH-WITHIN TO ROW-WITHIN.
           PERFORM FILL-ROW THRU FILL-ROW-EXIT.
           DISPLAY HEADING-2.
           DISPLAY ACCURACY-LINE.
           DISPLAY "ACCURACY REPORT IS ON " STOCK-CRA-FN.
       FINISH.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *ONE KIND OF BREAKDOWN UNDER ITS SECTION TITLE, ITS KEYS IN
      *ORDER - EACH TIME ROUND, THE LOWEST NOT YET PRINTED
       PRINT-KIND.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SECTION-TITLE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE LOW-VALUE TO LAST-KEY.
       PRINT-KIND-NEXT.
           MOVE HIGH-VALUE TO NEXT-KEY.
           MOVE 0 TO NEXT-IX.
           PERFORM FIND-NEXT-KEY THRU FIND-NEXT-KEY-EXIT
               VARYING BD-IX FROM 1 BY 1 UNTIL BD-IX > BD-COUNT.
           IF NEXT-IX = 0 GO TO PRINT-KIND-EXIT.
           MOVE NEXT-KEY TO LAST-KEY.
           MOVE SPACE TO ACCURACY-LINE.
           MOVE BD-KEY (NEXT-IX) TO AC-KEY.
           PERFORM FIND-NOTE THRU FIND-NOTE-EXIT.
           MOVE BD-COUNTED (NEXT-IX) TO ROW-COUNTED.
           MOVE BD-WITHIN (NEXT-IX) TO ROW-WITHIN.
           PERFORM PRINT-ROW THRU PRINT-ROW-EXIT.
           GO TO PRINT-KIND-NEXT.
       PRINT-KIND-EXIT.
           EXIT.
       FIND-NEXT-KEY.
           IF BD-KIND (BD-IX) NOT = WANTED-KIND
               GO TO FIND-NEXT-KEY-EXIT.
           IF BD-KEY (BD-IX) > LAST-KEY
               AND BD-KEY (BD-IX) < NEXT-KEY
               MOVE BD-KEY (BD-IX) TO NEXT-KEY
               MOVE BD-IX TO NEXT-IX.
       FIND-NEXT-KEY-EXIT.
           EXIT.
      *A WORD BESIDE THE KEY - THE TOLERANCE A CLASS IS HELD TO,
      *THE CATEGORY'S NAME, WHAT A SOURCE CODE MEANS
       FIND-NOTE.
           IF WANTED-KIND = "A"
               MOVE TOL-C-PCT TO TN-PCT
               IF BD-KEY (NEXT-IX) = "A"
                   MOVE TOL-A-PCT TO TN-PCT
               END-IF
               IF BD-KEY (NEXT-IX) = "B"
                   MOVE TOL-B-PCT TO TN-PCT
               END-IF
               MOVE TOL-NOTE TO AC-NOTE.
           IF WANTED-KIND = "Z" AND BD-KEY (NEXT-IX) = SPACE
               MOVE "NO ZONE" TO AC-NOTE.
           IF WANTED-KIND = "C" AND CAT-OPEN = "Y"
               MOVE BD-KEY (NEXT-IX) TO CAT-CODE
               READ CAT-FILE
                   INVALID CONTINUE
                   NOT INVALID MOVE CAT-DESC TO AC-NOTE
               END-READ.
           IF WANTED-KIND = "S" AND BD-KEY (NEXT-IX) = "K"
               MOVE "KEYED" TO AC-NOTE.
           IF WANTED-KIND = "S" AND BD-KEY (NEXT-IX) = "I"
               MOVE "HAND-HELD IMPORT" TO AC-NOTE.
       FIND-NOTE-EXIT.
           EXIT.
      *THE LABEL IS ALREADY IN ACCURACY-LINE - THE FIGURES GO BESIDE
      *IT AND THE LINE IS PRINTED
       PRINT-ROW.
           PERFORM FILL-ROW THRU FILL-ROW-EXIT.
           MOVE ACCURACY-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       PRINT-ROW-EXIT.
           EXIT.
      *A MONTH WITH NO COUNTS HAS NO ACCURACY TO SHOW
       FILL-ROW.
           MOVE ROW-COUNTED TO AC-COUNTED.
           MOVE ROW-WITHIN TO AC-WITHIN.
           COMPUTE AC-OUTSIDE = ROW-COUNTED - ROW-WITHIN.
           IF ROW-COUNTED = 0 GO TO FILL-ROW-EXIT.
           COMPUTE ROW-PCT ROUNDED = ROW-WITHIN * 100 / ROW-COUNTED.
           MOVE ROW-PCT TO AC-PCT.
           MOVE "%" TO AC-PCT-SIGN.
       FILL-ROW-EXIT.
           EXIT.
       GET-PERIOD.
           DISPLAY "ENTER MONTH TO REPORT (MM/YYYY): ".
           ACCEPT WANTED-PERIOD.
           IF WP-MM NOT NUMERIC OR WP-YYYY NOT NUMERIC
               OR WP-MM < 1 OR WP-MM > 12
               DISPLAY "NOT A MONTH, TRY AGAIN."
               GO TO GET-PERIOD.
       GET-PERIOD-EXIT.
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
           MOVE "TRAIN.CRS" TO STOCK-CRS-FN.
           MOVE "TRAIN.CAT" TO STOCK-CAT-FN.
           MOVE "TRAIN.CRA" TO STOCK-CRA-FN.
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
