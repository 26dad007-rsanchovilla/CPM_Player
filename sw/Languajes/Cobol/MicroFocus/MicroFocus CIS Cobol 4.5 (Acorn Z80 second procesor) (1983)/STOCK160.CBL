       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTION-AGEING.
       AUTHOR. MICRO FOCUS LTD.
      *EVERY ACTION ON STOCK.ACQ NOT YET CLOSED, GROUPED BY THE
      *OPERATOR IT IS ASSIGNED TO - THE ONES NOBODY HAS BEEN GIVEN
      *COME FIRST - WITH HOW MANY WORKING DAYS EACH HAS BEEN OPEN.
      *EACH OPERATOR'S GROUP ENDS WITH A COUNT OF THEIR ACTIONS IN
      *AGE BANDS AND THE OLDEST, SO THE SUPERVISOR CAN SEE WHOSE
      *LIST IS STANDING STILL.  THE QUEUE IS KEYED ON ACTION NUMBER,
      *SO THE OPEN ACTIONS ARE FIRST DROPPED INTO A WORK FILE KEYED
      *ON ASSIGNEE AND NUMBER.  THE LISTING GOES TO STOCK.AQR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTION-FILE ASSIGN DYNAMIC STOCK-ACQ-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AQ-NUMBER
           FILE STATUS AQ-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN "STOCK.OPR"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY OM-OPERATOR-ID
           FILE STATUS OPR-STATUS.
           SELECT WORK-FILE ASSIGN DYNAMIC STOCK-AQW-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AW-KEY.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-AQR-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ACTION-FILE; RECORD 180.
           COPY "ACQFILE.CPY".
       FD  OPERATOR-FILE; RECORD 56.
           COPY "OPRFILE.CPY".
       FD  WORK-FILE; RECORD 10.
       01  WORK-RECORD.
           02  AW-KEY.
               03  AW-ASSIGNEE PIC X(4).
               03  AW-NUMBER PIC 9(6).
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
           COPY "CALREQ.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-ACQ-FN PIC X(12) VALUE "STOCK.ACQ".
           02  STOCK-AQW-FN PIC X(12) VALUE "STOCK.AQW".
           02  STOCK-AQR-FN PIC X(12) VALUE "STOCK.AQR".
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  AQ-FILE-STATUS PIC XX.
       01  OPR-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  MORE-RECORDS PIC X VALUE "Y".
       01  CALENDAR-FALLBACK PIC X VALUE "N".
       01  GROUP-ASSIGNEE PIC X(4).
       01  FIRST-GROUP PIC X VALUE "Y".
       01  DAYS-OPEN PIC 9(5).
       01  OPEN-TOTAL PIC 9(5) VALUE 0.
       01  GROUP-COUNTS.
           02  GC-TOTAL PIC 9(4).
           02  GC-BAND-1 PIC 9(4).
           02  GC-BAND-2 PIC 9(4).
           02  GC-BAND-3 PIC 9(4).
           02  GC-BAND-4 PIC 9(4).
           02  GC-OLDEST PIC 9(5).
       01  HEADING-2.
           02  FILLER PIC X(7) VALUE "    NO".
           02  FILLER PIC X(9) VALUE "SOURCE".
           02  FILLER PIC X(11) VALUE "RAISED".
           02  FILLER PIC X(6) VALUE " DAYS".
           02  FILLER PIC X(11) VALUE "DESCRIPTION".
       01  GROUP-HEAD-LINE.
           02  FILLER PIC X(12) VALUE "ASSIGNED TO ".
           02  GH-ASSIGNEE PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  GH-NAME PIC X(20).
       01  DETAIL-LINE.
           02  DL-NUMBER PIC ZZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  DL-SOURCE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  DL-RAISED PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  DL-DAYS PIC ZZZZ9.
           02  FILLER PIC X VALUE SPACE.
           02  DL-DESCRIPTION PIC X(40).
       01  KEY-LINE.
           02  FILLER PIC X(28) VALUE SPACE.
           02  FILLER PIC X(4) VALUE "KEY ".
           02  KL-ITEM-KEY PIC X(20).
       01  GROUP-TOTAL-LINE.
           02  FILLER PIC X(6) VALUE "OPEN ".
           02  GT-TOTAL PIC ZZZ9.
           02  FILLER PIC X(9) VALUE "   0-2: ".
           02  GT-BAND-1 PIC ZZZ9.
           02  FILLER PIC X(9) VALUE "   3-5: ".
           02  GT-BAND-2 PIC ZZZ9.
           02  FILLER PIC X(9) VALUE "  6-10: ".
           02  GT-BAND-3 PIC ZZZ9.
           02  FILLER PIC X(9) VALUE "  11+: ".
           02  GT-BAND-4 PIC ZZZ9.
           02  FILLER PIC X(10) VALUE "  OLDEST ".
           02  GT-OLDEST PIC ZZZZ9.
       01  SUMMARY-LINE.
           02  FILLER PIC X(20) VALUE "OPEN ACTIONS LISTED ".
           02  SL-COUNT PIC ZZZZ9.
       01  BASIS-WORKING PIC X(50) VALUE
           "DAYS OPEN ARE WORKING DAYS ON THE SHOP CALENDAR".
       01  BASIS-CALENDAR PIC X(60) VALUE
           "DAYS OPEN ARE CALENDAR DAYS - SHOP CALENDAR NOT SET UP".
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
           DISPLAY "OPEN ACTION AGEING BY ASSIGNEE".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           OPEN INPUT ACTION-FILE.
           IF AQ-FILE-STATUS NOT = "00"
               DISPLAY TERM-HIGHLIGHT-ON
                   "NO ACTIONS HAVE BEEN RAISED" TERM-HIGHLIGHT-OFF
               GOBACK.
           OPEN INPUT OPERATOR-FILE.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           MOVE 1 TO AQ-NUMBER.
           START ACTION-FILE KEY NOT LESS THAN AQ-NUMBER
               INVALID MOVE "N" TO MORE-RECORDS.
       COLLECT-LOOP.
           IF MORE-RECORDS = "N" GO TO COLLECT-DONE.
           READ ACTION-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO COLLECT-LOOP.
           IF AQ-STATUS = "C" GO TO COLLECT-LOOP.
           IF AQ-STATUS = "A"
               MOVE AQ-ASSIGNEE TO AW-ASSIGNEE
           ELSE
               MOVE SPACE TO AW-ASSIGNEE
           END-IF.
           MOVE AQ-NUMBER TO AW-NUMBER.
           WRITE WORK-RECORD.
           GO TO COLLECT-LOOP.
      *THE WORK FILE IN ASSIGNEE ORDER - BLANK, THE UNASSIGNED,
      *SORTS FIRST - EACH ENTRY FETCHED BACK FROM THE QUEUE
       COLLECT-DONE.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "OPEN SUPERVISOR ACTIONS BY ASSIGNEE" TO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO AW-KEY.
           START WORK-FILE KEY NOT LESS THAN AW-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       PRINT-LOOP.
           IF MORE-RECORDS = "N" GO TO END-IT.
           READ WORK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO PRINT-LOOP.
           MOVE AW-NUMBER TO AQ-NUMBER.
           READ ACTION-FILE
               INVALID GO TO PRINT-LOOP.
           IF FIRST-GROUP = "Y" OR AW-ASSIGNEE NOT = GROUP-ASSIGNEE
               PERFORM GROUP-BREAK THRU GROUP-BREAK-EXIT.
           PERFORM SHOW-ACTION THRU SHOW-ACTION-EXIT.
           GO TO PRINT-LOOP.
       SHOW-ACTION.
           MOVE "C" TO CQ-FUNCTION.
           MOVE AQ-RAISED-NUM TO CQ-FROM-NUM.
           MOVE RUN-DATE-NUM TO CQ-TO-NUM.
           CALL "WORKING-DAYS" USING CALENDAR-REQ-BLOCK.
           IF CQ-BASIS = "C"
               MOVE "Y" TO CALENDAR-FALLBACK.
           IF CQ-BASIS NOT = "E" AND CQ-DAYS > 0
               MOVE CQ-DAYS TO DAYS-OPEN
           ELSE
               MOVE 0 TO DAYS-OPEN
           END-IF.
           ADD 1 TO GC-TOTAL.
           ADD 1 TO OPEN-TOTAL.
           IF DAYS-OPEN < 3
               ADD 1 TO GC-BAND-1
           ELSE
               IF DAYS-OPEN < 6
                   ADD 1 TO GC-BAND-2
               ELSE
                   IF DAYS-OPEN < 11
                       ADD 1 TO GC-BAND-3
                   ELSE
                       ADD 1 TO GC-BAND-4
                   END-IF
               END-IF
           END-IF.
           IF DAYS-OPEN > GC-OLDEST
               MOVE DAYS-OPEN TO GC-OLDEST.
           MOVE AQ-NUMBER TO DL-NUMBER.
           MOVE AQ-SOURCE TO DL-SOURCE.
           MOVE AQ-RAISED-DATE TO DL-RAISED.
           MOVE DAYS-OPEN TO DL-DAYS.
           MOVE AQ-DESCRIPTION TO DL-DESCRIPTION.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE AQ-ITEM-KEY TO KL-ITEM-KEY.
           MOVE KEY-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       SHOW-ACTION-EXIT.
           EXIT.
       END-IT.
           PERFORM GROUP-TOTALS THRU GROUP-TOTALS-EXIT.
           MOVE OPEN-TOTAL TO SL-COUNT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SUMMARY-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF CALENDAR-FALLBACK = "Y"
               MOVE BASIS-CALENDAR TO RPT-DETAIL
           ELSE
               MOVE BASIS-WORKING TO RPT-DETAIL.
           DISPLAY RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY SUMMARY-LINE.
           CLOSE WORK-FILE.
           CLOSE ACTION-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "REPORT WRITTEN TO " STOCK-AQR-FN.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *A NEW ASSIGNEE - CLOSE OFF THE ONE BEFORE WITH ITS AGE
      *BANDS, THEN HEAD UP THE NEW ONE WITH THE OPERATOR'S NAME
       GROUP-BREAK.
           PERFORM GROUP-TOTALS THRU GROUP-TOTALS-EXIT.
           MOVE "N" TO FIRST-GROUP.
           MOVE AW-ASSIGNEE TO GROUP-ASSIGNEE.
           MOVE ZERO TO GROUP-COUNTS.
           MOVE GROUP-ASSIGNEE TO GH-ASSIGNEE.
           IF GROUP-ASSIGNEE = SPACE
               MOVE "----" TO GH-ASSIGNEE
               MOVE "(NOT YET ASSIGNED)" TO GH-NAME
           ELSE
               MOVE GROUP-ASSIGNEE TO OM-OPERATOR-ID
               MOVE SPACE TO GH-NAME
               READ OPERATOR-FILE
                   INVALID MOVE "(NOT ON FILE)" TO GH-NAME
                   NOT INVALID MOVE OM-NAME TO GH-NAME
               END-READ
           END-IF.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE GROUP-HEAD-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       GROUP-BREAK-EXIT.
           EXIT.
       GROUP-TOTALS.
           IF FIRST-GROUP = "Y" GO TO GROUP-TOTALS-EXIT.
           MOVE GC-TOTAL TO GT-TOTAL.
           MOVE GC-BAND-1 TO GT-BAND-1.
           MOVE GC-BAND-2 TO GT-BAND-2.
           MOVE GC-BAND-3 TO GT-BAND-3.
           MOVE GC-BAND-4 TO GT-BAND-4.
           MOVE GC-OLDEST TO GT-OLDEST.
           MOVE GROUP-TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY GH-ASSIGNEE " " GH-NAME " " GROUP-TOTAL-LINE.
       GROUP-TOTALS-EXIT.
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
           MOVE "TRAIN.ACQ" TO STOCK-ACQ-FN.
           MOVE "TRAIN.AQW" TO STOCK-AQW-FN.
           MOVE "TRAIN.AQR" TO STOCK-AQR-FN.
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
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
       GET-RUN-DATE-EXIT.
           EXIT.
