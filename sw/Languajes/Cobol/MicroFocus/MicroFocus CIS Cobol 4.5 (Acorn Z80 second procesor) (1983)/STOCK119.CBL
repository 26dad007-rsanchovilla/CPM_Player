       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-COST-REPORT.
       AUTHOR. MICRO FOCUS LTD.
      *WHAT EACH MAINTENANCE JOB COST IN PARTS.  THE WHOLE JOURNAL
      *IS WALKED FOR TYPE I ISSUES AND TYPE D RETURNS CARRYING A JOB
      *NUMBER; RETURNS NET OFF THE JOB THE SAME WAY THEY NET OFF THE
      *DEPARTMENT IN THE COST ALLOCATION REPORT, AND EVERYTHING IS
      *VALUED AT THE ITEM'S CURRENT COST.  EACH JOB PRINTS ITS PARTS
      *AND THEIR TOTAL AGAINST THE ESTIMATE THE JOB WAS RAISED WITH.
      *ONE JOB OR ALL OF THEM; THE LISTING GOES TO STOCK.JCR.
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
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY.
           SELECT JOB-FILE ASSIGN DYNAMIC STOCK-JOB-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JB-NO
           FILE STATUS JB-FILE-STATUS.
      *PER-JOB, PER-PART TOTALS ACCUMULATE ON A WORK FILE KEYED BY
      *JOB AND STOCK CODE, SO THE PRINT PASS COMES OUT JOB BY JOB
           SELECT WORK-FILE ASSIGN DYNAMIC STOCK-JCW-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY JC-KEY.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-JCR-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE; RECORD 64.
           COPY "JRNREC.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  JOB-FILE; RECORD 80.
           COPY "JOBFILE.CPY".
       FD  WORK-FILE; RECORD 50.
       01  WORK-RECORD.
           02  JC-KEY.
               03  JC-JOB-NO PIC X(4).
               03  JC-STOCK-CODE PIC X(8).
           02  JC-DESC PIC X(20).
           02  JC-QUANTITY PIC S9(6)V99.
           02  JC-VALUE PIC S9(8)V99.
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-JRN-FN PIC X(12) VALUE "STOCK.JRN".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-JOB-FN PIC X(12) VALUE "STOCK.JOB".
           02  STOCK-JCW-FN PIC X(12) VALUE "STOCK.JCW".
           02  STOCK-JCR-FN PIC X(12) VALUE "STOCK.JCR".
       COPY "TERMPROF.CPY".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  JR-FILE-STATUS PIC XX.
       01  JB-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  WANTED-JOB PIC X(4).
       01  JRN-EOF PIC X VALUE "N".
       01  MORE-RECORDS PIC X VALUE "Y".
       01  CURRENT-JOB PIC X(4).
       01  ITEM-VALUE PIC S9(8)V99.
       01  HELD-COST PIC 9(4)V99.
       01  HELD-DESC PIC X(20).
       01  JOB-VALUE PIC S9(10)V99.
       01  JOB-VARIANCE PIC S9(10)V99.
       01  JOB-ESTIMATE PIC 9(7)V99.
       01  GRAND-VALUE PIC S9(10)V99 VALUE 0.
       01  GRAND-ESTIMATE PIC 9(10)V99 VALUE 0.
       01  JOBS-PRINTED PIC 9(4) VALUE 0.
       01  HEADING-2.
           02  FILLER PIC X(12) VALUE "STOCK CODE".
           02  FILLER PIC X(22) VALUE "DESCRIPTION".
           02  FILLER PIC X(12) VALUE "   QUANTITY".
           02  FILLER PIC X(14) VALUE " VALUE AT COST".
       01  JOB-HEAD-LINE.
           02  FILLER PIC X(4) VALUE "JOB ".
           02  JH-NO PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  JH-DESC PIC X(30).
           02  FILLER PIC X(6) VALUE " DEPT ".
           02  JH-DEPT PIC X(4).
           02  FILLER PIC XX VALUE SPACE.
           02  JH-STATUS PIC X(20).
       01  DETAIL-LINE.
           02  DL-STOCK-CODE PIC X(8).
           02  FILLER PIC X(4) VALUE SPACE.
           02  DL-DESC PIC X(20).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-QUANTITY PIC -ZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  DL-VALUE PIC -ZZZZZZZ9.99.
       01  JOB-TOTAL-LINE.
           02  FILLER PIC X(10) VALUE "  PARTS ".
           02  JT-VALUE PIC -ZZZZZZZZ9.99.
           02  FILLER PIC X(11) VALUE "  ESTIMATE ".
           02  JT-ESTIMATE PIC ZZZZZZ9.99.
           02  FILLER PIC X(11) VALUE "  VARIANCE ".
           02  JT-VARIANCE PIC -ZZZZZZZZ9.99.
           02  JT-FLAG PIC X(6).
       01  GRAND-TOTAL-LINE.
           02  FILLER PIC X(10) VALUE "ALL JOBS".
           02  GT-VALUE PIC -ZZZZZZZZ9.99.
           02  FILLER PIC X(11) VALUE "  ESTIMATE ".
           02  GT-ESTIMATE PIC ZZZZZZZZ9.99.
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
           DISPLAY "JOB COST REPORT".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           OPEN INPUT JOURNAL-FILE.
           IF JR-FILE-STATUS NOT = "00"
               DISPLAY "NO JOURNAL ON DISK"
               GOBACK.
           OPEN INPUT JOB-FILE.
           IF JB-FILE-STATUS NOT = "00"
               DISPLAY "NO JOB FILE ON DISK"
               CLOSE JOURNAL-FILE
               GOBACK.
           OPEN INPUT STOCK-FILE.
       ASK-JOB.
           DISPLAY "ENTER JOB NUMBER (BLANK FOR ALL JOBS): ".
           MOVE SPACE TO WANTED-JOB.
           ACCEPT WANTED-JOB.
           IF WANTED-JOB NOT = SPACE
               MOVE WANTED-JOB TO JB-NO
               READ JOB-FILE
                   INVALID DISPLAY TERM-HIGHLIGHT-ON "JOB NOT ON FILE"
                       TERM-HIGHLIGHT-OFF
                   GO TO ASK-JOB
               END-READ.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           MOVE LOW-VALUE TO JR-KEY.
           START JOURNAL-FILE KEY NOT LESS THAN JR-KEY
               INVALID MOVE "Y" TO JRN-EOF.
       SCAN-LOOP.
           IF JRN-EOF = "Y" GO TO PRINT-REPORT.
           READ JOURNAL-FILE NEXT RECORD
               AT END MOVE "Y" TO JRN-EOF
               GO TO SCAN-LOOP.
      *THE JOB NUMBER ONLY MEANS SOMETHING ON ISSUES AND RETURNS -
      *ON OTHER TYPES THOSE BYTES ARE THE OTHER BIN OF A TRANSFER
           IF JR-TYPE NOT = "I" AND JR-TYPE NOT = "D"
               GO TO SCAN-LOOP.
           IF JR-JOB-NO = SPACE GO TO SCAN-LOOP.
           IF WANTED-JOB NOT = SPACE AND JR-JOB-NO NOT = WANTED-JOB
               GO TO SCAN-LOOP.
           PERFORM GET-ITEM-COST THRU GET-ITEM-COST-EXIT.
           COMPUTE ITEM-VALUE ROUNDED = JR-QUANTITY * HELD-COST.
           MOVE JR-JOB-NO TO JC-JOB-NO.
           MOVE JR-STOCK-CODE TO JC-STOCK-CODE.
           READ WORK-FILE
               INVALID
                   MOVE JR-JOB-NO TO JC-JOB-NO
                   MOVE JR-STOCK-CODE TO JC-STOCK-CODE
                   MOVE HELD-DESC TO JC-DESC
                   MOVE 0 TO JC-QUANTITY
                   MOVE 0 TO JC-VALUE
                   WRITE WORK-RECORD
           END-READ.
           IF JR-TYPE = "D"
               SUBTRACT JR-QUANTITY FROM JC-QUANTITY
               SUBTRACT ITEM-VALUE FROM JC-VALUE
           ELSE
               ADD JR-QUANTITY TO JC-QUANTITY
               ADD ITEM-VALUE TO JC-VALUE
           END-IF.
           REWRITE WORK-RECORD.
           GO TO SCAN-LOOP.
      *THE COST AND DESCRIPTION COME OFF THE STOCK MASTER - A BIN
      *SINCE REMOVED VALUES AT NIL AND SAYS SO
       GET-ITEM-COST.
           MOVE 0 TO HELD-COST.
           MOVE "** NOT ON FILE **" TO HELD-DESC.
           MOVE JR-STOCK-CODE TO STOCK-CODE.
           MOVE JR-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID GO TO GET-ITEM-COST-EXIT
           END-READ.
           MOVE UNIT-COST TO HELD-COST.
           MOVE PRODUCT-DESC TO HELD-DESC.
       GET-ITEM-COST-EXIT.
           EXIT.
       PRINT-REPORT.
           CLOSE JOURNAL-FILE.
           CLOSE WORK-FILE.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT PRINT-FILE.
           MOVE "JOB COST - PARTS CONSUMED AGAINST ESTIMATE"
               TO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE SPACE TO CURRENT-JOB.
           MOVE LOW-VALUE TO JC-KEY.
           START WORK-FILE KEY NOT LESS THAN JC-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
       PRINT-LOOP.
           IF MORE-RECORDS = "N" GO TO END-IT.
           READ WORK-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO PRINT-LOOP.
           IF JC-JOB-NO NOT = CURRENT-JOB
               PERFORM JOB-BREAK THRU JOB-BREAK-EXIT.
           MOVE JC-STOCK-CODE TO DL-STOCK-CODE.
           MOVE JC-DESC TO DL-DESC.
           MOVE JC-QUANTITY TO DL-QUANTITY.
           MOVE JC-VALUE TO DL-VALUE.
           ADD JC-VALUE TO JOB-VALUE.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO PRINT-LOOP.
      *A NEW JOB - THE LAST ONE'S TOTAL GOES OUT FIRST, THEN THE NEW
      *JOB'S HEADING FROM THE JOB MASTER
       JOB-BREAK.
           IF CURRENT-JOB NOT = SPACE
               PERFORM JOB-TOTAL THRU JOB-TOTAL-EXIT.
           MOVE JC-JOB-NO TO CURRENT-JOB.
           MOVE 0 TO JOB-VALUE.
           MOVE JC-JOB-NO TO JH-NO.
           MOVE JC-JOB-NO TO JB-NO.
           READ JOB-FILE
               INVALID
                   MOVE "** NOT ON JOB FILE **" TO JH-DESC
                   MOVE SPACE TO JH-DEPT
                   MOVE SPACE TO JH-STATUS
                   MOVE 0 TO JOB-ESTIMATE
                   GO TO JOB-BREAK-PRINT
           END-READ.
           MOVE JB-DESC TO JH-DESC.
           MOVE JB-DEPT TO JH-DEPT.
           MOVE JB-ESTIMATE TO JOB-ESTIMATE.
           MOVE "OPEN" TO JH-STATUS.
           IF JB-STATUS NOT = "O"
               MOVE "CLOSED" TO JH-STATUS
               MOVE JB-CLOSED TO JH-STATUS (8:10).
       JOB-BREAK-PRINT.
           ADD 1 TO JOBS-PRINTED.
           ADD JOB-ESTIMATE TO GRAND-ESTIMATE.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE JOB-HEAD-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
       JOB-BREAK-EXIT.
           EXIT.
      *OVER ESTIMATE IS FLAGGED SO THE ENGINEER'S EYE GOES STRAIGHT
      *TO IT
       JOB-TOTAL.
           COMPUTE JOB-VARIANCE = JOB-VALUE - JOB-ESTIMATE.
           MOVE JOB-VALUE TO JT-VALUE.
           MOVE JOB-ESTIMATE TO JT-ESTIMATE.
           MOVE JOB-VARIANCE TO JT-VARIANCE.
           MOVE SPACE TO JT-FLAG.
           IF JOB-VARIANCE > 0 MOVE " OVER" TO JT-FLAG.
           ADD JOB-VALUE TO GRAND-VALUE.
           MOVE JOB-TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY CURRENT-JOB JOB-TOTAL-LINE.
       JOB-TOTAL-EXIT.
           EXIT.
       END-IT.
           IF CURRENT-JOB NOT = SPACE
               PERFORM JOB-TOTAL THRU JOB-TOTAL-EXIT.
           IF JOBS-PRINTED = 0
               MOVE "NO PARTS BOOKED TO ANY JOB" TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               DISPLAY "NO PARTS BOOKED TO ANY JOB".
           IF JOBS-PRINTED > 1
               MOVE GRAND-VALUE TO GT-VALUE
               MOVE GRAND-ESTIMATE TO GT-ESTIMATE
               MOVE SPACE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               MOVE GRAND-TOTAL-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP
               DISPLAY GRAND-TOTAL-LINE.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE PRINT-FILE.
           CLOSE STOCK-FILE.
           CLOSE JOB-FILE.
           CLOSE WORK-FILE.
           DISPLAY "REPORT WRITTEN TO " STOCK-JCR-FN.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
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
           MOVE "TRAIN.JRN" TO STOCK-JRN-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.JOB" TO STOCK-JOB-FN.
           MOVE "TRAIN.JCW" TO STOCK-JCW-FN.
           MOVE "TRAIN.JCR" TO STOCK-JCR-FN.
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
