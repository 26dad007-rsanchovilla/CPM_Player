      *THAT JUSTIFIES OR KILLS A REORDER-LEVEL INCREASE.
      *DAY ARITHMETIC USES THE SAME APPROXIMATE 365/30 COUNT THE
      *CYCLE-COUNT SCHEDULER USES.
      *ISSUES ARE COUNTED OFF THE DAILY MOVEMENT SUMMARY ON
      *STOCK.MSM RATHER THAN THE WHOLE JOURNAL.
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
           SELECT BACK-ORDER-FILE ASSIGN DYNAMIC STOCK-BKO-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
      /
       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE; RECORD 72.
           COPY "MSMFILE.CPY".
       FD  BACK-ORDER-FILE; RECORD 56.
           COPY "BKORDER.CPY".
       FD  PRINT-FILE; RECORD 80.
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-MSM-FN PIC X(12) VALUE "STOCK.MSM".
           02  STOCK-BKO-FN PIC X(12) VALUE "STOCK.BKO".
           02  STOCK-SVL-FN PIC X(12) VALUE "STOCK.SVL".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  MS-FILE-STATUS PIC XX.
       01  BK-FILE-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
               03  BA-TAKEN PIC X.
       01  EVENT-KEY PIC XX.
       01  EVENT-DEPT PIC X(4).
       01  EVENT-COUNT PIC 9(6).
       01  HEADING-2.
           02  FILLER PIC X(24) VALUE "SERVICE LEVEL ANALYSIS".
       01  CAT-LINE.
           DISPLAY "SERVICE LEVEL AND STOCKOUT ANALYSIS".
           PERFORM GET-FROM-DATE THRU GET-FROM-DATE-EXIT.
           PERFORM GET-TO-DATE THRU GET-TO-DATE-EXIT.
           OPEN INPUT SUMMARY-FILE.
           IF MS-FILE-STATUS NOT = "00"
               DISPLAY "NO MOVEMENT SUMMARY ON DISK - NOTHING TO"
                   " ANALYZE."
               GOBACK.
           OPEN INPUT BACK-ORDER-FILE.
           IF BK-FILE-STATUS NOT = "00"
               CLOSE BACK-ORDER-FILE
               OPEN INPUT BACK-ORDER-FILE
           END-IF.
           MOVE LOW-VALUE TO MS-KEY.
           MOVE FROM-DATE-NUM TO MS-DATE-NUM.
           START SUMMARY-FILE KEY NOT LESS THAN MS-KEY
               INVALID MOVE "N" TO MORE-RECORDS.
      *EVERY TYPE I ISSUE IN THE PERIOD IS A DEMAND SATISFIED FROM
      *FREE STOCK FIRST TIME
       SCAN-ISSUES.
           IF MORE-RECORDS = "N" GO TO SCAN-BKO-START.
           READ SUMMARY-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO SCAN-ISSUES.
           IF MS-DATE-NUM > TO-DATE-NUM
               MOVE "N" TO MORE-RECORDS
               GO TO SCAN-ISSUES.
           IF MS-TYPE NOT = "I" GO TO SCAN-ISSUES.
           ADD MS-COUNT TO TOTAL-ISSUES.
           MOVE MS-COUNT TO EVENT-COUNT.
           MOVE MS-CATEGORY TO EVENT-KEY.
           PERFORM COUNT-CAT-ISSUE THRU COUNT-CAT-EXIT.
           MOVE MS-DEPARTMENT TO EVENT-DEPT.
           PERFORM COUNT-DEPT-ISSUE THRU COUNT-DEPT-EXIT.
           GO TO SCAN-ISSUES.
       SCAN-BKO-START.
           EXIT.
       COUNT-CAT-ISSUE.
           PERFORM FIND-CAT-SLOT THRU FIND-CAT-EXIT.
           IF CAT-IX NOT = 0 ADD EVENT-COUNT TO CA-ISSUES (CAT-IX).
       COUNT-CAT-EXIT.
           EXIT.
       COUNT-CAT-BKO.
           EXIT.
       COUNT-DEPT-ISSUE.
           PERFORM FIND-DEPT-SLOT THRU FIND-DEPT-EXIT.
           IF DEPT-IX NOT = 0 ADD EVENT-COUNT TO DE-ISSUES (DEPT-IX).
       COUNT-DEPT-EXIT.
           EXIT.
       COUNT-DEPT-BKO.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY RATE-LINE.
           DISPLAY WAIT-LINE.
           CLOSE SUMMARY-FILE.
           CLOSE BACK-ORDER-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "REPORT IS ON STOCK.SVL".
      *NEW STARTER CAN GET THINGS WRONG WITHOUT SCARRING THE
      *LIVE DATA
       SET-TRAINING-FILES.
           MOVE "TRAIN.MSM" TO STOCK-MSM-FN.
           MOVE "TRAIN.BKO" TO STOCK-BKO-FN.
           MOVE "TRAIN.SVL" TO STOCK-SVL-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
