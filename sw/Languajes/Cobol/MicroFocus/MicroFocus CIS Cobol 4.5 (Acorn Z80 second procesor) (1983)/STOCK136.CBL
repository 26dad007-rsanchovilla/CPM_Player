       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPREST-USAGE.
       AUTHOR. MICRO FOCUS LTD.
      *IMPREST USAGE REPORT ON STOCK.IMR - WHAT EACH DEPARTMENT
      *CUPBOARD CONSUMED BETWEEN ITS TOP-UPS OVER A DATE RANGE.
      *EVERY CONFIRMED TOP-UP LEFT ONE ROW PER PAR LINE ON STOCK.IMU
      *HOLDING THE QUANTITY USED SINCE THE TOP-UP BEFORE IT; THIS
      *ADDS THEM UP PER CUPBOARD AND STOCK CODE, VALUES THE USAGE AT
      *THE UNIT COST WHEN IT WAS TOPPED UP, AND TOTALS EACH CUPBOARD
      *AND THE WHOLE RUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-FILE ASSIGN DYNAMIC STOCK-IMU-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IU-KEY
           FILE STATUS IU-FILE-STATUS.
           SELECT CUPBOARD-FILE ASSIGN DYNAMIC STOCK-IMC-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IC-CUPBOARD
           FILE STATUS IC-FILE-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS STOCK-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-IMR-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-FILE; RECORD 80.
           COPY "IMUFILE.CPY".
       FD  CUPBOARD-FILE; RECORD 60.
           COPY "IMCFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-IMU-FN PIC X(12) VALUE "STOCK.IMU".
           02  STOCK-IMC-FN PIC X(12) VALUE "STOCK.IMC".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-IMR-FN PIC X(12) VALUE "STOCK.IMR".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  IU-FILE-STATUS PIC XX.
       01  IC-FILE-STATUS PIC XX.
       01  STOCK-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  RUN-DATE PIC X(10).
       01  FROM-DATE PIC X(10).
       01  FROM-NUM PIC 9(8).
       01  TO-DATE PIC X(10).
       01  TO-NUM PIC 9(8).
       01  MORE-RECORDS PIC X.
       01  HOLD-CUPBOARD PIC X(4).
       01  HOLD-CODE PIC X(8).
       01  HOLD-DEPT PIC X(4).
       01  USED-VALUE PIC 9(8)V99.
       01  ITEM-TOPUPS PIC 9(4).
       01  ITEM-USED PIC 9(7)V99.
       01  ITEM-VALUE PIC 9(8)V99.
       01  ITEM-TOPPED PIC 9(7)V99.
       01  CUPBOARD-ITEMS PIC 9(4).
       01  CUPBOARD-VALUE PIC 9(8)V99.
       01  GRAND-CUPBOARDS PIC 9(4).
       01  GRAND-VALUE PIC 9(9)V99.
       01  HEADING-2.
           02  FILLER PIC X(10) VALUE "ITEM".
           02  FILLER PIC X(22) VALUE "DESCRIPTION".
           02  FILLER PIC X(8) VALUE "TOP-UPS".
           02  FILLER PIC X(13) VALUE "     QTY USED".
           02  FILLER PIC X(13) VALUE "   VALUE USED".
           02  FILLER PIC X(13) VALUE "  TOPPED UP".
       01  CUPBOARD-LINE.
           02  FILLER PIC X(9) VALUE "CUPBOARD ".
           02  CB-CUPBOARD PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  CB-DESC PIC X(20).
           02  FILLER PIC X(6) VALUE " DEPT ".
           02  CB-DEPT PIC X(4).
       01  DETAIL-LINE.
           02  DL-CODE PIC X(8).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-DESC PIC X(20).
           02  FILLER PIC XX VALUE SPACE.
           02  DL-TOPUPS PIC ZZZ9.
           02  FILLER PIC X(3) VALUE SPACE.
           02  DL-USED PIC ZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  DL-VALUE PIC ZZZZZZZ9.99.
           02  FILLER PIC XX VALUE SPACE.
           02  DL-TOPPED PIC ZZZZZZ9.99.
       01  TOTAL-LINE.
           02  TL-LABEL PIC X(40).
           02  FILLER PIC X(13) VALUE SPACE.
           02  TL-VALUE PIC ZZZZZZZZ9.99.
       01  COUNT-LINE.
           02  CL-LABEL PIC X(40).
           02  CL-COUNT PIC ZZZZ9.
      /
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
       START-PROC.
           IF SGN-TRAINING-FLAG = "Y"
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "IMPREST CUPBOARD USAGE REPORT".
           PERFORM GET-FROM-DATE THRU GET-FROM-DATE-EXIT.
           PERFORM GET-TO-DATE THRU GET-TO-DATE-EXIT.
           IF TO-NUM < FROM-NUM
               DISPLAY "TO DATE IS BEFORE THE FROM DATE, TRY AGAIN."
               GO TO START-PROC.
           OPEN INPUT USAGE-FILE.
           IF IU-FILE-STATUS NOT = "00"
               OPEN OUTPUT USAGE-FILE
               CLOSE USAGE-FILE
               OPEN INPUT USAGE-FILE
           END-IF.
           OPEN INPUT CUPBOARD-FILE.
           IF IC-FILE-STATUS NOT = "00"
               OPEN OUTPUT CUPBOARD-FILE
               CLOSE CUPBOARD-FILE
               OPEN INPUT CUPBOARD-FILE
           END-IF.
           OPEN INPUT STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN INPUT STOCK-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE SPACE TO RPT-TITLE.
           STRING "IMPREST USAGE " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               INTO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE 0 TO GRAND-CUPBOARDS.
           MOVE 0 TO GRAND-VALUE.
           MOVE SPACE TO HOLD-CUPBOARD.
           MOVE SPACE TO HOLD-CODE.
           MOVE "Y" TO MORE-RECORDS.
           MOVE LOW-VALUE TO IU-KEY.
           START USAGE-FILE KEY NOT LESS THAN IU-KEY
               INVALID MOVE "N" TO MORE-RECORDS
           END-START.
       READ-LOOP.
           IF MORE-RECORDS = "N" GO TO REPORT-DONE.
           READ USAGE-FILE NEXT RECORD
               AT END MOVE "N" TO MORE-RECORDS
               GO TO REPORT-DONE
           END-READ.
           IF IU-DATE-NUM < FROM-NUM OR IU-DATE-NUM > TO-NUM
               GO TO READ-LOOP.
           IF IU-CUPBOARD NOT = HOLD-CUPBOARD
               IF HOLD-CUPBOARD NOT = SPACE
                   PERFORM ITEM-BREAK THRU ITEM-BREAK-EXIT
                   PERFORM CUPBOARD-BREAK THRU CUPBOARD-BREAK-EXIT
               END-IF
               PERFORM CUPBOARD-START THRU CUPBOARD-START-EXIT
           ELSE
               IF IU-STOCK-CODE NOT = HOLD-CODE
                   PERFORM ITEM-BREAK THRU ITEM-BREAK-EXIT
                   PERFORM ITEM-START THRU ITEM-START-EXIT
               END-IF
           END-IF.
           COMPUTE USED-VALUE ROUNDED = IU-USED-QTY * IU-UNIT-COST
               ON SIZE ERROR MOVE 0 TO USED-VALUE
           END-COMPUTE.
           IF IU-TOPUP-QTY NOT = 0
               ADD 1 TO ITEM-TOPUPS.
           ADD IU-USED-QTY TO ITEM-USED.
           ADD USED-VALUE TO ITEM-VALUE.
           ADD IU-TOPUP-QTY TO ITEM-TOPPED.
           GO TO READ-LOOP.
       REPORT-DONE.
           IF HOLD-CUPBOARD NOT = SPACE
               PERFORM ITEM-BREAK THRU ITEM-BREAK-EXIT
               PERFORM CUPBOARD-BREAK THRU CUPBOARD-BREAK-EXIT.
           IF GRAND-CUPBOARDS = 0
               MOVE "NO IMPREST TOP-UPS IN THE DATE RANGE"
                   TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "CUPBOARDS REPORTED" TO CL-LABEL.
           MOVE GRAND-CUPBOARDS TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "TOTAL VALUE USED, ALL CUPBOARDS" TO TL-LABEL.
           MOVE GRAND-VALUE TO TL-VALUE.
           MOVE TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE USAGE-FILE.
           CLOSE CUPBOARD-FILE.
           CLOSE STOCK-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "REPORT WRITTEN TO " STOCK-IMR-FN.
           DISPLAY "END OF PROGRAM".
           GOBACK.
       CUPBOARD-START.
           MOVE IU-CUPBOARD TO HOLD-CUPBOARD.
           MOVE IU-DEPT TO HOLD-DEPT.
           MOVE 0 TO CUPBOARD-ITEMS.
           MOVE 0 TO CUPBOARD-VALUE.
           ADD 1 TO GRAND-CUPBOARDS.
           MOVE IU-CUPBOARD TO IC-CUPBOARD.
           READ CUPBOARD-FILE
               INVALID MOVE "** NOT ON FILE **" TO IC-DESC
           END-READ.
           MOVE IU-CUPBOARD TO CB-CUPBOARD.
           MOVE IC-DESC TO CB-DESC.
           MOVE HOLD-DEPT TO CB-DEPT.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE CUPBOARD-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           PERFORM ITEM-START THRU ITEM-START-EXIT.
       CUPBOARD-START-EXIT.
           EXIT.
       ITEM-START.
           MOVE IU-STOCK-CODE TO HOLD-CODE.
           MOVE 0 TO ITEM-TOPUPS.
           MOVE 0 TO ITEM-USED.
           MOVE 0 TO ITEM-VALUE.
           MOVE 0 TO ITEM-TOPPED.
       ITEM-START-EXIT.
           EXIT.
      *THE DESCRIPTION IS TAKEN FROM THE FIRST BIN THE CODE IS
      *STOCKED IN - THE CUPBOARD ROW DOES NOT CARRY ONE
       ITEM-BREAK.
           MOVE HOLD-CODE TO STOCK-CODE.
           MOVE LOW-VALUE TO LOCATION-CODE.
           MOVE "** NOT ON MASTER **" TO DL-DESC.
           START STOCK-FILE KEY NOT LESS THAN STOCK-KEY
               INVALID GO TO ITEM-BREAK-PRINT
           END-START.
           READ STOCK-FILE NEXT RECORD
               AT END GO TO ITEM-BREAK-PRINT
           END-READ.
           IF STOCK-CODE = HOLD-CODE
               MOVE PRODUCT-DESC TO DL-DESC.
       ITEM-BREAK-PRINT.
           MOVE HOLD-CODE TO DL-CODE.
           MOVE ITEM-TOPUPS TO DL-TOPUPS.
           MOVE ITEM-USED TO DL-USED.
           MOVE ITEM-VALUE TO DL-VALUE.
           MOVE ITEM-TOPPED TO DL-TOPPED.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD 1 TO CUPBOARD-ITEMS.
           ADD ITEM-VALUE TO CUPBOARD-VALUE.
       ITEM-BREAK-EXIT.
           EXIT.
       CUPBOARD-BREAK.
           MOVE SPACE TO TL-LABEL.
           STRING "VALUE USED FROM CUPBOARD " DELIMITED BY SIZE
               HOLD-CUPBOARD DELIMITED BY SIZE
               INTO TL-LABEL.
           MOVE CUPBOARD-VALUE TO TL-VALUE.
           MOVE TOTAL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           ADD CUPBOARD-VALUE TO GRAND-VALUE.
       CUPBOARD-BREAK-EXIT.
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
           MOVE "TRAIN.IMU" TO STOCK-IMU-FN.
           MOVE "TRAIN.IMC" TO STOCK-IMC-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.IMR" TO STOCK-IMR-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
      *A BARE RETURN ON THE FROM DATE TAKES EVERY TOP-UP ON FILE;
      *ON THE TO DATE IT TAKES TODAY, WHICH IS ALSO THE REPORT DATE
       GET-FROM-DATE.
           DISPLAY "ENTER FROM DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE STARTS FROM THE FIRST TOP-UP)".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           IF DC-DATE-ENTRY = SPACE
               MOVE "FIRST" TO FROM-DATE
               MOVE 0 TO FROM-NUM
               GO TO GET-FROM-DATE-EXIT.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-FROM-DATE.
           MOVE DC-DATE TO FROM-DATE.
           MOVE DC-DATE-NUM TO FROM-NUM.
       GET-FROM-DATE-EXIT.
           EXIT.
       GET-TO-DATE.
           DISPLAY "ENTER TO DATE (MM/DD/YYYY): ".
           DISPLAY "(RETURN ALONE USES TODAYS DATE)".
           MOVE SPACE TO DC-DATE-ENTRY.
           ACCEPT DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y"
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-TO-DATE.
           MOVE DC-DATE TO TO-DATE.
           MOVE DC-DATE-NUM TO TO-NUM.
           MOVE DC-DATE TO RUN-DATE.
       GET-TO-DATE-EXIT.
           EXIT.
