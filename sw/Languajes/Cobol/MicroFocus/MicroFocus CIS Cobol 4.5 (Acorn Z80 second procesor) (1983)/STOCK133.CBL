       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ISSUE-RUN.
       AUTHOR. MICRO FOCUS LTD.
      *RAISES THE STANDING ISSUE ORDERS THAT HAVE FALLEN DUE.  EVERY
      *LINE ON STOCK.SIO WHOSE NEXT-DUE DATE HAS BEEN REACHED BY THE
      *RUN DATE, AND WHOSE END DATE HAS NOT PASSED, IS WRITTEN TO
      *STOCK.REQ AS AN ORDINARY OPEN REQUEST AND ITS QUANTITY
      *ALLOCATED ON STOCK.IT, EXACTLY AS A REQUEST KEYED THROUGH
      *ISSUE-REQUESTS - THE PICKING LIST AND THE CONFIRMATION PASS
      *TAKE IT FROM THERE.  THE LINE'S NEXT-DUE DATE IS THEN STEPPED
      *ON BY ITS FREQUENCY PAST THE RUN DATE, SO A RUN MISSED OVER A
      *HOLIDAY RAISES ONE REQUEST, NOT A PILE OF THEM.  A LINE THAT
      *CANNOT BE ALLOCATED - TOO LITTLE FREE STOCK, THE BIN GONE, THE
      *ITEM SINCE MADE LOT-CONTROLLED - IS STILL STEPPED ON BUT RAISES
      *NOTHING, AND IS LISTED ON STOCK.SIR FOR THE STORES TO KEY BY
      *HAND.  THE DAY-END RUN CALLS THIS AS ONE OF ITS STEPS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       SPECIAL-NAMES. CONSOLE IS CRT.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE ASSIGN DYNAMIC STOCK-SIO-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY SO-KEY
           FILE STATUS SO-FILE-STATUS.
           SELECT STOCK-FILE ASSIGN DYNAMIC STOCK-IT-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY STOCK-KEY
           FILE STATUS STOCK-STATUS.
           SELECT REQUEST-FILE ASSIGN DYNAMIC STOCK-REQ-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RQ-KEY
           FILE STATUS RQ-FILE-STATUS.
           SELECT DAY-FILE
           ASSIGN DYNAMIC STOCK-DAY-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS DAY-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-SIR-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE; RECORD 80.
           COPY "SIOFILE.CPY".
       FD  STOCK-FILE; RECORD 118.
           COPY "STOCKIT.CPY".
       FD  REQUEST-FILE; RECORD 49.
           COPY "REQFILE.CPY".
       FD  DAY-FILE; RECORD 34.
           COPY "DAYRUN.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  STOCK-SIO-FN PIC X(12) VALUE "STOCK.SIO".
           02  STOCK-IT-FN PIC X(12) VALUE "STOCK.IT".
           02  STOCK-REQ-FN PIC X(12) VALUE "STOCK.REQ".
           02  STOCK-DAY-FN PIC X(12) VALUE "STOCK.DAY".
           02  STOCK-SIR-FN PIC X(12) VALUE "STOCK.SIR".
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  SO-FILE-STATUS PIC XX.
       01  STOCK-STATUS PIC XX.
       01  RQ-FILE-STATUS PIC XX.
       01  DAY-STATUS PIC XX.
       01  PR-STATUS PIC XX.
       01  RETRY-ANSWER PIC X.
       01  AUTO-RUN-FLAG PIC X VALUE "N".
       01  AUTO-NOTE PIC X(16).
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
       01  DUE-NUM PIC 9(8).
       01  END-NUM PIC 9(8).
       01  FREE-BALANCE PIC S9(6)V99.
       01  RQ-NEXT-SEQ PIC 9(4).
       01  PERIODS-STEPPED PIC 9(4).
       01  LINES-DUE PIC 9(5) VALUE 0.
       01  REQUESTS-RAISED PIC 9(5) VALUE 0.
       01  LINES-NOT-RAISED PIC 9(5) VALUE 0.
       01  ORDERS-ENDED PIC 9(5) VALUE 0.
      *WORK DATE FOR STEPPING A NEXT-DUE DATE ON - A REAL CALENDAR
      *STEP, MONTH BY MONTH, SO THE DATE WRITTEN BACK EXISTS
       01  WORK-DATE-NUM PIC 9(8).
       01  WORK-DATE-PARTS REDEFINES WORK-DATE-NUM.
           02  WD-YYYY PIC 9999.
           02  WD-MM PIC 99.
           02  WD-DD PIC 99.
       01  DAYS-TO-ADD PIC 9(4).
       01  MONTH-LENGTH PIC 99.
       01  LEAP-QUOTIENT PIC 9(4).
       01  LEAP-REMAINDER PIC 9.
       01  MONTH-DAYS-VALUES PIC X(24) VALUE
               "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           02  MONTH-DAYS PIC 99 OCCURS 12 TIMES.
       01  DATE-OUT.
           02  DO-MM PIC 99.
           02  FILLER PIC X VALUE "/".
           02  DO-DD PIC 99.
           02  FILLER PIC X VALUE "/".
           02  DO-YYYY PIC 9999.
       01  HEADING-2.
           02  FILLER PIC X(8) VALUE "LINE".
           02  FILLER PIC X(9) VALUE "ITEM".
           02  FILLER PIC X(5) VALUE "BIN".
           02  FILLER PIC X(10) VALUE "  QUANTITY".
           02  FILLER PIC X(11) VALUE " NEXT DUE".
           02  FILLER PIC X(30) VALUE "OUTCOME".
       01  DETAIL-LINE.
           02  DL-DEPT PIC X(4).
           02  FILLER PIC X VALUE "/".
           02  DL-LINE PIC 99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-CODE PIC X(8).
           02  FILLER PIC X VALUE SPACE.
           02  DL-LOCATION PIC X(4).
           02  FILLER PIC X VALUE SPACE.
           02  DL-QUANTITY PIC ZZZZZ9.99.
           02  FILLER PIC X VALUE SPACE.
           02  DL-NEXT-DUE PIC X(10).
           02  FILLER PIC X VALUE SPACE.
           02  DL-OUTCOME PIC X(36).
       01  OUTCOME-WORK.
           02  OW-TEXT PIC X(24).
           02  OW-FREE PIC -ZZZZZ9.99.
       01  NOTE-LINE.
           02  FILLER PIC X(20) VALUE SPACE.
           02  NL-TEXT PIC X(60).
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
           DISPLAY "RAISE DUE STANDING ISSUE ORDERS".
           PERFORM CHECK-AUTO-RUN THRU CHECK-AUTO-EXIT.
           IF AUTO-RUN-FLAG NOT = "Y"
               PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE RUN-DATE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
           OPEN I-O STANDING-FILE.
           IF SO-FILE-STATUS NOT = "00"
               OPEN OUTPUT STANDING-FILE
               CLOSE STANDING-FILE
               OPEN I-O STANDING-FILE
           END-IF.
           OPEN I-O STOCK-FILE.
           IF STOCK-STATUS NOT = "00"
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.
           OPEN I-O REQUEST-FILE.
           IF RQ-FILE-STATUS NOT = "00"
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
               OPEN I-O REQUEST-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           MOVE "STANDING ISSUE ORDERS RAISED" TO RPT-TITLE.
           MOVE HEADING-2 TO RPT-COL-HEADING.
           MOVE RUN-DATE TO RPT-DATE.
           MOVE 0 TO RPT-LINES-PER-PAGE.
           MOVE "LISTING" TO RPT-FORMS-TYPE.
           MOVE "S" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "D" TO RPT-ACTION.
           MOVE LOW-VALUE TO SO-KEY.
           START STANDING-FILE KEY NOT LESS THAN SO-KEY
               INVALID GO TO RUN-DONE
           END-START.
       RUN-LOOP.
           READ STANDING-FILE NEXT RECORD
               AT END GO TO RUN-DONE
           END-READ.
           MOVE SO-NEXT-DUE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           IF DC-VALID-FLAG NOT = "Y" GO TO RUN-LOOP.
           MOVE DC-DATE-NUM TO DUE-NUM.
           IF DUE-NUM > RUN-DATE-NUM GO TO RUN-LOOP.
           MOVE 99999999 TO END-NUM.
           IF SO-END-DATE NOT = SPACE
               MOVE SO-END-DATE TO DC-DATE-ENTRY
               CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK
               IF DC-VALID-FLAG = "Y"
                   MOVE DC-DATE-NUM TO END-NUM.
           IF DUE-NUM > END-NUM GO TO RUN-LOOP.
           ADD 1 TO LINES-DUE.
           PERFORM RAISE-LINE THRU RAISE-LINE-EXIT.
           PERFORM STEP-NEXT-DUE THRU STEP-NEXT-DUE-EXIT.
           MOVE RUN-DATE TO SO-LAST-RAISED.
           REWRITE STANDING-ISSUE-RECORD
               INVALID DISPLAY "STANDING FILE I/O ERROR, STATUS: "
                   SO-FILE-STATUS
           END-REWRITE.
           MOVE SO-DEPT TO DL-DEPT.
           MOVE SO-LINE-NO TO DL-LINE.
           MOVE SO-STOCK-CODE TO DL-CODE.
           MOVE SO-LOCATION TO DL-LOCATION.
           MOVE SO-QUANTITY TO DL-QUANTITY.
           MOVE SO-NEXT-DUE TO DL-NEXT-DUE.
           MOVE OUTCOME-WORK TO DL-OUTCOME.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF PERIODS-STEPPED > 1
               MOVE "EARLIER DUE DATES MISSED - ONE REQUEST RAISED"
                   TO NL-TEXT
               MOVE NOTE-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           IF DUE-NUM > END-NUM
               ADD 1 TO ORDERS-ENDED
               MOVE "END DATE REACHED - LINE WILL NOT RAISE AGAIN"
                   TO NL-TEXT
               MOVE NOTE-LINE TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           GO TO RUN-LOOP.
       RUN-DONE.
           IF LINES-DUE = 0
               MOVE "NO STANDING ORDER LINES DUE" TO RPT-DETAIL
               PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE SPACE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "LINES DUE" TO CL-LABEL.
           MOVE LINES-DUE TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "REQUESTS RAISED AND ALLOCATED" TO CL-LABEL.
           MOVE REQUESTS-RAISED TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "LINES NOT ALLOCATED - KEY BY HAND" TO CL-LABEL.
           MOVE LINES-NOT-RAISED TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "LINES REACHING THEIR END DATE" TO CL-LABEL.
           MOVE ORDERS-ENDED TO CL-COUNT.
           MOVE COUNT-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           MOVE "E" TO RPT-ACTION.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           CLOSE STANDING-FILE.
           CLOSE STOCK-FILE.
           CLOSE REQUEST-FILE.
           CLOSE PRINT-FILE.
           DISPLAY "REQUESTS RAISED: " REQUESTS-RAISED
               "  NOT ALLOCATED: " LINES-NOT-RAISED.
           IF LINES-NOT-RAISED = 0
               MOVE "ALL ALLOCATED" TO AUTO-NOTE
           ELSE
               MOVE "SHORTS - SEE SIR" TO AUTO-NOTE.
           PERFORM POST-AUTO-RESULT THRU POST-AUTO-EXIT.
           DISPLAY "REPORT IS ON " STOCK-SIR-FN.
           DISPLAY SPACE.
           DISPLAY "END OF PROGRAM".
           GOBACK.
      *THE LINE BECOMES AN OPEN REQUEST WITH ITS STOCK RESERVED, OR
      *- WHEN IT CANNOT - NOTHING AT ALL, AND THE REASON IS KEPT
       RAISE-LINE.
           MOVE SPACE TO OUTCOME-WORK.
           MOVE SO-STOCK-CODE TO STOCK-CODE.
           MOVE SO-LOCATION TO LOCATION-CODE.
           READ STOCK-FILE
               INVALID MOVE "N" TO SO-LAST-RESULT
               MOVE "NOT RAISED - NO SUCH BIN" TO OW-TEXT
               ADD 1 TO LINES-NOT-RAISED
               GO TO RAISE-LINE-EXIT
           END-READ.
           IF LOT-CONTROL-FLAG = "Y"
               MOVE "L" TO SO-LAST-RESULT
               MOVE "NOT RAISED - LOT CONTROL" TO OW-TEXT
               ADD 1 TO LINES-NOT-RAISED
               GO TO RAISE-LINE-EXIT.
           COMPUTE FREE-BALANCE =
               QUANTITY-ON-HAND - QUANTITY-ALLOCATED.
           IF SO-QUANTITY > FREE-BALANCE
               MOVE "S" TO SO-LAST-RESULT
               MOVE "NOT RAISED - FREE ONLY" TO OW-TEXT
               MOVE FREE-BALANCE TO OW-FREE
               ADD 1 TO LINES-NOT-RAISED
               GO TO RAISE-LINE-EXIT.
           PERFORM FIND-NEXT-SEQ THRU FIND-NEXT-SEQ-EXIT.
           MOVE SO-LOCATION TO RQ-LOCATION.
           MOVE SO-STOCK-CODE TO RQ-STOCK-CODE.
           MOVE RQ-NEXT-SEQ TO RQ-SEQ.
           MOVE SO-REQUESTER TO RQ-REQUESTER.
           IF RQ-REQUESTER = SPACE
               MOVE SO-DEPT TO RQ-REQUESTER.
           MOVE SO-QUANTITY TO RQ-QUANTITY.
           MOVE RUN-DATE TO RQ-DATE.
           MOVE "O" TO RQ-STATUS.
           MOVE SO-JOB-NO TO RQ-JOB-NO.
           WRITE REQUEST-RECORD
               INVALID MOVE "S" TO SO-LAST-RESULT
               MOVE "NOT RAISED - REQ FILE I/O" TO OW-TEXT
               ADD 1 TO LINES-NOT-RAISED
               GO TO RAISE-LINE-EXIT
           END-WRITE.
           ADD SO-QUANTITY TO QUANTITY-ALLOCATED.
           MOVE SGN-OPERATOR-ID TO LAST-CHANGED-BY.
           REWRITE STOCK-ITEM
               INVALID DISPLAY "STOCK FILE I/O ERROR, STATUS: "
                   STOCK-STATUS
           END-REWRITE.
           MOVE "A" TO SO-LAST-RESULT.
           MOVE "RAISED AND ALLOCATED" TO OW-TEXT.
           ADD 1 TO REQUESTS-RAISED.
       RAISE-LINE-EXIT.
           EXIT.
       FIND-NEXT-SEQ.
           MOVE 0 TO RQ-NEXT-SEQ.
           MOVE SO-LOCATION TO RQ-LOCATION.
           MOVE SO-STOCK-CODE TO RQ-STOCK-CODE.
           MOVE 0 TO RQ-SEQ.
           START REQUEST-FILE KEY NOT LESS THAN RQ-KEY
               INVALID GO TO FIND-NEXT-SEQ-DONE
           END-START.
       FIND-NEXT-SEQ-LOOP.
           READ REQUEST-FILE NEXT RECORD
               AT END GO TO FIND-NEXT-SEQ-DONE
           END-READ.
           IF RQ-LOCATION NOT = SO-LOCATION
               OR RQ-STOCK-CODE NOT = SO-STOCK-CODE
               GO TO FIND-NEXT-SEQ-DONE.
           MOVE RQ-SEQ TO RQ-NEXT-SEQ.
           GO TO FIND-NEXT-SEQ-LOOP.
       FIND-NEXT-SEQ-DONE.
           ADD 1 TO RQ-NEXT-SEQ.
       FIND-NEXT-SEQ-EXIT.
           EXIT.
      *STEP THE NEXT-DUE DATE ON BY THE LINE'S FREQUENCY UNTIL IT
      *LIES BEYOND THE RUN DATE.  A MONTHLY LINE KEEPS ITS DAY OF
      *THE MONTH, PULLED BACK TO THE LAST DAY IN A SHORTER MONTH
       STEP-NEXT-DUE.
           MOVE 0 TO PERIODS-STEPPED.
           MOVE DUE-NUM TO WORK-DATE-NUM.
       STEP-NEXT-DUE-LOOP.
           ADD 1 TO PERIODS-STEPPED.
           IF SO-FREQUENCY = "M"
               ADD 1 TO WD-MM
               IF WD-MM > 12
                   MOVE 1 TO WD-MM
                   ADD 1 TO WD-YYYY
               END-IF
               PERFORM SET-MONTH-LENGTH
               IF WD-DD > MONTH-LENGTH
                   MOVE MONTH-LENGTH TO WD-DD
               END-IF
               GO TO STEP-NEXT-DUE-TEST.
           IF SO-FREQUENCY = "F"
               MOVE 14 TO DAYS-TO-ADD
           ELSE
               MOVE 7 TO DAYS-TO-ADD.
           PERFORM ADVANCE-DATE THRU ADVANCE-DATE-EXIT.
       STEP-NEXT-DUE-TEST.
           IF WORK-DATE-NUM NOT > RUN-DATE-NUM
               GO TO STEP-NEXT-DUE-LOOP.
           MOVE WORK-DATE-NUM TO DUE-NUM.
           MOVE WD-MM TO DO-MM.
           MOVE WD-DD TO DO-DD.
           MOVE WD-YYYY TO DO-YYYY.
           MOVE DATE-OUT TO SO-NEXT-DUE.
       STEP-NEXT-DUE-EXIT.
           EXIT.
       ADVANCE-DATE.
           PERFORM SET-MONTH-LENGTH.
           IF WD-DD + DAYS-TO-ADD NOT > MONTH-LENGTH
               ADD DAYS-TO-ADD TO WD-DD
               GO TO ADVANCE-DATE-EXIT.
           COMPUTE DAYS-TO-ADD =
               DAYS-TO-ADD - (MONTH-LENGTH - WD-DD + 1).
           MOVE 1 TO WD-DD.
           ADD 1 TO WD-MM.
           IF WD-MM > 12
               MOVE 1 TO WD-MM
               ADD 1 TO WD-YYYY.
           GO TO ADVANCE-DATE.
       ADVANCE-DATE-EXIT.
           EXIT.
       SET-MONTH-LENGTH.
           MOVE MONTH-DAYS (WD-MM) TO MONTH-LENGTH.
           IF WD-MM = 2
               DIVIDE WD-YYYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   MOVE 29 TO MONTH-LENGTH.
      *THE DAY-END DRIVER RAISES THE AUTO FLAG ON STOCK.DAY AND
      *LEAVES THE RUN DATE THERE; WHEN IT IS UP, THE DATE PROMPT IS
      *SKIPPED AND THE OUTCOME GOES BACK THROUGH THE SAME RECORD.
      *A LINE LEFT UNALLOCATED IS THE STORES' TO FOLLOW UP, NOT A
      *REASON TO HALT THE REST OF THE NIGHT'S RUN
       CHECK-AUTO-RUN.
           OPEN INPUT DAY-FILE.
           IF DAY-STATUS NOT = "00" GO TO CHECK-AUTO-EXIT.
           READ DAY-FILE AT END
               CLOSE DAY-FILE
               GO TO CHECK-AUTO-EXIT.
           IF DAY-AUTO-FLAG = "Y"
               MOVE "Y" TO AUTO-RUN-FLAG
               MOVE DAY-RUN-DATE TO RUN-DATE.
           CLOSE DAY-FILE.
       CHECK-AUTO-EXIT.
           EXIT.
       POST-AUTO-RESULT.
           IF AUTO-RUN-FLAG NOT = "Y" GO TO POST-AUTO-EXIT.
           OPEN OUTPUT DAY-FILE.
           MOVE "Y" TO DAY-AUTO-FLAG.
           MOVE RUN-DATE TO DAY-RUN-DATE.
           MOVE "N" TO DAY-STEP-TROUBLE.
           MOVE REQUESTS-RAISED TO DAY-STEP-COUNT.
           MOVE AUTO-NOTE TO DAY-STEP-NOTE.
           WRITE DAY-RUN-RECORD.
           CLOSE DAY-FILE.
       POST-AUTO-EXIT.
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
           MOVE "TRAIN.SIO" TO STOCK-SIO-FN.
           MOVE "TRAIN.IT" TO STOCK-IT-FN.
           MOVE "TRAIN.REQ" TO STOCK-REQ-FN.
           MOVE "TRAIN.DAY" TO STOCK-DAY-FN.
           MOVE "TRAIN.SIR" TO STOCK-SIR-FN.
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
