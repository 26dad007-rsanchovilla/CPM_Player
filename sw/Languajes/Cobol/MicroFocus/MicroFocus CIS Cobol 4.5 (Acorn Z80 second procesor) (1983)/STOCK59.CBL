       AUTHOR. MICRO FOCUS LTD.
      *EVERYTHING SITTING IN QUARANTINE AND FOR HOW LONG - ONE LINE
      *PER HELD RECEIPT WITH ITS AGE IN DAYS, SO GOODS-INWARD CAN
      *SEE WHAT INSPECTION IS SITTING ON.  AGE IS IN WORKING DAYS
      *ON THE SHOP CALENDAR, SO A WEEKEND OR THE CHRISTMAS SHUTDOWN
      *IS NOT COUNTED AGAINST THE INSPECTOR.  A YEAR NOT SET UP ON
      *THE CALENDAR FALLS BACK TO CALENDAR DAYS, AND THE FOOT OF THE
      *REPORT SAYS WHICH WAS USED.  A RECEIPT HELD LONGER THAN THE
      *INSPECTION TARGET (QUAR-TARGET ON STOCK.PRM, IN WORKING
      *DAYS) IS MARKED PAST TARGET AND PUT ON THE SUPERVISOR ACTION
      *QUEUE.  THE DAY-END RUN CALLS THIS AS ONE OF ITS STEPS, SO
      *THE QUEUE IS TOPPED UP EVERY NIGHT WITHOUT ANYONE ASKING.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           ASSIGN DYNAMIC STOCK-QAR-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS PR-STATUS.
           SELECT DAY-FILE
           ASSIGN DYNAMIC STOCK-DAY-FN
           ORGANIZATION SEQUENTIAL
           FILE STATUS DAY-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
           COPY "QUARFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       FD  DAY-FILE; RECORD 34.
           COPY "DAYRUN.CPY".
       WORKING-STORAGE SECTION.
           COPY "RPTCTL.CPY".
       01  RPT-OUT-IX PIC 9.
       01  FILE-NAMES.
           02  STOCK-QUA-FN PIC X(12) VALUE "STOCK.QUA".
           02  STOCK-QAR-FN PIC X(12) VALUE "STOCK.QAR".
           02  STOCK-DAY-FN PIC X(12) VALUE "STOCK.DAY".
       01  DAY-STATUS PIC XX.
       01  AUTO-RUN-FLAG PIC X VALUE "N".
       01  AUTO-NOTE PIC X(16).
           COPY "PRMREQ.CPY".
           COPY "AQREQ.CPY".
      *WORKING DAYS A RECEIPT MAY SIT IN QUARANTINE BEFORE IT IS
      *CHASED - THE DEFAULT, UNLESS QUAR-TARGET IS SET ON STOCK.PRM
       01  TARGET-DAYS PIC 99 VALUE 5.
       01  PAST-TARGET-COUNT PIC 9(4) VALUE 0.
       01  QU-FILE-STATUS PIC XX.
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
           COPY "CALREQ.CPY".
       01  CALENDAR-FALLBACK PIC X VALUE "N".
       01  MORE-RECORDS PIC X VALUE "Y".
       01  HELD-COUNT PIC 9(4) VALUE 0.
       01  HEADING-2.
           02  DL-ORDER-NO PIC X(6).
           02  FILLER PIC X(5) VALUE SPACE.
           02  DL-DAYS PIC ZZZZZ9.
           02  FILLER PIC X(2) VALUE SPACE.
           02  DL-PAST-TARGET PIC X(11).
       01  SUMMARY-LINE.
           02  FILLER PIC X(19) VALUE "RECEIPTS ON HOLD   ".
           02  SL-COUNT PIC ZZZ9.
           02  FILLER PIC X(18) VALUE "   PAST TARGET OF ".
           02  SL-TARGET PIC Z9.
           02  FILLER PIC X(8) VALUE " DAYS   ".
           02  SL-PAST-COUNT PIC ZZZ9.
       01  QUAR-ACTION-DESC.
           02  FILLER PIC X(5) VALUE "HELD ".
           02  QD-DAYS PIC ZZZ9.
           02  FILLER PIC X(14) VALUE " DAYS, TARGET ".
           02  QD-TARGET PIC Z9.
           02  FILLER PIC X(7) VALUE " ORDER ".
           02  QD-ORDER-NO PIC X(6).
       01  BASIS-WORKING PIC X(50) VALUE
           "DAYS HELD ARE WORKING DAYS ON THE SHOP CALENDAR".
       01  BASIS-CALENDAR PIC X(60) VALUE
           "DAYS HELD ARE CALENDAR DAYS - SHOP CALENDAR NOT SET UP".
       LINKAGE SECTION.
           COPY "SIGNON.CPY".
       PROCEDURE DIVISION USING SIGNON-BLOCK.
               PERFORM SET-TRAINING-FILES THRU SET-TRAINING-EXIT.
           DISPLAY SPACE.
           DISPLAY "QUARANTINE AGEING REPORT".
           PERFORM CHECK-AUTO-RUN THRU CHECK-AUTO-EXIT.
           IF AUTO-RUN-FLAG NOT = "Y"
               PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE "QUAR-TARGET" TO PQ-KEY.
           MOVE TARGET-DAYS TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO TARGET-DAYS.
           OPEN INPUT QUAR-FILE.
           IF QU-FILE-STATUS NOT = "00"
               DISPLAY "NOTHING IS HELD IN QUARANTINE."
               MOVE "NOTHING HELD" TO AUTO-NOTE
               PERFORM POST-AUTO-RESULT THRU POST-AUTO-EXIT
               GOBACK.
           OPEN OUTPUT PRINT-FILE.
           MOVE "QUARANTINE AGEING REPORT" TO RPT-TITLE.
           MOVE QU-QUANTITY TO DL-QUANTITY.
           MOVE QU-DATE TO DL-DATE.
           MOVE QU-ORDER-NO TO DL-ORDER-NO.
           MOVE "C" TO CQ-FUNCTION.
           MOVE QU-DATE-NUM TO CQ-FROM-NUM.
           MOVE RUN-DATE-NUM TO CQ-TO-NUM.
           CALL "WORKING-DAYS" USING CALENDAR-REQ-BLOCK.
           IF CQ-BASIS = "C"
               MOVE "Y" TO CALENDAR-FALLBACK.
           IF CQ-BASIS NOT = "E" AND CQ-DAYS > 0
               MOVE CQ-DAYS TO DL-DAYS
           ELSE
               MOVE 0 TO DL-DAYS
           END-IF.
           MOVE SPACE TO DL-PAST-TARGET.
           IF CQ-BASIS NOT = "E" AND CQ-DAYS > TARGET-DAYS
               MOVE "PAST TARGET" TO DL-PAST-TARGET
               ADD 1 TO PAST-TARGET-COUNT
               PERFORM RAISE-QUAR-ACTION THRU RAISE-QUAR-EXIT.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY DETAIL-LINE.
       SHOW-HELD-EXIT.
           EXIT.
      *A RECEIPT PAST ITS TARGET GOES ON THE SUPERVISOR ACTION
      *QUEUE UNDER ITS QUARANTINE KEY - ONLY ONCE, HOWEVER MANY
      *NIGHTS IT STAYS THERE; RELEASING OR FAILING IT CLOSES IT
       RAISE-QUAR-ACTION.
           MOVE "R" TO AR-FUNCTION.
           MOVE SGN-TRAINING-FLAG TO AR-TRAINING-FLAG.
           MOVE "QUAR AGE" TO AR-SOURCE.
           MOVE QU-KEY TO AR-ITEM-KEY.
           MOVE CQ-DAYS TO QD-DAYS.
           MOVE TARGET-DAYS TO QD-TARGET.
           MOVE QU-ORDER-NO TO QD-ORDER-NO.
           MOVE QUAR-ACTION-DESC TO AR-DESCRIPTION.
           MOVE SGN-OPERATOR-ID TO AR-OPERATOR-ID.
           CALL "ACTION-QUEUE" USING ACTION-REQ-BLOCK.
       RAISE-QUAR-EXIT.
           EXIT.
       END-IT.
           MOVE HELD-COUNT TO SL-COUNT.
           MOVE TARGET-DAYS TO SL-TARGET.
           MOVE PAST-TARGET-COUNT TO SL-PAST-COUNT.
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
           IF PAST-TARGET-COUNT = 0
               MOVE "NONE PAST TARGET" TO AUTO-NOTE
           ELSE
               MOVE "PAST TARGET" TO AUTO-NOTE
           END-IF.
           PERFORM POST-AUTO-RESULT THRU POST-AUTO-EXIT.
           CLOSE QUAR-FILE.
           CLOSE PRINT-FILE.
           DISPLAY SPACE.
               GO TO GET-RUN-DATE.
           MOVE DC-DATE TO RUN-DATE.
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
       GET-RUN-DATE-EXIT.
           EXIT.
      *THE DAY-END DRIVER RAISES THE AUTO FLAG ON STOCK.DAY AND
      *LEAVES THE RUN DATE THERE; WHEN IT IS UP, THE DATE PROMPT IS
      *SKIPPED AND THE DRIVER'S DATE IS USED
       CHECK-AUTO-RUN.
           OPEN INPUT DAY-FILE.
           IF DAY-STATUS NOT = "00" GO TO CHECK-AUTO-EXIT.
           READ DAY-FILE AT END
               CLOSE DAY-FILE
               GO TO CHECK-AUTO-EXIT.
           IF DAY-AUTO-FLAG = "Y"
               MOVE "Y" TO AUTO-RUN-FLAG
               MOVE DAY-RUN-DATE TO DC-DATE-ENTRY
               CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK
               MOVE DC-DATE TO RUN-DATE
               MOVE DC-DATE-NUM TO RUN-DATE-NUM.
           CLOSE DAY-FILE.
       CHECK-AUTO-EXIT.
           EXIT.
      *LOTS PAST TARGET ARE FOR THE ACTION QUEUE, NOT A REASON TO
      *HALT THE NIGHT'S RUN - THE STEP NEVER REPORTS TROUBLE
       POST-AUTO-RESULT.
           IF AUTO-RUN-FLAG NOT = "Y" GO TO POST-AUTO-EXIT.
           OPEN OUTPUT DAY-FILE.
           MOVE "Y" TO DAY-AUTO-FLAG.
           MOVE RUN-DATE TO DAY-RUN-DATE.
           MOVE "N" TO DAY-STEP-TROUBLE.
           MOVE PAST-TARGET-COUNT TO DAY-STEP-COUNT.
           MOVE AUTO-NOTE TO DAY-STEP-NOTE.
           WRITE DAY-RUN-RECORD.
           CLOSE DAY-FILE.
       POST-AUTO-EXIT.
           EXIT.
      *EVERY PRINTED LINE GOES THROUGH THE SHARED REPORT-FORMAT
      *SUBPROGRAM, WHICH HANDS BACK THE PAGE-HEADING LINES WHENEVER
      *A PAGE FILLS - THIS PARAGRAPH WRITES WHATEVER CAME BACK
       SET-TRAINING-FILES.
           MOVE "TRAIN.QUA" TO STOCK-QUA-FN.
           MOVE "TRAIN.QAR" TO STOCK-QAR-FN.
           MOVE "TRAIN.DAY" TO STOCK-DAY-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
