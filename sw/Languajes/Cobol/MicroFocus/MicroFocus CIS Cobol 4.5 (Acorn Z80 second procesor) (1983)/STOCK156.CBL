       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-TIMING.
       AUTHOR. MICRO FOCUS LTD.
      *TIMES THE STEPS OF THE DAY-END AND MONTH-END RUNS AND KEEPS
      *THE LAST 30 RUNS OF EVERY STEP ON STOCK.BRH - SEE TIMREQ.CPY
      *FOR THE CALLING BLOCK AND BRHFILE.CPY FOR THE RECORD.  THE
      *DRIVER CALLS IT AS A STEP STARTS AND AGAIN WHEN THE STEP IS
      *BACK, AND IS TOLD HOW THIS RUN COMPARES WITH THE ONES BEFORE
      *IT, SO A STEP THAT IS CREEPING UP IS SEEN ON THE MORNING LOG
      *LONG BEFORE THE RUN STOPS FINISHING OVERNIGHT.
      *A STEP SHORTER THAN THE STEP-MIN-SEC PARAMETER IS NEVER
      *FLAGGED - A FEW SECONDS EITHER WAY ON A QUICK STEP IS THE
      *CLOCK, NOT THE STEP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN DYNAMIC STOCK-BRH-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY BR-KEY
           FILE STATUS BR-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE; RECORD 90.
           COPY "BRHFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
           COPY "PRMREQ.CPY".
       01  STOCK-BRH-FN PIC X(12).
       01  BR-FILE-STATUS PIC XX.
       01  PARAM-LOADED PIC X VALUE "N".
       01  MIN-SLOW-SECONDS PIC 9(6) VALUE 60.
       01  TIME-NOW PIC 9(8).
       01  CLOCK-TIME PIC 9(6).
       01  CLOCK-PARTS REDEFINES CLOCK-TIME.
           02  CLOCK-HH PIC 99.
           02  CLOCK-MM PIC 99.
           02  CLOCK-SS PIC 99.
       01  CLOCK-SECONDS PIC 9(6).
       01  START-SECONDS PIC 9(6).
       01  END-SECONDS PIC 9(6).
       01  ELAPSED-TOTAL PIC 9(8).
       01  RUNS-TO-DROP PIC 99.
       LINKAGE SECTION.
           COPY "TIMREQ.CPY".
       PROCEDURE DIVISION USING TIMING-REQ-BLOCK.
       TIMING-START.
           MOVE "N" TO TQ-RESULT.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           ACCEPT TIME-NOW FROM TIME.
           IF TQ-FUNCTION = "S" GO TO STAMP-START.
           IF TQ-FUNCTION = "E" GO TO STAMP-END.
           GO TO TIMING-RETURN.
      *NOTHING IS WRITTEN AT THE START - THE CLOCK IS HELD IN THE
      *DRIVER'S BLOCK, SO A STEP THAT NEVER COMES BACK LEAVES NO
      *HALF-MADE RUN ON THE HISTORY TO SPOIL THE AVERAGE
       STAMP-START.
           MOVE DC-DATE-NUM TO TQ-START-DATE-NUM.
           MOVE TIME-NOW (1:6) TO TQ-START-TIME.
           MOVE 0 TO TQ-ELAPSED.
           MOVE "N" TO TQ-SLOW.
           MOVE "Y" TO TQ-RESULT.
           GO TO TIMING-RETURN.
       STAMP-END.
           IF PARAM-LOADED NOT = "Y"
               PERFORM LOAD-PARAMETER THRU LOAD-PARAMETER-EXIT.
           MOVE DC-DATE-NUM TO TQ-END-DATE-NUM.
           MOVE TIME-NOW (1:6) TO TQ-END-TIME.
           MOVE TQ-START-TIME TO CLOCK-TIME.
           PERFORM CLOCK-TO-SECONDS THRU CLOCK-TO-SECONDS-EXIT.
           MOVE CLOCK-SECONDS TO START-SECONDS.
           MOVE TQ-END-TIME TO CLOCK-TIME.
           PERFORM CLOCK-TO-SECONDS THRU CLOCK-TO-SECONDS-EXIT.
           MOVE CLOCK-SECONDS TO END-SECONDS.
      *A STEP THAT RAN THROUGH MIDNIGHT FINISHES ON THE NEXT DAY'S
      *CLOCK
           IF TQ-END-DATE-NUM > TQ-START-DATE-NUM
               ADD 86400 TO END-SECONDS.
           IF END-SECONDS < START-SECONDS
               MOVE 0 TO TQ-ELAPSED
           ELSE
               COMPUTE TQ-ELAPSED = END-SECONDS - START-SECONDS
           END-IF.
           MOVE 0 TO TQ-PRIOR-RUNS.
           MOVE 0 TO TQ-AVERAGE.
           MOVE 0 TO TQ-WORST.
           MOVE 0 TO ELAPSED-TOTAL.
           MOVE "N" TO TQ-SLOW.
           MOVE "STOCK.BRH" TO STOCK-BRH-FN.
           IF TQ-TRAINING-FLAG = "Y"
               MOVE "TRAIN.BRH" TO STOCK-BRH-FN.
           OPEN I-O HISTORY-FILE.
           IF BR-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           IF BR-FILE-STATUS NOT = "00" GO TO TIMING-RETURN.
      *THE RUNS ALREADY KEPT FOR THE STEP GIVE ITS USUAL TIME
           MOVE TQ-RUN-KIND TO BR-RUN-KIND.
           MOVE TQ-STEP-NAME TO BR-STEP-NAME.
           MOVE 0 TO BR-START-DATE-NUM.
           MOVE 0 TO BR-START-TIME.
           START HISTORY-FILE KEY NOT LESS THAN BR-KEY
               INVALID GO TO STAMP-END-COMPARE
           END-START.
       STAMP-END-SCAN.
           READ HISTORY-FILE NEXT RECORD
               AT END GO TO STAMP-END-COMPARE
           END-READ.
           IF BR-RUN-KIND NOT = TQ-RUN-KIND
               OR BR-STEP-NAME NOT = TQ-STEP-NAME
               GO TO STAMP-END-COMPARE.
           IF TQ-PRIOR-RUNS < 99
               ADD 1 TO TQ-PRIOR-RUNS.
           ADD BR-ELAPSED TO ELAPSED-TOTAL.
           IF BR-ELAPSED > TQ-WORST
               MOVE BR-ELAPSED TO TQ-WORST.
           GO TO STAMP-END-SCAN.
      *MORE THAN HALF AS LONG AGAIN AS THE AVERAGE IS SLOW
       STAMP-END-COMPARE.
           IF TQ-PRIOR-RUNS > 0
               COMPUTE TQ-AVERAGE ROUNDED =
                   ELAPSED-TOTAL / TQ-PRIOR-RUNS.
           IF TQ-PRIOR-RUNS > 0
               AND TQ-ELAPSED NOT < MIN-SLOW-SECONDS
               AND TQ-ELAPSED * 2 > TQ-AVERAGE * 3
               MOVE "Y" TO TQ-SLOW.
           MOVE TQ-RUN-KIND TO BR-RUN-KIND.
           MOVE TQ-STEP-NAME TO BR-STEP-NAME.
           MOVE TQ-START-DATE-NUM TO BR-START-DATE-NUM.
           MOVE TQ-START-TIME TO BR-START-TIME.
           MOVE TQ-RUN-DATE TO BR-RUN-DATE.
           MOVE TQ-END-DATE-NUM TO BR-END-DATE-NUM.
           MOVE TQ-END-TIME TO BR-END-TIME.
           MOVE TQ-ELAPSED TO BR-ELAPSED.
           MOVE TQ-RECORDS TO BR-RECORDS.
           MOVE TQ-OUTCOME TO BR-OUTCOME.
           MOVE TQ-SLOW TO BR-SLOW-FLAG.
           MOVE SPACE TO RUN-HISTORY-RECORD (85:6).
           WRITE RUN-HISTORY-RECORD
               INVALID GO TO STAMP-END-CLOSE
           END-WRITE.
      *THIRTY RUNS ARE KEPT - THE OLDEST GO ONCE THE STEP HAS MORE
           IF TQ-PRIOR-RUNS < 30 GO TO STAMP-END-CLOSE.
           COMPUTE RUNS-TO-DROP = TQ-PRIOR-RUNS - 29.
           MOVE TQ-RUN-KIND TO BR-RUN-KIND.
           MOVE TQ-STEP-NAME TO BR-STEP-NAME.
           MOVE 0 TO BR-START-DATE-NUM.
           MOVE 0 TO BR-START-TIME.
           START HISTORY-FILE KEY NOT LESS THAN BR-KEY
               INVALID GO TO STAMP-END-CLOSE
           END-START.
       STAMP-END-TRIM.
           IF RUNS-TO-DROP = 0 GO TO STAMP-END-CLOSE.
           READ HISTORY-FILE NEXT RECORD
               AT END GO TO STAMP-END-CLOSE
           END-READ.
           DELETE HISTORY-FILE
               INVALID CONTINUE
           END-DELETE.
           SUBTRACT 1 FROM RUNS-TO-DROP.
           GO TO STAMP-END-TRIM.
       STAMP-END-CLOSE.
           CLOSE HISTORY-FILE.
           MOVE "Y" TO TQ-RESULT.
           GO TO TIMING-RETURN.
       CLOCK-TO-SECONDS.
           COMPUTE CLOCK-SECONDS =
               CLOCK-HH * 3600 + CLOCK-MM * 60 + CLOCK-SS.
       CLOCK-TO-SECONDS-EXIT.
           EXIT.
       LOAD-PARAMETER.
           MOVE "STEP-MIN-SEC" TO PQ-KEY.
           MOVE 60 TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO MIN-SLOW-SECONDS.
           MOVE "Y" TO PARAM-LOADED.
       LOAD-PARAMETER-EXIT.
           EXIT.
       TIMING-RETURN.
           EXIT PROGRAM.
