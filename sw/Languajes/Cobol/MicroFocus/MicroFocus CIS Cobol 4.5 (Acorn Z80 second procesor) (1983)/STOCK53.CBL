       AUTHOR. MICRO FOCUS LTD.
      *CHAINS THE DAY-END PROGRAMS WITHOUT AN OPERATOR SITTING AT
      *THE MENU: TRANSACTION CONTROL CHECK, STOCK RECONCILE, THE
      *GOODS-RECEIVED SUMMARY, THE QUARANTINE AGEING CHECK, THE
      *STANDING ISSUE ORDERS FALLING DUE, THE NIGHTLY BACKUP PASS, THE
      *DAILY JOURNAL SEAL, AND THEN THE OVERNIGHT REPORT QUEUE
      *THE OPERATORS FILLED DURING THE DAY.  EACH
      *STEP IS HANDED ITS RUN DATE THROUGH STOCK.DAY AND HANDS ITS
      *OUTCOME BACK THE SAME WAY; THE DRIVER LOGS EVERY STEP TO
      *STOCK.RNL, STOPS THE CHAIN THE MOMENT A STEP REPORTS TROUBLE
      *- GAPS, ITEMS OUT OF BALANCE, BACKUP MISMATCHES - AND PRINTS
      *ONE SUMMARY PAGE OF THE WHOLE RUN.  EVERY STEP IS TIMED ON
      *THE RUN HISTORY (STOCK.BRH) THROUGH STEP-TIMING, AND A STEP
      *THAT TOOK MORE THAN HALF AS LONG AGAIN AS ITS AVERAGE IS
      *FLAGGED ON THE LOG AND THE SUMMARY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
           COPY "TIMREQ.CPY".
      *LIVE FILE NAMES - SWITCHED TO THE PRACTICE SET WHEN THE
      *SIGNED-ON OPERATOR CARRIES THE TRAINING FLAG
       01  FILE-NAMES.
           02  FILLER PIC X(7)  VALUE "RECORDS".
           02  FILLER PIC X(4)  VALUE SPACE.
           02  FILLER PIC X(16) VALUE "NOTE".
           02  FILLER PIC X(4)  VALUE SPACE.
           02  FILLER PIC X(4)  VALUE "SECS".
       01  DETAIL-LINE.
           02  SD-STEP PIC X(24).
           02  FILLER PIC X(4) VALUE SPACE.
           02  SD-COUNT PIC ZZZZZ9.
           02  FILLER PIC X(4) VALUE SPACE.
           02  SD-NOTE PIC X(16).
           02  FILLER PIC X(2) VALUE SPACE.
           02  SD-ELAPSED PIC ZZZZZ9.
       01  SLOW-NOTE.
           02  FILLER PIC X(10) VALUE "AVERAGE ".
           02  SN-AVERAGE PIC ZZZZZ9.
       01  SLOW-LINE.
           02  FILLER PIC X(10) VALUE "** SLOW - ".
           02  SL-ELAPSED PIC ZZZZZ9.
           02  FILLER PIC X(19) VALUE " SECS AGAINST AVG ".
           02  SL-AVERAGE PIC ZZZZZ9.
           02  FILLER PIC X(8) VALUE ", WORST ".
           02  SL-WORST PIC ZZZZZ9.
           02  FILLER PIC X(6) VALUE " OVER ".
           02  SL-RUNS PIC Z9.
           02  FILLER PIC X(5) VALUE " RUNS".
       01  HALT-LINE PIC X(44) VALUE
           "** RUN HALTED - REMAINING STEPS NOT RUN **".
       01  CLEAN-LINE PIC X(36) VALUE
           DISPLAY SPACE.
           DISPLAY "UNATTENDED DAY-END RUN".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           MOVE SGN-TRAINING-FLAG TO TQ-TRAINING-FLAG.
           MOVE "D" TO TQ-RUN-KIND.
           DISPLAY "STARTING - THE RUN NEEDS NO FURTHER ATTENTION.".
           OPEN OUTPUT RUN-LOG-FILE.
           OPEN OUTPUT PRINT-FILE.
           CALL "GOODS-RECEIVED-SUMMARY" USING SIGNON-BLOCK.
           PERFORM STEP-FINISH THRU STEP-FINISH-EXIT.
           IF TROUBLE-SEEN = "Y" GO TO RUN-HALTED.
      *RECEIPTS LEFT IN QUARANTINE PAST THEIR INSPECTION TARGET
      *GO ON THE SUPERVISOR ACTION QUEUE - THE STEP NEVER HALTS
      *THE RUN
       RUN-STEP-4.
           MOVE "QUARANTINE AGEING" TO STEP-NAME.
           PERFORM STEP-BEGIN THRU STEP-BEGIN-EXIT.
           CALL "QUARANTINE-REPORT" USING SIGNON-BLOCK.
           PERFORM STEP-FINISH THRU STEP-FINISH-EXIT.
           IF TROUBLE-SEEN = "Y" GO TO RUN-HALTED.
      *THE STANDING ORDERS ARE RAISED BEFORE THE BACKUP SO THE
      *BACKUP HOLDS THE MORNING'S ALLOCATIONS
       RUN-STEP-5.
           MOVE "STANDING ISSUE ORDERS" TO STEP-NAME.
           PERFORM STEP-BEGIN THRU STEP-BEGIN-EXIT.
           CALL "STANDING-ISSUE-RUN" USING SIGNON-BLOCK.
           PERFORM STEP-FINISH THRU STEP-FINISH-EXIT.
           IF TROUBLE-SEEN = "Y" GO TO RUN-HALTED.
       RUN-STEP-6.
           MOVE "NIGHTLY BACKUP" TO STEP-NAME.
           PERFORM STEP-BEGIN THRU STEP-BEGIN-EXIT.
           CALL "BACKUP-RESTORE-UTILITY" USING SIGNON-BLOCK.
           PERFORM STEP-FINISH THRU STEP-FINISH-EXIT.
           IF TROUBLE-SEEN = "Y" GO TO RUN-HALTED.
       RUN-STEP-7.
           MOVE "JOURNAL SEAL" TO STEP-NAME.
           PERFORM STEP-BEGIN THRU STEP-BEGIN-EXIT.
           CALL "JOURNAL-SEAL" USING SIGNON-BLOCK.
      *AFTER THE FIXED STEPS THE RUN WORKS THE OVERNIGHT REPORT
      *QUEUE - WHATEVER THE OPERATORS ASKED FOR DURING THE DAY IS
      *PRINTED AND SPOOLED WHILE NOBODY NEEDS THE TERMINAL
       RUN-STEP-8.
           MOVE "QUEUED REPORTS" TO STEP-NAME.
           PERFORM STEP-BEGIN THRU STEP-BEGIN-EXIT.
           CALL "REPORT-QUEUE" USING SIGNON-BLOCK.
           MOVE 0 TO RL-COUNT.
           MOVE SPACE TO RL-NOTE.
           WRITE RUN-LOG-RECORD.
           MOVE "S" TO TQ-FUNCTION.
           CALL "STEP-TIMING" USING TIMING-REQ-BLOCK.
       STEP-BEGIN-EXIT.
           EXIT.
       STEP-FINISH.
           MOVE DAY-STEP-COUNT TO RL-COUNT.
           MOVE DAY-STEP-NOTE TO RL-NOTE.
           WRITE RUN-LOG-RECORD.
           MOVE "E" TO TQ-FUNCTION.
           MOVE STEP-NAME TO TQ-STEP-NAME.
           MOVE RUN-DATE TO TQ-RUN-DATE.
           MOVE DAY-STEP-COUNT TO TQ-RECORDS.
           MOVE RL-OUTCOME TO TQ-OUTCOME.
           CALL "STEP-TIMING" USING TIMING-REQ-BLOCK.
           MOVE STEP-NAME TO SD-STEP.
           MOVE RL-OUTCOME TO SD-OUTCOME.
           MOVE DAY-STEP-COUNT TO SD-COUNT.
           MOVE DAY-STEP-NOTE TO SD-NOTE.
           MOVE TQ-ELAPSED TO SD-ELAPSED.
           CLOSE DAY-FILE.
           MOVE DETAIL-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY DETAIL-LINE.
           IF TQ-RESULT = "Y" AND TQ-SLOW = "Y"
               PERFORM FLAG-SLOW-STEP THRU FLAG-SLOW-STEP-EXIT.
       STEP-FINISH-EXIT.
           EXIT.
      *A SLOW STEP GETS A "T" (TIMING) RECORD ON THE LOG UNDER ITS
      *END RECORD - THE SECONDS IT TOOK AND ITS USUAL TIME - AND A
      *LINE ON THE SUMMARY, SO THE MORNING SHIFT SEES IT FIRST
       FLAG-SLOW-STEP.
           MOVE RUN-DATE TO RL-DATE.
           MOVE STEP-NAME TO RL-STEP-NAME.
           MOVE "T" TO RL-PHASE.
           MOVE "SLOW" TO RL-OUTCOME.
           MOVE TQ-ELAPSED TO RL-COUNT.
           MOVE TQ-AVERAGE TO SN-AVERAGE.
           MOVE SLOW-NOTE TO RL-NOTE.
           WRITE RUN-LOG-RECORD.
           MOVE TQ-ELAPSED TO SL-ELAPSED.
           MOVE TQ-AVERAGE TO SL-AVERAGE.
           MOVE TQ-WORST TO SL-WORST.
           MOVE TQ-PRIOR-RUNS TO SL-RUNS.
           MOVE SLOW-LINE TO RPT-DETAIL.
           PERFORM EMIT-REPORT-LINE THRU EMIT-OUT-LOOP.
           DISPLAY SLOW-LINE.
       FLAG-SLOW-STEP-EXIT.
           EXIT.
      *EVERY PRINTED LINE GOES THROUGH THE SHARED REPORT-FORMAT
      *SUBPROGRAM, WHICH HANDS BACK THE PAGE-HEADING LINES WHENEVER
      *A PAGE FILLS - THIS PARAGRAPH WRITES WHATEVER CAME BACK
