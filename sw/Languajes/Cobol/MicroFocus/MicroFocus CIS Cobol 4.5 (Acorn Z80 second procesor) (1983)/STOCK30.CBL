           ACCESS DYNAMIC
           RECORD KEY CAT-CODE
           FILE STATUS CT-FILE-STATUS.
           SELECT DISPOSAL-FILE ASSIGN DYNAMIC STOCK-DSL-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY DS-KEY
           FILE STATUS DS-FILE-STATUS.
           SELECT PRINT-FILE
           ASSIGN DYNAMIC STOCK-WOA-FN
           ORGANIZATION SEQUENTIAL.
           02  WC-CATEGORY PIC XX.
           02  WC-QUANTITY PIC 9(8).
           02  WC-VALUE PIC 9(8)V99.
       FD  CAT-FILE; RECORD 40.
           COPY "CATFILE.CPY".
       FD  DISPOSAL-FILE; RECORD 104.
           COPY "DSPFILE.CPY".
       FD  PRINT-FILE; RECORD 80.
       01  PRINT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
           02  STOCK-WOW-FN PIC X(12) VALUE "STOCK.WOW".
           02  STOCK-CAT-FN PIC X(12) VALUE "STOCK.CAT".
           02  STOCK-WOA-FN PIC X(12) VALUE "STOCK.WOA".
           02  STOCK-DSL-FN PIC X(12) VALUE "STOCK.DSL".
       01  JR-FILE-STATUS PIC XX.
       01  WO-REASON PIC X.
       01  CT-FILE-STATUS PIC XX.
       01  DS-FILE-STATUS PIC XX.
       01  DISPOSAL-NOTE PIC 9(5).
       01  COLLECTED-NUM PIC 9(8).
       01  COLLECTED-PARTS REDEFINES COLLECTED-NUM.
           02  CP-YYYY PIC 9999.
           02  CP-MM PIC 99.
           02  CP-DD PIC 99.
       01  WANTED-MM PIC 99.
       01  WANTED-YYYY PIC 9999.
       01  WANTED-PERIOD.
           02  RV-OBSOLETE PIC 9(8)V99 VALUE 0.
           02  RV-SAMPLE PIC 9(8)V99 VALUE 0.
           02  RV-SHRINKAGE PIC 9(8)V99 VALUE 0.
      *MONEY RECOVERED FROM SCRAP AND SURPLUS BUYERS ON DISPOSAL
      *NOTES SIGNED FOR IN THE PERIOD, BY THE SAME REASON CODES
       01  REASON-RECOVERED.
           02  RR-DAMAGE PIC 9(8)V99 VALUE 0.
           02  RR-THEFT PIC 9(8)V99 VALUE 0.
           02  RR-OBSOLETE PIC 9(8)V99 VALUE 0.
           02  RR-SAMPLE PIC 9(8)V99 VALUE 0.
           02  RR-SHRINKAGE PIC 9(8)V99 VALUE 0.
       01  HEADING-1.
           02  FILLER PIC X(32) VALUE
               "WRITE-OFF ANALYSIS FOR PERIOD ".
           02  HD-PERIOD PIC X(5).
       01  HEADING-2.
           02  FILLER PIC X(20) VALUE "REASON".
           02  FILLER PIC X(14) VALUE "   WRITTEN OFF".
           02  FILLER PIC X(14) VALUE "     RECOVERED".
           02  FILLER PIC X(15) VALUE "       NET LOSS".
       01  REASON-LINE.
           02  RL-LABEL PIC X(12).
           02  RL-QUANTITY PIC ZZZZZZZ9.
           02  FILLER PIC X(3) VALUE SPACE.
           02  RL-VALUE PIC ZZZZZZZ9.99.
           02  FILLER PIC X(3) VALUE SPACE.
           02  RL-RECOVERED PIC ZZZZZZZ9.99.
           02  FILLER PIC X(3) VALUE SPACE.
           02  RL-NET-LOSS PIC -ZZZZZZZ9.99.
       01  NET-LOSS PIC S9(8)V99.
       01  CATEGORY-LINE.
           02  FILLER PIC X(9) VALUE "CATEGORY ".
           02  CL-CATEGORY PIC XX.
           ADD ITEM-VALUE TO WC-VALUE.
           REWRITE WORK-RECORD.
           GO TO SCAN-LOOP.
      *EVERY DISPOSAL NOTE SIGNED FOR IN THE PERIOD - EACH LINE'S
      *AGREED PRICE COMES OFF THE LOSS UNDER ITS WRITE-OFF REASON
       SCAN-DISPOSALS.
           OPEN INPUT DISPOSAL-FILE.
           IF DS-FILE-STATUS NOT = "00" GO TO SCAN-DISPOSALS-EXIT.
           MOVE 0 TO DISPOSAL-NOTE.
           MOVE 1 TO DS-NOTE-NO.
           MOVE 0 TO DS-LINE-NO.
           START DISPOSAL-FILE KEY NOT LESS THAN DS-KEY
               INVALID GO TO SCAN-DISPOSALS-END
           END-START.
       SCAN-DISPOSALS-LOOP.
           READ DISPOSAL-FILE NEXT RECORD
               AT END GO TO SCAN-DISPOSALS-END
           END-READ.
           IF DS-LINE-NO = 0
               MOVE 0 TO DISPOSAL-NOTE
               MOVE DS-COLLECTED-NUM TO COLLECTED-NUM
               IF DS-STATUS = "C" AND CP-MM = WANTED-MM
                   AND CP-YYYY = WANTED-YYYY
                   MOVE DS-NOTE-NO TO DISPOSAL-NOTE
               END-IF
               GO TO SCAN-DISPOSALS-LOOP.
           IF DS-NOTE-NO NOT = DISPOSAL-NOTE
               GO TO SCAN-DISPOSALS-LOOP.
           IF DS-REASON = "D" ADD DS-RECOVERED TO RR-DAMAGE.
           IF DS-REASON = "T" ADD DS-RECOVERED TO RR-THEFT.
           IF DS-REASON = "O" ADD DS-RECOVERED TO RR-OBSOLETE.
           IF DS-REASON = "S" ADD DS-RECOVERED TO RR-SAMPLE.
           IF DS-REASON = "K" ADD DS-RECOVERED TO RR-SHRINKAGE.
           GO TO SCAN-DISPOSALS-LOOP.
       SCAN-DISPOSALS-END.
           CLOSE DISPOSAL-FILE.
       SCAN-DISPOSALS-EXIT.
           EXIT.
       GET-ITEM-COST.
           MOVE 0 TO HELD-COST.
           MOVE JR-STOCK-CODE TO STOCK-CODE.
           EXIT.
       PRINT-REPORT.
           CLOSE JOURNAL-FILE.
           PERFORM SCAN-DISPOSALS THRU SCAN-DISPOSALS-EXIT.
           OPEN OUTPUT PRINT-FILE.
           MOVE WANTED-PERIOD TO HD-PERIOD.
           MOVE HEADING-1 TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE HEADING-2 TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY HEADING-2.
           MOVE "DAMAGE" TO RL-LABEL.
           MOVE RT-DAMAGE TO RL-QUANTITY.
           MOVE RV-DAMAGE TO RL-VALUE.
           MOVE RR-DAMAGE TO RL-RECOVERED.
           COMPUTE NET-LOSS = RV-DAMAGE - RR-DAMAGE.
           PERFORM PRINT-REASON-LINE.
           MOVE "THEFT" TO RL-LABEL.
           MOVE RT-THEFT TO RL-QUANTITY.
           MOVE RV-THEFT TO RL-VALUE.
           MOVE RR-THEFT TO RL-RECOVERED.
           COMPUTE NET-LOSS = RV-THEFT - RR-THEFT.
           PERFORM PRINT-REASON-LINE.
           MOVE "OBSOLETE" TO RL-LABEL.
           MOVE RT-OBSOLETE TO RL-QUANTITY.
           MOVE RV-OBSOLETE TO RL-VALUE.
           MOVE RR-OBSOLETE TO RL-RECOVERED.
           COMPUTE NET-LOSS = RV-OBSOLETE - RR-OBSOLETE.
           PERFORM PRINT-REASON-LINE.
           MOVE "SAMPLE" TO RL-LABEL.
           MOVE RT-SAMPLE TO RL-QUANTITY.
           MOVE RV-SAMPLE TO RL-VALUE.
           MOVE RR-SAMPLE TO RL-RECOVERED.
           COMPUTE NET-LOSS = RV-SAMPLE - RR-SAMPLE.
           PERFORM PRINT-REASON-LINE.
           MOVE "SHRINKAGE" TO RL-LABEL.
           MOVE RT-SHRINKAGE TO RL-QUANTITY.
           MOVE RV-SHRINKAGE TO RL-VALUE.
           MOVE RR-SHRINKAGE TO RL-RECOVERED.
           COMPUTE NET-LOSS = RV-SHRINKAGE - RR-SHRINKAGE.
           PERFORM PRINT-REASON-LINE.
           MOVE SPACE TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY CATEGORY-LINE.
           GO TO CATEGORY-LOOP.
       PRINT-REASON-LINE.
           MOVE NET-LOSS TO RL-NET-LOSS.
           MOVE REASON-LINE TO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY REASON-LINE.
           MOVE "TRAIN.WOW" TO STOCK-WOW-FN.
           MOVE "TRAIN.CAT" TO STOCK-CAT-FN.
           MOVE "TRAIN.WOA" TO STOCK-WOA-FN.
           MOVE "TRAIN.DSL" TO STOCK-DSL-FN.
           DISPLAY "*** TRAINING MODE - PRACTICE FILES IN USE ***".
       SET-TRAINING-EXIT.
           EXIT.
