      *NONE - EVERY APPLIED CHANGE IS STAMPED THROUGH
      *LAST-CHANGED-BY LIKE ANY OTHER AMENDMENT.
      *PROPOSED LEVEL = DEMAND OVER THE LEAD TIME PLUS HALF AGAIN
      *AS SAFETY.  THE LEARNED LEAD TIME IS IN WORKING DAYS ON THE
      *SHOP CALENDAR, SO THE YEAR'S DEMAND IS SPREAD OVER THE
      *WORKING DAYS OF THE TWELVE MONTHS TO THE RUN DATE - OR OVER
      *360 DAYS WHEN THE CALENDAR DOES NOT COVER THEM.  THE EOQ
      *USES THE SAME SQUARE-ROOT FORMULA AND ROOT SUBPROGRAM THE
      *SUGGESTED-ORDERS RUN USES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       01  OPERATOR-ID PIC X(4).
       01  MORE-RECORDS PIC X VALUE "Y".
       01  RUN-DATE PIC X(10).
       01  RUN-DATE-NUM PIC 9(8).
           COPY "CALREQ.CPY".
       01  YEAR-DAYS PIC 9(3) VALUE 360.
       01  APPLY-CHOICE PIC X.
       01  APPLY-CATEGORY PIC XX.
       01  USAGE-IDX PIC 99.
           02  RT-TOLERANCE PIC 9V9(9) VALUE 0.
       01  EOQ-ANNUAL-DEMAND PIC 9(9).
       01  EOQ-ORDER-COST PIC 99V99 VALUE 10.00.
       01  EOQ-CARRY-PCT PIC 99V99 VALUE 25.00.
           COPY "PRMREQ.CPY".
       01  EOQ-CARRY-COST PIC 9(4)V99.
       01  HEADING-2.
           02  FILLER PIC X(10) VALUE "CODE".
           DISPLAY "REORDER LEVEL RECALCULATION".
           MOVE SGN-OPERATOR-ID TO OPERATOR-ID.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           PERFORM GET-YEAR-DAYS THRU GET-YEAR-DAYS-EXIT.
           MOVE "EOQ-ORD-COST" TO PQ-KEY.
           MOVE EOQ-ORDER-COST TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO EOQ-ORDER-COST.
           MOVE "EOQ-CARRY" TO PQ-KEY.
           MOVE EOQ-CARRY-PCT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO EOQ-CARRY-PCT.
           OPEN I-O STOCK-FILE.
           OPEN INPUT USAGE-FILE.
           IF US-FILE-STATUS NOT = "00"
               GO TO SCAN-STOCK.
           PERFORM GET-LEAD-DAYS THRU GET-LEAD-DAYS-EXIT.
           COMPUTE LEVEL-WORK ROUNDED =
               USAGE-TOTAL * LEAD-TIME-DAYS * 1.5 / YEAR-DAYS
               ON SIZE ERROR MOVE 0 TO LEVEL-WORK
           END-COMPUTE.
           MOVE LEVEL-WORK TO PROPOSED-LEVEL.
           MOVE 0 TO PROPOSED-EOQ.
           IF USAGE-TOTAL = 0 GO TO COMPUTE-EOQ-EXIT.
           MOVE USAGE-TOTAL TO EOQ-ANNUAL-DEMAND.
           COMPUTE EOQ-CARRY-COST ROUNDED =
               UNIT-COST * EOQ-CARRY-PCT / 100.
           IF EOQ-CARRY-COST = 0 MOVE 0.01 TO EOQ-CARRY-COST.
           COMPUTE RT-OPERAND ROUNDED =
               (2 * EOQ-ANNUAL-DEMAND * EOQ-ORDER-COST)
               DISPLAY "NOT A REAL CALENDAR DATE, TRY AGAIN."
               GO TO GET-RUN-DATE.
           MOVE DC-DATE TO RUN-DATE.
           MOVE DC-DATE-NUM TO RUN-DATE-NUM.
       GET-RUN-DATE-EXIT.
           EXIT.
      *THE WORKING DAYS IN THE TWELVE MONTHS UP TO THE RUN DATE,
      *WHICH THE DEMAND BUCKETS COVER.  A 29TH OF FEBRUARY RUN
      *DATE COUNTS FROM THE 28TH A YEAR BACK.
       GET-YEAR-DAYS.
           MOVE "C" TO CQ-FUNCTION.
           COMPUTE CQ-FROM-NUM = RUN-DATE-NUM - 10000.
           IF CQ-FROM-NUM (5:4) = "0229"
               MOVE "0228" TO CQ-FROM-NUM (5:4).
           MOVE RUN-DATE-NUM TO CQ-TO-NUM.
           CALL "WORKING-DAYS" USING CALENDAR-REQ-BLOCK.
           IF CQ-BASIS = "W" AND CQ-DAYS > 0
               MOVE CQ-DAYS TO YEAR-DAYS
               DISPLAY "LEAD TIMES IN WORKING DAYS - " YEAR-DAYS
                   " WORKING DAYS IN THE YEAR TO THE RUN DATE"
           ELSE
               DISPLAY "SHOP CALENDAR DOES NOT COVER THE YEAR -"
                   " DEMAND SPREAD OVER 360 DAYS".
       GET-YEAR-DAYS-EXIT.
           EXIT.
