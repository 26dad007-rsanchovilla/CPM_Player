       01  KEPT-COUNT PIC 9(6) VALUE 0.
       01  NEXT-GENERATION PIC 9 VALUE 1.
       01  LAST-GENERATION PIC 9 VALUE 0.
      *HOW MANY OF THE FOUR SLOTS THE ROTATION USES BEFORE IT
      *COMES ROUND AGAIN - ARCHIVE-GENS ON STOCK.PRM, NEVER MORE
      *THAN THE FOUR FILES THERE ARE
       01  GENERATIONS-KEPT PIC 9 VALUE 4.
           COPY "PRMREQ.CPY".
       01  CONFIRM-ANSWER PIC X.
       01  TOTAL-COUNT-MSG.
           02  FILLER PIC X(20) VALUE "TRANSACTIONS READ: ".
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
      *THE CATALOG SAYS WHICH GENERATION WAS WRITTEN LAST - THE
      *NEXT RUN TAKES THE NEXT SLOT IN ROTATION, OVERWRITING ONLY
      *THE OLDEST OF THE GENERATIONS KEPT
           PERFORM FIND-NEXT-GENERATION THRU FIND-GEN-EXIT.
           DISPLAY "THIS RUN WRITES GENERATION " NEXT-GENERATION
               " (STOCK.AR" NEXT-GENERATION ")".
           MOVE AC-GENERATION TO LAST-GENERATION.
           GO TO FIND-GEN-LOOP.
       FIND-GEN-DONE.
           MOVE "ARCHIVE-GENS" TO PQ-KEY.
           MOVE GENERATIONS-KEPT TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO GENERATIONS-KEPT.
           IF GENERATIONS-KEPT < 1 OR GENERATIONS-KEPT > 4
               MOVE 4 TO GENERATIONS-KEPT.
           COMPUTE NEXT-GENERATION = LAST-GENERATION + 1.
           IF NEXT-GENERATION > GENERATIONS-KEPT
               MOVE 1 TO NEXT-GENERATION.
       FIND-GEN-EXIT.
           EXIT.
       END-PROC.
