           02  STOCK-CCS-FN PIC X(12) VALUE "STOCK.CCS".
           02  STOCK-CCV-FN PIC X(12) VALUE "STOCK.CCV".
       01  CH-FILE-STATUS PIC XX.
      *THE COUNT INTERVAL IN DAYS BY ABC CLASS, AND FOR A BIN NOT
      *YET CLASSIFIED BY WHETHER IT CARRIES A REORDER LEVEL - THE
      *FIGURES HERE ARE ONLY THE DEFAULTS, START-UP TAKES THE
      *CNT-DAYS- PARAMETERS FROM STOCK.PRM WHEN THEY HAVE BEEN SET
       01  COUNT-DAYS-A PIC 999 VALUE 30.
       01  COUNT-DAYS-B PIC 999 VALUE 60.
       01  COUNT-DAYS-C PIC 999 VALUE 90.
       01  COUNT-DAYS-ROL PIC 999 VALUE 30.
       01  COUNT-DAYS-NON PIC 999 VALUE 90.
           COPY "PRMREQ.CPY".
       01  ACTION-CHOICE PIC X.
       01  RUN-DATE.
           02  RD-MM PIC 99.
           PERFORM GET-RUN-DATE THRU GET-RUN-DATE-EXIT.
           COMPUTE RUN-DAY-COUNT =
               RD-YYYY * 365 + RD-MM * 30 + RD-DD.
           PERFORM GET-COUNT-DAYS THRU GET-COUNT-DAYS-EXIT.
           OPEN I-O HISTORY-FILE.
           IF CH-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           EXIT.
       SET-TARGET-DAYS.
           IF ABC-CLASS = "A"
               MOVE COUNT-DAYS-A TO CH-TARGET-DAYS
               GO TO SET-TARGET-EXIT.
           IF ABC-CLASS = "B"
               MOVE COUNT-DAYS-B TO CH-TARGET-DAYS
               GO TO SET-TARGET-EXIT.
           IF ABC-CLASS = "C"
               MOVE COUNT-DAYS-C TO CH-TARGET-DAYS
               GO TO SET-TARGET-EXIT.
           IF REORDER-LEVEL > 0
               MOVE COUNT-DAYS-ROL TO CH-TARGET-DAYS
           ELSE
               MOVE COUNT-DAYS-NON TO CH-TARGET-DAYS
           END-IF.
       SET-TARGET-EXIT.
           EXIT.
       GET-COUNT-DAYS.
           MOVE "CNT-DAYS-A" TO PQ-KEY.
           MOVE COUNT-DAYS-A TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO COUNT-DAYS-A.
           MOVE "CNT-DAYS-B" TO PQ-KEY.
           MOVE COUNT-DAYS-B TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO COUNT-DAYS-B.
           MOVE "CNT-DAYS-C" TO PQ-KEY.
           MOVE COUNT-DAYS-C TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO COUNT-DAYS-C.
           MOVE "CNT-DAYS-ROL" TO PQ-KEY.
           MOVE COUNT-DAYS-ROL TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO COUNT-DAYS-ROL.
           MOVE "CNT-DAYS-NON" TO PQ-KEY.
           MOVE COUNT-DAYS-NON TO PQ-VALUE.
           CALL "GET-PARAMETER" USING PARAM-REQ-BLOCK.
           MOVE PQ-VALUE TO COUNT-DAYS-NON.
       GET-COUNT-DAYS-EXIT.
           EXIT.
      *DUE WHEN NEVER COUNTED, OR WHEN LAST COUNT PLUS THE TARGET
      *INTERVAL IS ON OR BEFORE THE RUN DATE
       CHECK-DUE.
