       01  PREV-COUNTS.
           02  PREV-COUNT PIC 9(6) OCCURS 4 TIMES.
       01  PREV-FOUND PIC X.
           COPY "AQREQ.CPY".
      *WHAT GOES ON THE SUPERVISOR ACTION QUEUE FOR A DAMAGED FILE
       01  INTEGRITY-ACTION-DESC.
           02  FILLER PIC X(4) VALUE "SEQ ".
           02  IA-SEQ PIC ZZZ9.
           02  FILLER PIC X(5) VALUE " NUM ".
           02  IA-NUM PIC ZZZ9.
           02  FILLER PIC X(5) VALUE " KEY ".
           02  IA-KEY PIC ZZZ9.
           02  FILLER PIC X(7) VALUE " ERRORS".
       01  RESULT-LINE.
           02  RL-FILE-NAME PIC X(12).
           02  FILLER PIC X(7) VALUE "  RECS ".
               DISPLAY TERM-HIGHLIGHT-ON
                   "** TROUBLE ON THIS FILE - RESTORE FROM BACKUP"
                   " BEFORE IT SPREADS **" TERM-HIGHLIGHT-OFF
               PERFORM RAISE-FILE-ACTION THRU RAISE-FILE-EXIT
           ELSE
               PERFORM CLEAR-FILE-ACTION THRU CLEAR-FILE-EXIT
           END-IF.
           MOVE RECORD-COUNT TO PREV-COUNT (CURRENT-FILE).
       CHECK-ONE-EXIT.
           EXIT.
      *A DAMAGED FILE GOES ON THE SUPERVISOR ACTION QUEUE; ONCE A
      *LATER CHECK FINDS IT CLEAN AGAIN THE ACTION CLOSES ITSELF
       RAISE-FILE-ACTION.
           MOVE "R" TO AR-FUNCTION.
           MOVE SGN-TRAINING-FLAG TO AR-TRAINING-FLAG.
           MOVE "INTEGRTY" TO AR-SOURCE.
           MOVE FILE-LABEL TO AR-ITEM-KEY.
           MOVE SEQ-ERRORS TO IA-SEQ.
           MOVE NUM-ERRORS TO IA-NUM.
           MOVE KEY-ERRORS TO IA-KEY.
           MOVE INTEGRITY-ACTION-DESC TO AR-DESCRIPTION.
           MOVE SGN-OPERATOR-ID TO AR-OPERATOR-ID.
           CALL "ACTION-QUEUE" USING ACTION-REQ-BLOCK.
       RAISE-FILE-EXIT.
           EXIT.
       CLEAR-FILE-ACTION.
           MOVE "X" TO AR-FUNCTION.
           MOVE SGN-TRAINING-FLAG TO AR-TRAINING-FLAG.
           MOVE "INTEGRTY" TO AR-SOURCE.
           MOVE FILE-LABEL TO AR-ITEM-KEY.
           MOVE "FILE CHECKED CLEAN" TO AR-DESCRIPTION.
           MOVE SGN-OPERATOR-ID TO AR-OPERATOR-ID.
           CALL "ACTION-QUEUE" USING ACTION-REQ-BLOCK.
       CLEAR-FILE-EXIT.
           EXIT.
      *----- PER-FILE DISPATCH -----
       FILE-OPEN.
           MOVE "Y" TO FILE-OPEN-OK.
