       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTION-QUEUE.
       AUTHOR. MICRO FOCUS LTD.
      *KEEPS THE SUPERVISOR ACTION QUEUE ON STOCK.ACQ - SEE
      *AQREQ.CPY FOR THE CALLING BLOCK AND ACQFILE.CPY FOR THE
      *RECORD.  THE PROGRAMS THAT FIND A PROBLEM RAISE AN ACTION
      *HERE INSTEAD OF LEAVING IT ON A REPORT NOBODY MAY READ, AND
      *CLOSE IT AGAIN WHEN THEY SEE IT PUT RIGHT; STOCK-MENU ASKS
      *FOR EACH OPERATOR'S COUNT AT SIGN-ON.  THE FILE IS OPENED
      *AND CLOSED ON EVERY CALL BECAUSE EVERY TERMINAL SHARES IT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTION-FILE ASSIGN DYNAMIC STOCK-ACQ-FN
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AQ-NUMBER
           FILE STATUS AQ-FILE-STATUS.
      /
       DATA DIVISION.
       FILE SECTION.
       FD  ACTION-FILE; RECORD 180.
           COPY "ACQFILE.CPY".
       WORKING-STORAGE SECTION.
           COPY "DATECHK.CPY".
       01  STOCK-ACQ-FN PIC X(12).
       01  AQ-FILE-STATUS PIC XX.
       01  FOUND-NUMBER PIC 9(6).
       LINKAGE SECTION.
           COPY "AQREQ.CPY".
       PROCEDURE DIVISION USING ACTION-REQ-BLOCK.
       QUEUE-START.
           MOVE "N" TO AR-RESULT.
           MOVE 0 TO AR-NUMBER.
           MOVE SPACE TO DC-DATE-ENTRY.
           CALL "VALIDATE-DATE-ENTRY" USING DATE-CHECK-BLOCK.
           MOVE "STOCK.ACQ" TO STOCK-ACQ-FN.
           IF AR-TRAINING-FLAG = "Y"
               MOVE "TRAIN.ACQ" TO STOCK-ACQ-FN.
           OPEN I-O ACTION-FILE.
           IF AQ-FILE-STATUS NOT = "00"
               OPEN OUTPUT ACTION-FILE
               CLOSE ACTION-FILE
               OPEN I-O ACTION-FILE
           END-IF.
           IF AQ-FILE-STATUS NOT = "00" GO TO QUEUE-RETURN.
           IF AR-FUNCTION = "R" GO TO RAISE-ACTION.
           IF AR-FUNCTION = "X" GO TO CLEAR-ACTION.
           IF AR-FUNCTION = "C" GO TO COUNT-ACTIONS.
           GO TO QUEUE-CLOSE.
      *THE SAME PROBLEM FOUND AGAIN WHILE ITS ACTION IS STILL OPEN
      *IS THE SAME ACTION - ONLY A FRESH ONE AFTER CLOSURE IS NEW
       RAISE-ACTION.
           PERFORM FIND-OPEN-ACTION THRU FIND-OPEN-EXIT.
           IF FOUND-NUMBER NOT = 0
               MOVE FOUND-NUMBER TO AR-NUMBER
               MOVE "D" TO AR-RESULT
               GO TO QUEUE-CLOSE.
           MOVE 0 TO AQ-NUMBER.
           READ ACTION-FILE
               INVALID
                   MOVE SPACE TO AQ-CONTROL-DATA
                   MOVE 0 TO AQ-LAST-NUMBER
                   WRITE ACTION-RECORD
                       INVALID GO TO QUEUE-CLOSE
                   END-WRITE
           END-READ.
           ADD 1 TO AQ-LAST-NUMBER.
           MOVE AQ-LAST-NUMBER TO AR-NUMBER.
           REWRITE ACTION-RECORD
               INVALID GO TO QUEUE-CLOSE
           END-REWRITE.
           MOVE SPACE TO ACTION-RECORD.
           MOVE AR-NUMBER TO AQ-NUMBER.
           MOVE AR-SOURCE TO AQ-SOURCE.
           MOVE AR-ITEM-KEY TO AQ-ITEM-KEY.
           MOVE AR-DESCRIPTION TO AQ-DESCRIPTION.
           MOVE DC-DATE TO AQ-RAISED-DATE.
           MOVE DC-DATE-NUM TO AQ-RAISED-NUM.
           MOVE AR-OPERATOR-ID TO AQ-RAISED-BY.
           MOVE "O" TO AQ-STATUS.
           WRITE ACTION-RECORD
               INVALID GO TO QUEUE-CLOSE
           END-WRITE.
           MOVE "Y" TO AR-RESULT.
           GO TO QUEUE-CLOSE.
      *THE PROGRAM THAT RAISED THE ACTION HAS SEEN IT PUT RIGHT -
      *THE ORDER APPROVED, THE NOTE SETTLED, THE REJECT CLEARED
       CLEAR-ACTION.
           PERFORM FIND-OPEN-ACTION THRU FIND-OPEN-EXIT.
           IF FOUND-NUMBER = 0 GO TO QUEUE-CLOSE.
           MOVE FOUND-NUMBER TO AQ-NUMBER.
           READ ACTION-FILE
               INVALID GO TO QUEUE-CLOSE
           END-READ.
           MOVE "C" TO AQ-STATUS.
           MOVE DC-DATE TO AQ-CLOSED-DATE.
           MOVE AR-OPERATOR-ID TO AQ-CLOSED-BY.
           MOVE AR-DESCRIPTION TO AQ-RESOLUTION.
           REWRITE ACTION-RECORD
               INVALID GO TO QUEUE-CLOSE
           END-REWRITE.
           MOVE FOUND-NUMBER TO AR-NUMBER.
           MOVE "Y" TO AR-RESULT.
           GO TO QUEUE-CLOSE.
       COUNT-ACTIONS.
           MOVE 0 TO AR-COUNT.
           MOVE 0 TO AR-UNASSIGNED.
           MOVE 1 TO AQ-NUMBER.
           START ACTION-FILE KEY NOT LESS THAN AQ-NUMBER
               INVALID GO TO COUNT-DONE
           END-START.
       COUNT-LOOP.
           READ ACTION-FILE NEXT RECORD
               AT END GO TO COUNT-DONE
           END-READ.
           IF AQ-STATUS = "O" AND AR-UNASSIGNED < 9999
               ADD 1 TO AR-UNASSIGNED.
           IF AQ-STATUS = "A" AND AQ-ASSIGNEE = AR-OPERATOR-ID
               AND AR-COUNT < 9999
               ADD 1 TO AR-COUNT.
           GO TO COUNT-LOOP.
       COUNT-DONE.
           MOVE "Y" TO AR-RESULT.
           GO TO QUEUE-CLOSE.
      *AN ACTION NOT YET CLOSED FOR THIS SOURCE AND KEY - ZERO WHEN
      *THERE IS NONE
       FIND-OPEN-ACTION.
           MOVE 0 TO FOUND-NUMBER.
           MOVE 1 TO AQ-NUMBER.
           START ACTION-FILE KEY NOT LESS THAN AQ-NUMBER
               INVALID GO TO FIND-OPEN-EXIT
           END-START.
       FIND-OPEN-LOOP.
           READ ACTION-FILE NEXT RECORD
               AT END GO TO FIND-OPEN-EXIT
           END-READ.
           IF AQ-STATUS = "C" GO TO FIND-OPEN-LOOP.
           IF AQ-SOURCE NOT = AR-SOURCE
               OR AQ-ITEM-KEY NOT = AR-ITEM-KEY
               GO TO FIND-OPEN-LOOP.
           MOVE AQ-NUMBER TO FOUND-NUMBER.
       FIND-OPEN-EXIT.
           EXIT.
       QUEUE-CLOSE.
           CLOSE ACTION-FILE.
       QUEUE-RETURN.
           EXIT PROGRAM.
