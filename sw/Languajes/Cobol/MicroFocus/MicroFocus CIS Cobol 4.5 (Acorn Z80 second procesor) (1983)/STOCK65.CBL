       01  ACTION-CHOICE PIC X.
       01  CONFIRM-ANSWER PIC X.
       01  WANTED-NUMBER PIC 9(6).
           COPY "AQREQ.CPY".
       01  MORE-RECORDS PIC X.
       01  RUN-DATE PIC X(10).
       01  NOTE-COUNT PIC 9(4).
               GO TO ASK-ACTION.
           MOVE "S" TO DN-STATUS.
           REWRITE DEBIT-NOTE-RECORD.
      *A SETTLED NOTE NEEDS NO MORE CHASING
           MOVE "X" TO AR-FUNCTION.
           MOVE SGN-TRAINING-FLAG TO AR-TRAINING-FLAG.
           MOVE "DEBIT NT" TO AR-SOURCE.
           MOVE DN-NUMBER TO AR-ITEM-KEY.
           MOVE "SETTLED - SUPPLIER CREDIT RECEIVED" TO AR-DESCRIPTION.
           MOVE SGN-OPERATOR-ID TO AR-OPERATOR-ID.
           CALL "ACTION-QUEUE" USING ACTION-REQ-BLOCK.
           DISPLAY "NOTE SETTLED".
           GO TO ASK-ACTION.
       END-IT.
